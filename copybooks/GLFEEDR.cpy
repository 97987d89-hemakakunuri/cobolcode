000282*    09/02/2026  DW    ADDED GL-ENTRY-TYPE SO A REVERSAL
000284*                       FLOWS TO THE LEDGER FLAGGED "R"
000286*                       INSTEAD OF LOOKING LIKE NEW BUSINESS.
000287*    10/15/2026  DW    ADDED GL-POST-DATE SO A FEED CARRYING
000288*                       SEVERAL BUSINESS DATES (CATCH-UP RUN) IS
000289*                       PROVED AND JOURNALED ONE DATE AT A TIME.
000290*
000300 01  GL-RECORD.
000310     05  GL-ACCOUNT-REF       PIC X(11).
000350     05  GL-ENTRY-TYPE        PIC X(01).
000360         88  GL-NEW-BUSINESS   VALUE "P".
000370         88  GL-REVERSAL       VALUE "R".
000380     05  FILLER                PIC X(01).
000390     05  GL-POST-DATE         PIC X(06).
000400     05  FILLER                PIC X(50).
