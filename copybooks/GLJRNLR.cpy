000270*    09/02/2026  DW    ORIGINAL MEMBER, FOR THE GLJRNL JOURNAL
000280*                       STEP THAT NETS THE DAY'S GLFEED TO ONE
000290*                       BALANCED LINE PER ACCOUNT.
000292*    10/15/2026  DW    ADDED GJ-POST-DATE - THE JOURNAL NOW
000294*                       NETS AND BALANCES EACH BUSINESS DATE ON
000296*                       THE FEED SEPARATELY.
000300*
000310 01  GJ-RECORD.
000320     05  GJ-ACCOUNT-REF       PIC X(11).
000360         88  GJ-CREDIT         VALUE "CR".
000370     05  FILLER                PIC X(01).
000380     05  GJ-AMOUNT            PIC 9(09)V99.
000390     05  FILLER                PIC X(01).
000400     05  GJ-POST-DATE         PIC X(06).
000410     05  FILLER                PIC X(47).
