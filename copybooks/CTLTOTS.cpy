000260*    08/22/2026  DW    ORIGINAL MEMBER, CARRIES THE POSTED
000270*                       COUNT, RESULT SUM AND REJECT COUNT THE
000280*                       CONTROL REPORT PRINTS.
000282*    10/15/2026  DW    ONE RECORD PER BUSINESS DATE NOW - A
000284*                       CATCH-UP RUN WRITES ONE FOR EACH DATE IT
000286*                       POSTS.  ADDED CT-DATE-STATUS SO A DATE
000288*                       WHOSE RUN FAILED IS HELD BY GLRECON.
000290*
000300 01  CT-CONTROL-TOTALS.
000310     05  CT-RUN-DATE          PIC 9(06).
000350     05  CT-RESULT-SUM        PIC S9(09)V99.
000360     05  FILLER                PIC X(01).
000370     05  CT-REJECT-COUNT      PIC 9(07).
000380     05  FILLER                PIC X(01).
000390*        "P" THE DATE RAN TO THE END AND WAS MARKED POSTED ON
000400*        RUNCTL; "F" IT STOPPED ON THE REJECT THRESHOLD, SO ITS
000410*        FEED RECORDS MUST NOT REACH THE LEDGER.
000420     05  CT-DATE-STATUS       PIC X(01).
000430         88  CT-DATE-POSTED    VALUE "P".
000440         88  CT-DATE-FAILED    VALUE "F".
000450     05  FILLER                PIC X(44).
