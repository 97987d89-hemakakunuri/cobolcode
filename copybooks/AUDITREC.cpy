000260*                       SO THE NEW AUDIT LOG ARCHIVE JOB READS
000270*                       THE LOG WITH THE SAME LAYOUT THE
000280*                       PROGRAM WRITES.
000282*    10/15/2026  DW    ADDED THE MAKER AND CHECKER OPERATOR IDS
000284*                       (OUT OF FILLER, RECORD LENGTH UNCHANGED)
000286*                       FOR TWO-PERSON APPROVAL OF HIGH-VALUE
000288*                       ADDS AND REVERSALS.
000290*
000300 01  AL-RECORD.
000310     05  AL-SOURCE            PIC X(01).
000490     05  AL-NUM3              PIC S9(5)V99.
000500     05  FILLER                PIC X(01).
000510     05  AL-RESULT            PIC S9(7)V99.
000520     05  FILLER                PIC X(01).
000530*        THE SIGNED-ON OPERATOR WHO KEYED OR RAN THE ENTRY, AND
000540*        FOR AN ITEM RELEASED FROM THE PENDING-APPROVAL QUEUE
000550*        THE SECOND OPERATOR WHO APPROVED OR DECLINED IT.
000560     05  AL-MAKER-ID          PIC X(08).
000570     05  FILLER                PIC X(01).
000580     05  AL-CHECKER-ID        PIC X(08).
000590     05  FILLER                PIC X(10).
