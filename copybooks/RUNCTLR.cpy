000280*                       ADDTHREENO SO THE NEW MORNING STATUS
000290*                       JOB READS RUN CONTROL WITH THE LAYOUT
000300*                       THE BATCH WRITES.
000302*    10/15/2026  DW    ADDED RC-POSTED-COUNT AND RC-POSTED-SUM,
000304*                       THE DATE'S RUNNING POSTED TOTALS, SO THE
000306*                       PMVERIFY JOB CAN RE-ADD THE DATE'S
000308*                       POSTINGS AGAINST THEM.
000310*
000320 01  RC-RECORD.
000330     05  RC-RUN-DATE          PIC X(06).
000420*        OVERRIDE RE-RUN NEVER RE-ISSUES A KEY ALREADY ON THE
000430*        POSTING MASTER.
000440     05  RC-NEXT-POST-SEQ     PIC 9(07).
000450*        EVERY POSTING WRITTEN TO THE POSTING MASTER FOR THE
000460*        DATE, ACROSS ALL RUNS - RECORD COUNT AND RESULT SUM.
000470*        SPACES ON A RECORD WRITTEN BEFORE THE FIELDS EXISTED.
000480     05  RC-POSTED-COUNT      PIC 9(07).
000490     05  RC-POSTED-SUM        PIC S9(11)V99.
000500     05  FILLER                PIC X(14).
