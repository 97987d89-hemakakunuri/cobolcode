000319*                       "A" ACCEPTED BY THE LEDGER, "G"
000320*                       REJECTED BY THE LEDGER (SET BY THE
000321*                       GLACK RETURN-FILE JOB).
000322*    10/15/2026  DW    ADDED PM-ORIG-ACCOUNT - THE ACCOUNT CODE
000323*                       THE DEPARTMENT SENT WHEN THE BATCH
000324*                       REDIRECTED A RETIRED ACCOUNT TO ITS
000325*                       SUCCESSOR (PM-ACCOUNT).  RECORD
000326*                       LENGTH 80 TO 88.
000328*    10/15/2026  DW    ADDED THE BALANCE-FORWARD RECORD (STATUS
000330*                       "B", DATE 000000) LEFT PER ACCOUNT BY
000332*                       THE PMPURGE RETENTION JOB.
000333*    10/15/2026  DW    ADDED PM-SOURCE - "G" MARKS A POSTING
000334*                       FROM A STANDING-ENTRY BLOCK STNDGEN
000335*                       GENERATED.
000336*
000337 01  PM-RECORD.
000340     05  PM-KEY.
000350         10  PM-POST-DATE     PIC X(06).
000355             88  PM-BALANCE-FWD-DATE VALUE "000000".
000360         10  PM-POST-SEQ      PIC 9(07).
000370     05  PM-NUM1              PIC S9(5)V99.
000380     05  PM-NUM2              PIC S9(5)V99.
000464         88  PM-REVERSAL       VALUE "V".
000466         88  PM-ACCEPTED       VALUE "A".
000468         88  PM-GL-REJECTED    VALUE "G".
000469*        "B" IS A BALANCE-FORWARD RECORD: THE NET OF EVERY POSTING
000470*        PMPURGE HAS MOVED TO HISTORY FOR THE ACCOUNT, CARRIED IN
000471*        PM-RESULT UNDER DATE 000000 SO IT SORTS AHEAD OF EVERY
000472*        BUSINESS DATE.  PM-POST-SEQ NUMBERS THE BALANCE-FORWARD
000473*        RECORDS, NUM1-NUM3 AND PM-DEPT ARE ZERO, AND THE
000474*        TIMESTAMP IS THE LAST PURGE THAT CHANGED IT.  AN ACCOUNT
000475*        WHOSE CARRIED BALANCE OUTGROWS PM-RESULT HAS MORE THAN
000476*        ONE.
000477         88  PM-BALANCE-FWD    VALUE "B".
000478     05  PM-DEPT              PIC 9(02).
000480     05  PM-ORIG-KEY          PIC X(13).
000485     05  PM-ORIG-ACCOUNT      PIC X(08).
000486*        BLANK - KEYED BY THE DEPARTMENT, SINGLE ADD OR RESUB.
000487     05  PM-SOURCE            PIC X(01).
000488         88  PM-GENERATED      VALUE "G".
