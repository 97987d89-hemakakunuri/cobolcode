000390*    MODIFICATION HISTORY
000400*    --------------------
000410*    09/02/2026  DW    ORIGINAL PROGRAM.
000412*    10/15/2026  DW    EACH RUN NOW APPENDS A RECORD - PROGRAM,
000414*                       BUSINESS DATE, START AND END, RETURN
000416*                       CODE AND KEY COUNTS - TO THE SHARED
000418*                       RUNHIST RUN HISTORY FOR STEPTRAK.
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000590     SELECT ACK-REPORT-FILE ASSIGN TO "ACKRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-ACKRPT-STATUS.
000612     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000614         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS WS-RUNHIST-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000700
000710 FD  ACK-REPORT-FILE.
000720 01  AK-RECORD                   PIC X(80).
000721
000722*----------------------------------------------------------------
000723*    ONE RECORD PER RUN, APPENDED TO THE SHARED RUN HISTORY.
000724*----------------------------------------------------------------
000725 FD  RUN-HISTORY-FILE.
000726     COPY RUNHISTR.
000730
000740 WORKING-STORAGE SECTION.
000750*----------------------------------------------------------------
001380 77  WS-RPT-SEQ-EDIT            PIC 9(07) VALUE ZERO.
001390 77  WS-RPT-AGE-EDIT            PIC ZZZZZZ9.
001400 77  WS-ACK-RC                  PIC 9(02) VALUE ZERO.
001401
001402*----------------------------------------------------------------
001403*    RUN HISTORY - WHEN THE RUN STARTED AND THE BUSINESS
001404*    DATES IT WAS FOR, STAMPED ON THE RECORD APPENDED TO
001405*    RUNHIST AS THE RUN ENDS.
001406*----------------------------------------------------------------
001407 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
001408 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
001409 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
001410 77  WS-RUN-THRU-DATE           PIC X(06) VALUE SPACES.
001411 01  WS-RUN-START-TIME.
001412     05  WS-RUN-START-HHMMSS    PIC X(06).
001413     05  FILLER                 PIC X(02).
001414 01  WS-RUN-END-TIME.
001415     05  WS-RUN-END-HHMMSS      PIC X(06).
001416     05  FILLER                 PIC X(02).
001417
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001570         END-IF
001580     END-IF.
001590     MOVE WS-ACK-RC TO RETURN-CODE.
001595     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
001600     STOP RUN.
001610
001620 1000-INITIALIZE.
001623     ACCEPT WS-RUN-START-DATE FROM DATE.
001626     ACCEPT WS-RUN-START-TIME FROM TIME.
001630     DISPLAY "ENTER THE CHASE THRESHOLD IN DAYS (1-999): ".
001640     ACCEPT WS-DAYS-FIELD.
001650     MOVE ZERO TO WS-DAYS-TRAIL-CT.
002374         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
002380         GO TO 2200-NEXT
002390     END-IF.
002391*    THE ACKNOWLEDGED BUSINESS DATES BOUND THE RUN HISTORY.
002392     IF WS-RUN-BUS-DATE = SPACES OR GA-POST-DATE < WS-RUN-BUS-DATE
002393         MOVE GA-POST-DATE TO WS-RUN-BUS-DATE
002394     END-IF.
002395     IF GA-POST-DATE > WS-RUN-THRU-DATE
002396         MOVE GA-POST-DATE TO WS-RUN-THRU-DATE
002397     END-IF.
002400*    A DISPOSITION THAT IS NEITHER "A" NOR "R" IS A BAD RETURN
002410*    RECORD - IT MUST NOT TOUCH THE MASTER, LEAST OF ALL AS A
002420*    LEDGER REJECT.
004500     CLOSE ACK-REPORT-FILE.
004510 9000-EXIT.
004520     EXIT.
004530
004540*----------------------------------------------------------------
004550*    APPEND THIS RUN TO THE SHARED RUN HISTORY.  THE HISTORY
004560*    RECORDS THE RUN, IT IS NOT PART OF IT - A RUNHIST THAT
004570*    WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE RETURN
004580*    CODE IS LEFT AS IT IS.
004590*----------------------------------------------------------------
004600 9800-WRITE-RUN-HISTORY.
004610     OPEN EXTEND RUN-HISTORY-FILE.
004620     IF WS-RUNHIST-STATUS = "35" OR "05"
004630         OPEN OUTPUT RUN-HISTORY-FILE
004640     END-IF.
004650     IF WS-RUNHIST-STATUS NOT = "00"
004660         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
004670             " - RUN NOT RECORDED ***"
004680         GO TO 9800-EXIT
004690     END-IF.
004700     IF WS-RUN-BUS-DATE = SPACES
004710         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
004720     END-IF.
004730     IF WS-RUN-THRU-DATE = SPACES
004740         MOVE WS-RUN-BUS-DATE TO WS-RUN-THRU-DATE
004750     END-IF.
004760     MOVE SPACES TO RH-RECORD.
004770     MOVE "GLACK" TO RH-PROGRAM.
004780     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
004790     MOVE WS-RUN-THRU-DATE TO RH-THRU-DATE.
004800     MOVE WS-RUN-START-DATE TO RH-START-DATE.
004810     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
004820     ACCEPT RH-END-DATE FROM DATE.
004830     ACCEPT WS-RUN-END-TIME FROM TIME.
004840     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
004850     MOVE WS-ACK-RC TO RH-RETURN-CODE.
004860     MOVE "ACKS" TO RH-COUNT-1-LABEL.
004870     MOVE WS-ACK-READ-COUNT TO RH-COUNT-1.
004880     MOVE "ACCEPTED" TO RH-COUNT-2-LABEL.
004890     MOVE WS-ACK-ACCEPT-COUNT TO RH-COUNT-2.
004900     MOVE "OVERDUE" TO RH-COUNT-3-LABEL.
004910     MOVE WS-OVERDUE-COUNT TO RH-COUNT-3.
004920     WRITE RH-RECORD.
004930     CLOSE RUN-HISTORY-FILE.
004940 9800-EXIT.
004950     EXIT.
