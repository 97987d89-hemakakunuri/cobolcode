000340*    MODIFICATION HISTORY
000350*    --------------------
000360*    09/02/2026  DW    ORIGINAL PROGRAM.
000362*    10/15/2026  DW    EACH RUN NOW APPENDS A RECORD - PROGRAM,
000364*                       BUSINESS DATE, START AND END, RETURN
000366*                       CODE AND KEY COUNTS - TO THE SHARED
000368*                       RUNHIST RUN HISTORY FOR STEPTRAK.
000370*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000470     SELECT AGING-REPORT-FILE ASSIGN TO "AGERPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-AGERPT-STATUS.
000492     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000494         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS WS-RUNHIST-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000550
000560 FD  AGING-REPORT-FILE.
000570 01  AG-RECORD                   PIC X(80).
000571
000572*----------------------------------------------------------------
000573*    ONE RECORD PER RUN, APPENDED TO THE SHARED RUN HISTORY.
000574*----------------------------------------------------------------
000575 FD  RUN-HISTORY-FILE.
000576     COPY RUNHISTR.
000580
000590 WORKING-STORAGE SECTION.
000600*----------------------------------------------------------------
001390 77  WS-RPT-CT3-EDIT            PIC 9(07) VALUE ZERO.
001400 77  WS-RPT-AGE-EDIT            PIC ZZZZZZ9.
001410 77  WS-THRESH-EDIT             PIC 9(03) VALUE ZERO.
001411
001412*----------------------------------------------------------------
001413*    RUN HISTORY - WHEN THE RUN STARTED AND THE BUSINESS
001414*    DATES IT WAS FOR, STAMPED ON THE RECORD APPENDED TO
001415*    RUNHIST AS THE RUN ENDS.
001416*----------------------------------------------------------------
001417 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
001418 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
001419 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
001420 77  WS-RUN-THRU-DATE           PIC X(06) VALUE SPACES.
001421 01  WS-RUN-START-TIME.
001422     05  WS-RUN-START-HHMMSS    PIC X(06).
001423     05  FILLER                 PIC X(02).
001424 01  WS-RUN-END-TIME.
001425     05  WS-RUN-END-HHMMSS      PIC X(06).
001426     05  FILLER                 PIC X(02).
001427
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001490     IF WS-ESCALATE-COUNT > ZERO
001500         MOVE 4 TO RETURN-CODE
001510     END-IF.
001515     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
001520     STOP RUN.
001530
001540 1000-INITIALIZE.
001541     ACCEPT WS-RUN-START-DATE FROM DATE.
001542     ACCEPT WS-RUN-START-TIME FROM TIME.
001543*    THE SOURCE BUCKETS CARRY NO VALUE CLAUSE - CLEAR THEM
001544*    BEFORE ANYTHING TALLIES INTO THEM.
001546     PERFORM 1100-CLEAR-SOURCE-ROW THRU 1100-EXIT
001548         VARYING WS-SRC-SUB FROM 1 BY 1
004190     CLOSE AGING-REPORT-FILE.
004200 9000-EXIT.
004210     EXIT.
004220
004230*----------------------------------------------------------------
004240*    APPEND THIS RUN TO THE SHARED RUN HISTORY.  THE HISTORY
004250*    RECORDS THE RUN, IT IS NOT PART OF IT - A RUNHIST THAT
004260*    WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE RETURN
004270*    CODE IS LEFT AS IT IS.
004280*----------------------------------------------------------------
004290 9800-WRITE-RUN-HISTORY.
004300     OPEN EXTEND RUN-HISTORY-FILE.
004310     IF WS-RUNHIST-STATUS = "35" OR "05"
004320         OPEN OUTPUT RUN-HISTORY-FILE
004330     END-IF.
004340     IF WS-RUNHIST-STATUS NOT = "00"
004350         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
004360             " - RUN NOT RECORDED ***"
004370         GO TO 9800-EXIT
004380     END-IF.
004390     IF WS-RUN-BUS-DATE = SPACES
004400         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
004410     END-IF.
004420     IF WS-RUN-THRU-DATE = SPACES
004430         MOVE WS-RUN-BUS-DATE TO WS-RUN-THRU-DATE
004440     END-IF.
004450     MOVE SPACES TO RH-RECORD.
004460     MOVE "EXCAGING" TO RH-PROGRAM.
004470     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
004480     MOVE WS-RUN-THRU-DATE TO RH-THRU-DATE.
004490     MOVE WS-RUN-START-DATE TO RH-START-DATE.
004500     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
004510     ACCEPT RH-END-DATE FROM DATE.
004520     ACCEPT WS-RUN-END-TIME FROM TIME.
004530     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
004540     MOVE RETURN-CODE TO RH-RETURN-CODE.
004550     MOVE "READ" TO RH-COUNT-1-LABEL.
004560     MOVE WS-READ-COUNT TO RH-COUNT-1.
004570     MOVE "OUTSTAND" TO RH-COUNT-2-LABEL.
004580     MOVE WS-OUT-COUNT TO RH-COUNT-2.
004590     MOVE "ESCALATE" TO RH-COUNT-3-LABEL.
004600     MOVE WS-ESCALATE-COUNT TO RH-COUNT-3.
004610     WRITE RH-RECORD.
004620     CLOSE RUN-HISTORY-FILE.
004630 9800-EXIT.
004640     EXIT.
