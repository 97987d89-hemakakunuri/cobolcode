002200*    MODIFICATION HISTORY
002300*    --------------------
002400*    08/22/2026  DW    ORIGINAL PROGRAM.
002410*    10/15/2026  DW    EACH RUN NOW APPENDS A RECORD - PROGRAM,
002420*                       BUSINESS DATE, START AND END, RETURN
002430*                       CODE AND KEY COUNTS - TO THE SHARED
002440*                       RUNHIST RUN HISTORY FOR STEPTRAK.
002500*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003500     SELECT ACTIVITY-REPORT-FILE ASSIGN TO "ACTRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-REPORT-STATUS.
003710     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS WS-RUNHIST-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004300
004400 FD  ACTIVITY-REPORT-FILE.
004500 01  AC-RECORD                   PIC X(80).
004510
004520*----------------------------------------------------------------
004530*    ONE RECORD PER RUN, APPENDED TO THE SHARED RUN HISTORY.
004540*----------------------------------------------------------------
004550 FD  RUN-HISTORY-FILE.
004560     COPY RUNHISTR.
004600
004700 WORKING-STORAGE SECTION.
004800*----------------------------------------------------------------
011600 77  WS-RPT-HOUR-EDIT           PIC 9(02) VALUE ZERO.
011700 77  WS-RPT-PCT-EDIT            PIC ZZZZZZ9.9.
011800 77  WS-THRESH-EDIT             PIC 9(03) VALUE ZERO.
011805
011810*----------------------------------------------------------------
011815*    RUN HISTORY - WHEN THE RUN STARTED AND THE BUSINESS
011820*    DATES IT WAS FOR, STAMPED ON THE RECORD APPENDED TO
011825*    RUNHIST AS THE RUN ENDS.
011830*----------------------------------------------------------------
011835 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
011840 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
011845 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
011850 77  WS-RUN-THRU-DATE           PIC X(06) VALUE SPACES.
011855 01  WS-RUN-START-TIME.
011860     05  WS-RUN-START-HHMMSS    PIC X(06).
011865     05  FILLER                 PIC X(02).
011870 01  WS-RUN-END-TIME.
011875     05  WS-RUN-END-HHMMSS      PIC X(06).
011880     05  FILLER                 PIC X(02).
011900
012000 PROCEDURE DIVISION.
012100 0000-MAINLINE.
012300     PERFORM 2000-REPORT-PASS THRU 2000-EXIT.
012400     PERFORM 3000-FINAL-BREAK THRU 3000-EXIT.
012500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012510     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
012600     STOP RUN.
012700
012800 1000-INITIALIZE.
012810     ACCEPT WS-RUN-START-DATE FROM DATE.
012820     ACCEPT WS-RUN-START-TIME FROM TIME.
012900     DISPLAY "ENTER THE TREND THRESHOLD PERCENT (1-999): ".
013000     ACCEPT WS-THRESH-FIELD.
013100     MOVE ZERO TO WS-THRESH-TRAIL-CT.
037200     CLOSE ACTIVITY-REPORT-FILE.
037300 9000-EXIT.
037400     EXIT.
037410
037420*----------------------------------------------------------------
037430*    APPEND THIS RUN TO THE SHARED RUN HISTORY.  THE HISTORY
037440*    RECORDS THE RUN, IT IS NOT PART OF IT - A RUNHIST THAT
037450*    WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE RETURN
037460*    CODE IS LEFT AS IT IS.
037470*----------------------------------------------------------------
037480 9800-WRITE-RUN-HISTORY.
037490     OPEN EXTEND RUN-HISTORY-FILE.
037500     IF WS-RUNHIST-STATUS = "35" OR "05"
037510         OPEN OUTPUT RUN-HISTORY-FILE
037520     END-IF.
037530     IF WS-RUNHIST-STATUS NOT = "00"
037540         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
037550             " - RUN NOT RECORDED ***"
037560         GO TO 9800-EXIT
037570     END-IF.
037580     IF WS-RUN-BUS-DATE = SPACES
037590         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
037600     END-IF.
037610     IF WS-RUN-THRU-DATE = SPACES
037620         MOVE WS-RUN-BUS-DATE TO WS-RUN-THRU-DATE
037630     END-IF.
037640     MOVE SPACES TO RH-RECORD.
037650     MOVE "ACTRPT" TO RH-PROGRAM.
037660     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
037670     MOVE WS-RUN-THRU-DATE TO RH-THRU-DATE.
037680     MOVE WS-RUN-START-DATE TO RH-START-DATE.
037690     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
037700     ACCEPT RH-END-DATE FROM DATE.
037710     ACCEPT WS-RUN-END-TIME FROM TIME.
037720     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
037730     MOVE RETURN-CODE TO RH-RETURN-CODE.
037740     MOVE "READ" TO RH-COUNT-1-LABEL.
037750     MOVE WS-READ-COUNT TO RH-COUNT-1.
037760     MOVE "PAGES" TO RH-COUNT-2-LABEL.
037770     MOVE WS-PAGE-NUMBER TO RH-COUNT-2.
037780     WRITE RH-RECORD.
037790     CLOSE RUN-HISTORY-FILE.
037800 9800-EXIT.
037810     EXIT.
