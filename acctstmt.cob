000350*    MODIFICATION HISTORY
000360*    --------------------
000370*    09/02/2026  DW    ORIGINAL PROGRAM.
000372*    10/15/2026  DW    EACH RUN NOW APPENDS A RECORD - PROGRAM,
000374*                       BUSINESS DATE, START AND END, RETURN
000376*                       CODE AND KEY COUNTS - TO THE SHARED
000378*                       RUNHIST RUN HISTORY FOR STEPTRAK.
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000570     SELECT STATEMENT-REPORT-FILE ASSIGN TO "STMTRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-STMRPT-STATUS.
000592     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000594         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS WS-RUNHIST-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000680
000690 FD  STATEMENT-REPORT-FILE.
000700 01  ST-RECORD                   PIC X(80).
000701
000702*----------------------------------------------------------------
000703*    ONE RECORD PER RUN, APPENDED TO THE SHARED RUN HISTORY.
000704*----------------------------------------------------------------
000705 FD  RUN-HISTORY-FILE.
000706     COPY RUNHISTR.
000710
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------
001230 77  WS-RPT-CT-EDIT             PIC 9(07) VALUE ZERO.
001240 77  WS-RPT-AMT-EDIT            PIC -(8)9.99.
001250 77  WS-RPT-BAL-EDIT            PIC -(10)9.99.
001251
001252*----------------------------------------------------------------
001253*    RUN HISTORY - WHEN THE RUN STARTED AND THE BUSINESS
001254*    DATES IT WAS FOR, STAMPED ON THE RECORD APPENDED TO
001255*    RUNHIST AS THE RUN ENDS.
001256*----------------------------------------------------------------
001257 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
001258 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
001259 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
001260 77  WS-RUN-THRU-DATE           PIC X(06) VALUE SPACES.
001261 01  WS-RUN-START-TIME.
001262     05  WS-RUN-START-HHMMSS    PIC X(06).
001263     05  FILLER                 PIC X(02).
001264 01  WS-RUN-END-TIME.
001265     05  WS-RUN-END-HHMMSS      PIC X(06).
001266     05  FILLER                 PIC X(02).
001267
001270 PROCEDURE DIVISION.
001280 0000-MAINLINE.
001290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350     IF WS-MONTH-INVALID
001360         MOVE 8 TO RETURN-CODE
001370     END-IF.
001375     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
001380     STOP RUN.
001390
001400 1000-INITIALIZE.
001403     ACCEPT WS-RUN-START-DATE FROM DATE.
001406     ACCEPT WS-RUN-START-TIME FROM TIME.
001410     SET WS-MONTH-INVALID TO TRUE.
001420     DISPLAY "ENTER THE STATEMENT MONTH (YYMM): ".
001430     ACCEPT WS-MONTH-FIELD.
003660     END-IF.
003670 9000-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------
003710*    APPEND THIS RUN TO THE SHARED RUN HISTORY.  THE HISTORY
003720*    RECORDS THE RUN, IT IS NOT PART OF IT - A RUNHIST THAT
003730*    WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE RETURN
003740*    CODE IS LEFT AS IT IS.
003750*----------------------------------------------------------------
003760 9800-WRITE-RUN-HISTORY.
003770     OPEN EXTEND RUN-HISTORY-FILE.
003780     IF WS-RUNHIST-STATUS = "35" OR "05"
003790         OPEN OUTPUT RUN-HISTORY-FILE
003800     END-IF.
003810     IF WS-RUNHIST-STATUS NOT = "00"
003820         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
003830             " - RUN NOT RECORDED ***"
003840         GO TO 9800-EXIT
003850     END-IF.
003860     IF WS-RUN-BUS-DATE = SPACES
003870         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
003880     END-IF.
003890     IF WS-RUN-THRU-DATE = SPACES
003900         MOVE WS-RUN-BUS-DATE TO WS-RUN-THRU-DATE
003910     END-IF.
003920     MOVE SPACES TO RH-RECORD.
003930     MOVE "ACCTSTMT" TO RH-PROGRAM.
003940     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
003950     MOVE WS-RUN-THRU-DATE TO RH-THRU-DATE.
003960     MOVE WS-RUN-START-DATE TO RH-START-DATE.
003970     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
003980     ACCEPT RH-END-DATE FROM DATE.
003990     ACCEPT WS-RUN-END-TIME FROM TIME.
004000     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
004010     MOVE RETURN-CODE TO RH-RETURN-CODE.
004020     MOVE "READ" TO RH-COUNT-1-LABEL.
004030     MOVE WS-READ-COUNT TO RH-COUNT-1.
004040     MOVE "ACCOUNTS" TO RH-COUNT-2-LABEL.
004050     MOVE WS-GRAND-ACCT-COUNT TO RH-COUNT-2.
004060     WRITE RH-RECORD.
004070     CLOSE RUN-HISTORY-FILE.
004080 9800-EXIT.
004090     EXIT.
