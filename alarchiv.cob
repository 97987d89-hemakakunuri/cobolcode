002500*    MODIFICATION HISTORY
002600*    --------------------
002700*    08/22/2026  DW    ORIGINAL PROGRAM.
002710*    10/15/2026  DW    EACH RUN NOW APPENDS A RECORD - PROGRAM,
002720*                       BUSINESS DATE, START AND END, RETURN
002730*                       CODE AND KEY COUNTS - TO THE SHARED
002740*                       RUNHIST RUN HISTORY FOR STEPTRAK.
002800*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
004400     SELECT SUMMARY-REPORT-FILE ASSIGN TO "ARCHRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SUMMARY-STATUS.
004610     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
004620         ORGANIZATION IS LINE SEQUENTIAL
004630         FILE STATUS IS WS-RUNHIST-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005800
005900 FD  SUMMARY-REPORT-FILE.
006000 01  SR-RECORD                   PIC X(80).
006010
006020*----------------------------------------------------------------
006030*    ONE RECORD PER RUN, APPENDED TO THE SHARED RUN HISTORY.
006040*----------------------------------------------------------------
006050 FD  RUN-HISTORY-FILE.
006060     COPY RUNHISTR.
006100
006200 WORKING-STORAGE SECTION.
006300*----------------------------------------------------------------
010900 77  WS-RPT-AMT-EDIT            PIC -(10)9.99.
011000 77  WS-RPT-DATE-EDIT           PIC 9(06) VALUE ZERO.
011100 77  WS-RPT-MONTH-EDIT          PIC 9(04) VALUE ZERO.
011105
011110*----------------------------------------------------------------
011115*    RUN HISTORY - WHEN THE RUN STARTED AND THE BUSINESS
011120*    DATES IT WAS FOR, STAMPED ON THE RECORD APPENDED TO
011125*    RUNHIST AS THE RUN ENDS.
011130*----------------------------------------------------------------
011135 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
011140 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
011145 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
011150 77  WS-RUN-THRU-DATE           PIC X(06) VALUE SPACES.
011155 01  WS-RUN-START-TIME.
011160     05  WS-RUN-START-HHMMSS    PIC X(06).
011165     05  FILLER                 PIC X(02).
011170 01  WS-RUN-END-TIME.
011175     05  WS-RUN-END-HHMMSS      PIC X(06).
011180     05  FILLER                 PIC X(02).
011200
011300 PROCEDURE DIVISION.
011400 0000-MAINLINE.
012100     IF WS-CUTOFF-INVALID
012200         MOVE 8 TO RETURN-CODE
012300     END-IF.
012310     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
012400     STOP RUN.
012500
012600*----------------------------------------------------------------
012900*    MISKEYED CARD CANNOT SILENTLY ARCHIVE THE WRONG ENTRIES.
013000*----------------------------------------------------------------
013100 1000-INITIALIZE.
013110     ACCEPT WS-RUN-START-DATE FROM DATE.
013120     ACCEPT WS-RUN-START-TIME FROM TIME.
013200     SET WS-CUTOFF-INVALID TO TRUE.
013300     DISPLAY "ENTER THE RETENTION CUTOFF DATE (YYMMDD): ".
013400     ACCEPT WS-CUTOFF-FIELD.
032700     END-IF.
032800 9000-EXIT.
032900     EXIT.
032910
032920*----------------------------------------------------------------
032930*    APPEND THIS RUN TO THE SHARED RUN HISTORY.  THE HISTORY
032940*    RECORDS THE RUN, IT IS NOT PART OF IT - A RUNHIST THAT
032950*    WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE RETURN
032960*    CODE IS LEFT AS IT IS.
032970*----------------------------------------------------------------
032980 9800-WRITE-RUN-HISTORY.
032990     OPEN EXTEND RUN-HISTORY-FILE.
033000     IF WS-RUNHIST-STATUS = "35" OR "05"
033010         OPEN OUTPUT RUN-HISTORY-FILE
033020     END-IF.
033030     IF WS-RUNHIST-STATUS NOT = "00"
033040         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
033050             " - RUN NOT RECORDED ***"
033060         GO TO 9800-EXIT
033070     END-IF.
033080     IF WS-RUN-BUS-DATE = SPACES
033090         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
033100     END-IF.
033110     IF WS-RUN-THRU-DATE = SPACES
033120         MOVE WS-RUN-BUS-DATE TO WS-RUN-THRU-DATE
033130     END-IF.
033140     MOVE SPACES TO RH-RECORD.
033150     MOVE "ALARCHIV" TO RH-PROGRAM.
033160     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
033170     MOVE WS-RUN-THRU-DATE TO RH-THRU-DATE.
033180     MOVE WS-RUN-START-DATE TO RH-START-DATE.
033190     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
033200     ACCEPT RH-END-DATE FROM DATE.
033210     ACCEPT WS-RUN-END-TIME FROM TIME.
033220     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
033230     MOVE RETURN-CODE TO RH-RETURN-CODE.
033240     MOVE "READ" TO RH-COUNT-1-LABEL.
033250     MOVE WS-READ-COUNT TO RH-COUNT-1.
033260     MOVE "ARCHIVED" TO RH-COUNT-2-LABEL.
033270     MOVE WS-ARCHIVED-COUNT TO RH-COUNT-2.
033280     MOVE "KEPT" TO RH-COUNT-3-LABEL.
033290     MOVE WS-KEPT-COUNT TO RH-COUNT-3.
033300     WRITE RH-RECORD.
033310     CLOSE RUN-HISTORY-FILE.
033320 9800-EXIT.
033330     EXIT.
