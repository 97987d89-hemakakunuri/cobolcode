000290*    PM-ACCOUNT PATH).  EVERY APPLIED CHANGE IS ALSO WRITTEN   *
000300*    TO THE AUDIT LOG (SOURCE C) SO A SYNCED CHANGE IS AS      *
000310*    TRACEABLE AS A MENU OPTION 5 CHANGE.  OPTION 5 REMAINS    *
000314*    THE EMERGENCY PATH ONLY.  A RETIRED ACCOUNT THAT NAMES A  *
000318*    SUCCESSOR ON THE EXTRACT IS LOADED TO THE ACCTRDR         *
000322*    REDIRECTION MASTER, SO THE BATCH POSTS ITS STRAGGLING     *
000326*    DETAILS TO THE SUCCESSOR INSTEAD OF REJECTING THEM.       *
000330*                                                               *
000340*        RC 00  SYNC APPLIED CLEAN                             *
000350*        RC 04  WARNINGS OR BAD EXTRACT RECORDS ON THE REPORT  *
000400*    MODIFICATION HISTORY
000410*    --------------------
000420*    09/02/2026  DW    ORIGINAL PROGRAM.
000422*    10/15/2026  DW    RETIRED ACCOUNTS CARRYING A SUCCESSOR ON
000424*                       THE EXTRACT ARE LOADED TO THE NEW ACCTRDR
000426*                       REDIRECTION MASTER, LISTED ON COARPT AND
000428*                       AUDITED LIKE ANY OTHER APPLIED CHANGE.
000430*    10/15/2026  DW    EACH RUN NOW APPENDS A RECORD - PROGRAM,
000432*                       BUSINESS DATE, START AND END, RETURN
000434*                       CODE AND KEY COUNTS - TO THE SHARED
000436*                       RUNHIST RUN HISTORY FOR STEPTRAK.
000438*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000620         ALTERNATE RECORD KEY IS PM-ACCOUNT
000630             WITH DUPLICATES
000640         FILE STATUS IS WS-POSTMST-STATUS.
000641     SELECT ACCOUNT-REDIRECT-FILE ASSIGN TO "ACCTRDR"
000642         ORGANIZATION IS INDEXED
000643         ACCESS MODE IS RANDOM
000644         RECORD KEY IS RD-OLD-ACCOUNT
000645         FILE STATUS IS WS-ACCTRDR-STATUS.
000650     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-AUDIT-STATUS.
000680     SELECT CHANGE-REPORT-FILE ASSIGN TO "COARPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-COARPT-STATUS.
000702     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000704         ORGANIZATION IS LINE SEQUENTIAL
000706         FILE STATUS IS WS-RUNHIST-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000790
000800 FD  POSTING-MASTER-FILE.
000810     COPY POSTMSTR.
000813 FD  ACCOUNT-REDIRECT-FILE.
000816     COPY ACCTRDRR.
000820
000830 FD  AUDIT-LOG-FILE.
000840     COPY AUDITREC.
000850
000860 FD  CHANGE-REPORT-FILE.
000870 01  CR-RECORD                   PIC X(80).
000871
000872*----------------------------------------------------------------
000873*    ONE RECORD PER RUN, APPENDED TO THE SHARED RUN HISTORY.
000874*----------------------------------------------------------------
000875 FD  RUN-HISTORY-FILE.
000876     COPY RUNHISTR.
000880
000890 WORKING-STORAGE SECTION.
000900*----------------------------------------------------------------
001010     88  WS-POSTMST-UNAVAIL     VALUE "N".
001020 77  WS-AUDIT-STATUS            PIC X(02) VALUE SPACES.
001030 77  WS-COARPT-STATUS           PIC X(02) VALUE SPACES.
001032 77  WS-ACCTRDR-STATUS          PIC X(02) VALUE SPACES.
001034 77  WS-ACCTRDR-AVAIL-SW        PIC X(01) VALUE "N".
001036     88  WS-ACCTRDR-AVAIL       VALUE "Y".
001038     88  WS-ACCTRDR-UNAVAIL     VALUE "N".
001040
001050*----------------------------------------------------------------
001060*    RECENT-POSTING WARNING WINDOW - AN ACCOUNT BEING
001270 77  WS-NOCHANGE-COUNT          PIC 9(07) COMP VALUE ZERO.
001280 77  WS-BAD-COUNT               PIC 9(07) COMP VALUE ZERO.
001290 77  WS-WARN-COUNT              PIC 9(07) COMP VALUE ZERO.
001291 77  WS-REDIR-COUNT             PIC 9(07) COMP VALUE ZERO.
001292 77  WS-REDIR-EFF-DATE          PIC X(06) VALUE SPACES.
001293 77  WS-REDIR-ON-FILE-SW        PIC X(01) VALUE "N".
001294     88  WS-REDIR-ON-FILE       VALUE "Y".
001295     88  WS-REDIR-NOT-ON-FILE   VALUE "N".
001300 77  WS-ACCT-FOUND-SW           PIC X(01) VALUE "N".
001310     88  WS-ACCT-FOUND          VALUE "Y".
001320     88  WS-ACCT-NOT-FOUND      VALUE "N".
001710 77  WS-RPT-LINE-TEXT           PIC X(80) VALUE SPACES.
001720 77  WS-RPT-CT-EDIT             PIC 9(07) VALUE ZERO.
001730 77  WS-SYNC-RC                 PIC 9(02) VALUE ZERO.
001731
001732*----------------------------------------------------------------
001733*    RUN HISTORY - WHEN THE RUN STARTED AND THE BUSINESS
001734*    DATES IT WAS FOR, STAMPED ON THE RECORD APPENDED TO
001735*    RUNHIST AS THE RUN ENDS.
001736*----------------------------------------------------------------
001737 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
001738 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
001739 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
001740 77  WS-RUN-THRU-DATE           PIC X(06) VALUE SPACES.
001741 01  WS-RUN-START-TIME.
001742     05  WS-RUN-START-HHMMSS    PIC X(06).
001743     05  FILLER                 PIC X(02).
001744 01  WS-RUN-END-TIME.
001745     05  WS-RUN-END-HHMMSS      PIC X(06).
001746     05  FILLER                 PIC X(02).
001747
001750 PROCEDURE DIVISION.
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001900         MOVE 4 TO WS-SYNC-RC
001910     END-IF.
001920     MOVE WS-SYNC-RC TO RETURN-CODE.
001925     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
001930     STOP RUN.
001940
001950 1000-INITIALIZE.
001953     ACCEPT WS-RUN-START-DATE FROM DATE.
001956     ACCEPT WS-RUN-START-TIME FROM TIME.
001960     DISPLAY "ENTER THE RECENT-POSTING WINDOW IN DAYS"
001970         " (1-999): ".
001980     ACCEPT WS-DAYS-FIELD.
002330     IF WS-AUDIT-STATUS = "35" OR "05"
002340         OPEN OUTPUT AUDIT-LOG-FILE
002350     END-IF.
002351     OPEN I-O ACCOUNT-REDIRECT-FILE.
002352     IF WS-ACCTRDR-STATUS = "35" OR "05"
002353         OPEN OUTPUT ACCOUNT-REDIRECT-FILE
002354         CLOSE ACCOUNT-REDIRECT-FILE
002355         OPEN I-O ACCOUNT-REDIRECT-FILE
002356     END-IF.
002357     IF WS-ACCTRDR-STATUS = "00"
002358         SET WS-ACCTRDR-AVAIL TO TRUE
002359     ELSE
002360         DISPLAY "*** REDIRECTION MASTER UNAVAILABLE - NO "
002361             "REDIRECTIONS LOADED THIS RUN ***"
002362     END-IF.
002363     OPEN OUTPUT CHANGE-REPORT-FILE.
002370     MOVE "============================================="
002380         TO WS-RPT-LINE-TEXT.
002390     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
002980         WHEN OTHER
002990             ADD 1 TO WS-NOCHANGE-COUNT
003000     END-EVALUATE.
003002     IF CX-RETIRED AND CX-SUCCESSOR-CODE NOT = SPACES
003004         PERFORM 2700-APPLY-REDIRECTION THRU 2700-EXIT
003006     END-IF.
003010 2200-NEXT.
003020     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
003030 2200-EXIT.
003830     PERFORM 7000-AUDIT-CHANGE THRU 7000-EXIT.
003840 2600-EXIT.
003850     EXIT.
003851*----------------------------------------------------------------
003852*    LOAD THE EXTRACT'S SUCCESSOR FOR A RETIRED ACCOUNT TO THE
003853*    REDIRECTION MASTER.  THE CORPORATE CHART IS THE AUTHORITY,
003854*    SO IT REPLACES A MAPPING KEYED THROUGH MENU OPTION C.  A
003855*    BLANK OR NON-NUMERIC EFFECTIVE DATE MEANS TODAY.  THE BATCH
003856*    ONLY REDIRECTS TO A SUCCESSOR THAT IS ACTIVE ON THE MASTER,
003857*    SO ONE ADDED LATER IN THIS SAME EXTRACT IS PICKED UP TOO.
003858*----------------------------------------------------------------
003859 2700-APPLY-REDIRECTION.
003860     IF WS-ACCTRDR-UNAVAIL
003861         GO TO 2700-EXIT
003862     END-IF.
003863     IF CX-SUCCESSOR-CODE = CX-ACCOUNT-CODE
003864         ADD 1 TO WS-BAD-COUNT
003865         MOVE SPACES TO WS-RPT-LINE-TEXT
003866         STRING "  BAD EXTRACT " CX-ACCOUNT-CODE
003867             " REDIRECTS TO ITSELF - SKIPPED"
003868             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
003869         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003870         GO TO 2700-EXIT
003871     END-IF.
003872     ACCEPT WS-CURRENT-DATE FROM DATE.
003873     IF CX-SUCCESSOR-EFF IS NUMERIC
003874         MOVE CX-SUCCESSOR-EFF TO WS-REDIR-EFF-DATE
003875     ELSE
003876         MOVE WS-CURRENT-DATE TO WS-REDIR-EFF-DATE
003877     END-IF.
003878     SET WS-REDIR-NOT-ON-FILE TO TRUE.
003879     MOVE CX-ACCOUNT-CODE TO RD-OLD-ACCOUNT.
003880     READ ACCOUNT-REDIRECT-FILE
003881         INVALID KEY
003882             CONTINUE
003883         NOT INVALID KEY
003884             SET WS-REDIR-ON-FILE TO TRUE
003885     END-READ.
003886     IF WS-REDIR-ON-FILE
003887             AND RD-NEW-ACCOUNT = CX-SUCCESSOR-CODE
003888             AND (RD-EFF-DATE = WS-REDIR-EFF-DATE
003889                 OR CX-SUCCESSOR-EFF IS NOT NUMERIC)
003890         GO TO 2700-EXIT
003891     END-IF.
003892     MOVE SPACES TO RD-RECORD.
003893     MOVE CX-ACCOUNT-CODE TO RD-OLD-ACCOUNT.
003894     MOVE CX-SUCCESSOR-CODE TO RD-NEW-ACCOUNT.
003895     MOVE WS-REDIR-EFF-DATE TO RD-EFF-DATE.
003896     SET RD-FROM-COA TO TRUE.
003897     MOVE WS-CURRENT-DATE TO RD-CHG-DATE.
003898     MOVE "COASYNC" TO RD-CHG-OPERATOR.
003899     IF WS-REDIR-ON-FILE
003900         REWRITE RD-RECORD
003901             INVALID KEY
003902                 DISPLAY "*** REDIRECTION REWRITE FAILED - "
003903                     "STATUS " WS-ACCTRDR-STATUS " ***"
003904                 GO TO 2700-EXIT
003905         END-REWRITE
003906     ELSE
003907         WRITE RD-RECORD
003908             INVALID KEY
003909                 DISPLAY "*** REDIRECTION WRITE FAILED - STATUS "
003910                     WS-ACCTRDR-STATUS " ***"
003911                 GO TO 2700-EXIT
003912         END-WRITE
003913     END-IF.
003914     ADD 1 TO WS-REDIR-COUNT.
003915     MOVE SPACES TO WS-RPT-LINE-TEXT.
003916     STRING "  REDIRECTED  " CX-ACCOUNT-CODE
003917         "  TO " CX-SUCCESSOR-CODE
003918         " FROM " WS-REDIR-EFF-DATE
003919         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
003920     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003921     PERFORM 7000-AUDIT-CHANGE THRU 7000-EXIT.
003922 2700-EXIT.
003923     EXIT.
003924
003925*----------------------------------------------------------------
003926*    WARN WHEN AN ACCOUNT BEING DEACTIVATED STILL POSTED
003927*    WITHIN THE WINDOW.  ITS POSTINGS ARE READ STRAIGHT OFF
003928*    THE PM-ACCOUNT PATH AND THE LATEST POSTING DATE KEPT.
003929*----------------------------------------------------------------
003930 3000-CHECK-RECENT-POSTINGS.
003931     IF WS-POSTMST-UNAVAIL
003940         GO TO 3000-EXIT
003950     END-IF.
003960     MOVE CX-ACCOUNT-CODE TO WS-SCAN-ACCOUNT.
004950         WS-RPT-CT-EDIT
004960         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
004970     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
004971     MOVE WS-REDIR-COUNT TO WS-RPT-CT-EDIT.
004972     MOVE SPACES TO WS-RPT-LINE-TEXT.
004973     STRING "  REDIRECTIONS LOADED  . . . . : "
004974         WS-RPT-CT-EDIT
004975         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
004976     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
004980     MOVE WS-WARN-COUNT TO WS-RPT-CT-EDIT.
004990     MOVE SPACES TO WS-RPT-LINE-TEXT.
005000     STRING "  RECENT-POSTING WARNINGS  . . : "
005450     IF WS-POSTMST-AVAIL
005460         CLOSE POSTING-MASTER-FILE
005470     END-IF.
005472     IF WS-ACCTRDR-AVAIL
005474         CLOSE ACCOUNT-REDIRECT-FILE
005476     END-IF.
005480     CLOSE AUDIT-LOG-FILE.
005490     CLOSE CHANGE-REPORT-FILE.
005500 9000-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------------
005540*    APPEND THIS RUN TO THE SHARED RUN HISTORY.  THE HISTORY
005550*    RECORDS THE RUN, IT IS NOT PART OF IT - A RUNHIST THAT
005560*    WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE RETURN
005570*    CODE IS LEFT AS IT IS.
005580*----------------------------------------------------------------
005590 9800-WRITE-RUN-HISTORY.
005600     OPEN EXTEND RUN-HISTORY-FILE.
005610     IF WS-RUNHIST-STATUS = "35" OR "05"
005620         OPEN OUTPUT RUN-HISTORY-FILE
005630     END-IF.
005640     IF WS-RUNHIST-STATUS NOT = "00"
005650         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
005660             " - RUN NOT RECORDED ***"
005670         GO TO 9800-EXIT
005680     END-IF.
005690     IF WS-RUN-BUS-DATE = SPACES
005700         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
005710     END-IF.
005720     IF WS-RUN-THRU-DATE = SPACES
005730         MOVE WS-RUN-BUS-DATE TO WS-RUN-THRU-DATE
005740     END-IF.
005750     MOVE SPACES TO RH-RECORD.
005760     MOVE "COASYNC" TO RH-PROGRAM.
005770     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
005780     MOVE WS-RUN-THRU-DATE TO RH-THRU-DATE.
005790     MOVE WS-RUN-START-DATE TO RH-START-DATE.
005800     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
005810     ACCEPT RH-END-DATE FROM DATE.
005820     ACCEPT WS-RUN-END-TIME FROM TIME.
005830     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
005840     MOVE WS-SYNC-RC TO RH-RETURN-CODE.
005850     MOVE "READ" TO RH-COUNT-1-LABEL.
005860     MOVE WS-READ-COUNT TO RH-COUNT-1.
005870     MOVE "ADDED" TO RH-COUNT-2-LABEL.
005880     MOVE WS-ADD-COUNT TO RH-COUNT-2.
005890     MOVE "REJECTED" TO RH-COUNT-3-LABEL.
005900     MOVE WS-BAD-COUNT TO RH-COUNT-3.
005910     WRITE RH-RECORD.
005920     CLOSE RUN-HISTORY-FILE.
005930 9800-EXIT.
005940     EXIT.
