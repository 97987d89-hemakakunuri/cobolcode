000190*                                                               *
000200*    GL FEED RECONCILIATION.  RUNS AS ITS OWN JOB STEP AFTER    *
000210*    THE ADDTHREENO BATCH STEP, READS THE DAY'S GLFEED AND THE  *
000216*    CTLTOT CONTROL TOTALS RECORDS THE BATCH WROTE (ONE PER     *
000222*    BUSINESS DATE - A CATCH-UP RUN POSTS SEVERAL), AND PROVES  *
000228*    EACH DATE'S FEED RECORD COUNT AND AMOUNT TOTAL AGAINST     *
000234*    THE TOTALS ITS CONTROL REPORT SECTION SHOWED.  EVERY DATE  *
000240*    THAT BALANCES IS WRITTEN TO RECONOK, THE LIST OF DATES     *
000246*    GLJRNL MAY JOURNAL.  A BALANCED / OUT-OF-BALANCE REPORT    *
000252*    IS WRITTEN TO RECONRPT, AND THE RETURN CODE TELLS THE      *
000258*    SCHEDULER WHETHER THE GL UPLOAD MAY BE RELEASED:           *
000270*                                                               *
000276*        RC 00  EVERY DATE BALANCES TO THE CONTROL REPORT       *
000282*        RC 04  SOME DATES BALANCE - RELEASE ONLY THE DATES     *
000288*               ON RECONOK, HOLD THE REST                       *
000294*        RC 08  NO DATE BALANCES - HOLD THE GL UPLOAD           *
000300*        RC 12  CONTROL TOTALS MISSING OR UNREADABLE            *
000310*                                                               *
000320*****************************************************************
000340*    MODIFICATION HISTORY
000350*    --------------------
000360*    08/22/2026  DW    ORIGINAL PROGRAM.
000361*    10/15/2026  DW    PROVES THE FEED ONE BUSINESS DATE AT A
000362*                       TIME AGAINST EVERY CTLTOT RECORD, SO A
000363*                       CATCH-UP RUN'S GOOD DATES ARE RELEASED
000364*                       WHILE A BAD ONE IS HELD.  A DATE WHOSE
000365*                       BATCH STOPPED ON THE REJECT LIMIT IS
000366*                       HELD EVEN IF IT BALANCES.  NEW RECONOK
000367*                       OUTPUT AND NEW RC 04.
000369*    10/15/2026  DW    EACH RUN NOW APPENDS A RECORD - PROGRAM,
000371*                       BUSINESS DATE, START AND END, RETURN
000373*                       CODE AND KEY COUNTS - TO THE SHARED
000375*                       RUNHIST RUN HISTORY FOR STEPTRAK.
000377*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000500     SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RECRPT-STATUS.
000522     SELECT RECON-OK-FILE ASSIGN TO "RECONOK"
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS WS-RECONOK-STATUS.
000527     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000528         ORGANIZATION IS LINE SEQUENTIAL
000529         FILE STATUS IS WS-RUNHIST-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000650
000660 FD  RECON-REPORT-FILE.
000670 01  RR-RECORD                   PIC X(60).
000671
000672*----------------------------------------------------------------
000673*    ONE CTLTOT-LAYOUT RECORD PER BUSINESS DATE THAT PROVED -
000674*    GLJRNL JOURNALS THOSE DATES AND NO OTHERS.
000675*----------------------------------------------------------------
000676 FD  RECON-OK-FILE.
000677 01  RO-RECORD                   PIC X(80).
000678
000679*----------------------------------------------------------------
000680*    ONE RECORD PER RUN, APPENDED TO THE SHARED RUN HISTORY.
000681*----------------------------------------------------------------
000682 FD  RUN-HISTORY-FILE.
000683     COPY RUNHISTR.
000684
000690 WORKING-STORAGE SECTION.
000700*----------------------------------------------------------------
000710*    FILE STATUS FIELDS
000730 77  WS-GLFEED-STATUS           PIC X(02) VALUE SPACES.
000740 77  WS-CTLTOT-STATUS           PIC X(02) VALUE SPACES.
000750 77  WS-RECRPT-STATUS           PIC X(02) VALUE SPACES.
000755 77  WS-RECONOK-STATUS          PIC X(02) VALUE SPACES.
000760
000770*----------------------------------------------------------------
000780*    GL FEED TALLY FIELDS
000860*----------------------------------------------------------------
000870*    CONTROL TOTALS AS READ FROM CTLTOT
000880*----------------------------------------------------------------
000920 77  WS-CTLTOT-FOUND-SW         PIC X(01) VALUE "N".
000930     88  WS-CTLTOT-FOUND        VALUE "Y".
000940     88  WS-CTLTOT-MISSING      VALUE "N".
000941 77  WS-CTLTOT-EOF-SW           PIC X(01) VALUE "N".
000942     88  WS-CTLTOT-EOF          VALUE "Y".
000943     88  WS-CTLTOT-NOT-EOF      VALUE "N".
000944
000945*----------------------------------------------------------------
000946*    ONE ENTRY PER BUSINESS DATE - FROM ITS CTLTOT RECORD, OR
000947*    FROM THE FEED ALONE WHEN THE FEED CARRIES A DATE NO
000948*    CONTROL RECORD ACCOUNTS FOR (WHICH IS HELD).  A FEED WITH
000949*    MORE DATES THAN THE TABLE HOLDS IS HELD WHOLE.
000950*----------------------------------------------------------------
000951 77  WS-DT-MAX                  PIC 9(02) COMP VALUE 62.
000952 77  WS-DT-COUNT                PIC 9(02) COMP VALUE ZERO.
000953 77  WS-DT-SUB                  PIC 9(02) COMP VALUE ZERO.
000954 77  WS-DT-IX                   PIC 9(02) COMP VALUE ZERO.
000955 77  WS-DT-KEY                  PIC X(06) VALUE SPACES.
000956 77  WS-DT-FULL-SW              PIC X(01) VALUE "N".
000957     88  WS-DT-FULL             VALUE "Y".
000958     88  WS-DT-NOT-FULL         VALUE "N".
000959 01  WS-DATE-TABLE.
000960     05  WS-DT-ENTRY            OCCURS 62 TIMES.
000961         10  WS-DT-DATE         PIC X(06).
000962         10  WS-DT-CTL-SW       PIC X(01).
000963             88  WS-DT-HAS-CTL      VALUE "Y".
000964             88  WS-DT-NO-CTL       VALUE "N".
000965         10  WS-DT-CTL-RECORD   PIC X(80).
000966         10  WS-DT-CTL-COUNT    PIC 9(07).
000967         10  WS-DT-CTL-SUM      PIC S9(09)V99.
000968         10  WS-DT-CTL-STATUS   PIC X(01).
000969             88  WS-DT-RUN-FAILED   VALUE "F".
000970         10  WS-DT-GL-COUNT     PIC 9(07) COMP.
000971         10  WS-DT-GL-SUM       PIC S9(09)V99 COMP.
000972         10  WS-DT-RESULT       PIC X(01).
000973             88  WS-DT-RELEASED     VALUE "R".
000974             88  WS-DT-HELD-OUT     VALUE "O".
000975             88  WS-DT-HELD-FAILED  VALUE "F".
000976             88  WS-DT-HELD-NO-CTL  VALUE "N".
000977
000978*----------------------------------------------------------------
000979*    RECONCILIATION RESULT
000980*----------------------------------------------------------------
000990 77  WS-BALANCED-SW             PIC X(01) VALUE "N".
001000     88  WS-IN-BALANCE          VALUE "Y".
001020 77  WS-COUNT-DIFF              PIC S9(07) COMP VALUE ZERO.
001030 77  WS-AMOUNT-DIFF             PIC S9(09)V99 COMP VALUE ZERO.
001040 77  WS-RECON-RC                PIC 9(02) VALUE ZERO.
001043 77  WS-RELEASE-CT              PIC 9(02) COMP VALUE ZERO.
001046 77  WS-HELD-CT                 PIC 9(02) COMP VALUE ZERO.
001050
001060*----------------------------------------------------------------
001070*    REPORT EDIT FIELDS
001100 77  WS-RPT-SUM-EDIT            PIC -(8)9.99.
001110 77  WS-RPT-DIFF-CT-EDIT        PIC -(6)9.
001120 77  WS-RPT-DIFF-AMT-EDIT       PIC -(8)9.99.
001125 77  WS-RPT-DATES-EDIT          PIC Z9.
001130 77  WS-RPT-LINE-TEXT           PIC X(60) VALUE SPACES.
001131
001132*----------------------------------------------------------------
001133*    RUN HISTORY - WHEN THE RUN STARTED AND THE BUSINESS
001134*    DATES IT WAS FOR, STAMPED ON THE RECORD APPENDED TO
001135*    RUNHIST AS THE RUN ENDS.
001136*----------------------------------------------------------------
001137 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
001138 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
001139 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
001140 77  WS-RUN-THRU-DATE           PIC X(06) VALUE SPACES.
001141 01  WS-RUN-START-TIME.
001142     05  WS-RUN-START-HHMMSS    PIC X(06).
001143     05  FILLER                 PIC X(02).
001144 01  WS-RUN-END-TIME.
001145     05  WS-RUN-END-HHMMSS      PIC X(06).
001146     05  FILLER                 PIC X(02).
001147
001150 PROCEDURE DIVISION.
001160 0000-MAINLINE.
001170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001220     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
001230     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001240     MOVE WS-RECON-RC TO RETURN-CODE.
001245     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
001250     STOP RUN.
001260
001270*----------------------------------------------------------------
001278*    OPEN THE INPUTS AND LOAD EVERY CONTROL TOTALS RECORD THE
001286*    BATCH STEP WROTE.  A MISSING OR EMPTY CTLTOT MEANS THERE
001294*    IS NOTHING TO PROVE THE FEED AGAINST, WHICH IS ITS OWN
001302*    SEVERITY - THE UPLOAD MUST BE HELD.  RECONOK IS ALWAYS
001310*    REWRITTEN, SO A HELD RUN NEVER LEAVES YESTERDAY'S LIST.
001320*----------------------------------------------------------------
001330 1000-INITIALIZE.
001333     ACCEPT WS-RUN-START-DATE FROM DATE.
001336     ACCEPT WS-RUN-START-TIME FROM TIME.
001340     SET WS-CTLTOT-MISSING TO TRUE.
001350     MOVE 12 TO WS-RECON-RC.
001353     MOVE ZERO TO WS-DT-COUNT.
001356     SET WS-DT-NOT-FULL TO TRUE.
001360     OPEN INPUT CONTROL-TOTAL-FILE.
001370     IF WS-CTLTOT-STATUS = "00"
001380         SET WS-CTLTOT-NOT-EOF TO TRUE
001390         PERFORM 1100-LOAD-CONTROL-TOTAL THRU 1100-EXIT
001400             UNTIL WS-CTLTOT-EOF
001480         CLOSE CONTROL-TOTAL-FILE
001490     END-IF.
001492     IF WS-DT-COUNT > ZERO
001494         SET WS-CTLTOT-FOUND TO TRUE
001496     END-IF.
001498     OPEN OUTPUT RECON-OK-FILE.
001500 1000-EXIT.
001510     EXIT.
001511
001512 1100-LOAD-CONTROL-TOTAL.
001513     READ CONTROL-TOTAL-FILE
001514         AT END
001515             SET WS-CTLTOT-EOF TO TRUE
001516             GO TO 1100-EXIT
001517     END-READ.
001518     IF WS-CTLTOT-STATUS NOT = "00"
001519         SET WS-CTLTOT-EOF TO TRUE
001520         GO TO 1100-EXIT
001521     END-IF.
001522     MOVE CT-RUN-DATE TO WS-DT-KEY.
001523     PERFORM 1200-FIND-DATE THRU 1200-EXIT.
001524     IF WS-DT-SUB = ZERO
001525         GO TO 1100-EXIT
001526     END-IF.
001527*    A DATE WRITTEN TWICE (A RESTARTED RUN) PROVES AGAINST ITS
001528*    LATEST RECORD.
001529     SET WS-DT-HAS-CTL(WS-DT-SUB) TO TRUE.
001530     MOVE CT-CONTROL-TOTALS TO WS-DT-CTL-RECORD(WS-DT-SUB).
001531     MOVE CT-POST-COUNT TO WS-DT-CTL-COUNT(WS-DT-SUB).
001532     MOVE CT-RESULT-SUM TO WS-DT-CTL-SUM(WS-DT-SUB).
001533     MOVE CT-DATE-STATUS TO WS-DT-CTL-STATUS(WS-DT-SUB).
001534 1100-EXIT.
001535     EXIT.
001536
001537*----------------------------------------------------------------
001538*    FIND WS-DT-KEY IN THE DATE TABLE, ADDING IT IF IT IS NEW.
001539*    WS-DT-SUB COMES BACK ZERO ONLY WHEN THE TABLE IS FULL.
001540*----------------------------------------------------------------
001541 1200-FIND-DATE.
001542     MOVE ZERO TO WS-DT-SUB.
001543     PERFORM 1210-MATCH-DATE THRU 1210-EXIT
001544         VARYING WS-DT-IX FROM 1 BY 1
001545         UNTIL WS-DT-IX > WS-DT-COUNT
001546             OR WS-DT-SUB > ZERO.
001547     IF WS-DT-SUB > ZERO
001548         GO TO 1200-EXIT
001549     END-IF.
001550     IF WS-DT-COUNT NOT < WS-DT-MAX
001551         SET WS-DT-FULL TO TRUE
001552         GO TO 1200-EXIT
001553     END-IF.
001554     ADD 1 TO WS-DT-COUNT.
001555     MOVE WS-DT-COUNT TO WS-DT-SUB.
001556     MOVE WS-DT-KEY TO WS-DT-DATE(WS-DT-SUB).
001557     SET WS-DT-NO-CTL(WS-DT-SUB) TO TRUE.
001558     MOVE SPACES TO WS-DT-CTL-RECORD(WS-DT-SUB).
001559     MOVE ZERO TO WS-DT-CTL-COUNT(WS-DT-SUB).
001560     MOVE ZERO TO WS-DT-CTL-SUM(WS-DT-SUB).
001561     MOVE SPACE TO WS-DT-CTL-STATUS(WS-DT-SUB).
001562     MOVE ZERO TO WS-DT-GL-COUNT(WS-DT-SUB).
001563     MOVE ZERO TO WS-DT-GL-SUM(WS-DT-SUB).
001564     MOVE SPACE TO WS-DT-RESULT(WS-DT-SUB).
001565 1200-EXIT.
001566     EXIT.
001567
001568 1210-MATCH-DATE.
001569     IF WS-DT-DATE(WS-DT-IX) = WS-DT-KEY
001570         MOVE WS-DT-IX TO WS-DT-SUB
001571     END-IF.
001572 1210-EXIT.
001573     EXIT.
001574
001575*----------------------------------------------------------------
001576*    READ THE WHOLE GL FEED, COUNTING RECORDS AND SUMMING THE
001577*    POSTED AMOUNT COLUMN FOR EACH BUSINESS DATE.  A FEED THAT
001578*    DOES NOT EXIST YET IS TREATED AS EMPTY - ZERO RECORDS,
001579*    ZERO TOTAL - AND PROVED AGAINST THE CONTROL TOTALS LIKE
001580*    ANY OTHER.
001581*----------------------------------------------------------------
001590 2000-TALLY-GL-FEED.
001600     MOVE ZERO TO WS-GL-COUNT.
001610     MOVE ZERO TO WS-GL-SUM.
001830 2200-TALLY-GL-RECORD.
001840     ADD 1 TO WS-GL-COUNT.
001850     ADD GL-POSTED-AMOUNT TO WS-GL-SUM.
001851     MOVE GL-POST-DATE TO WS-DT-KEY.
001852     PERFORM 1200-FIND-DATE THRU 1200-EXIT.
001853     IF WS-DT-SUB > ZERO
001854         ADD 1 TO WS-DT-GL-COUNT(WS-DT-SUB)
001855         ADD GL-POSTED-AMOUNT TO WS-DT-GL-SUM(WS-DT-SUB)
001856     END-IF.
001860     PERFORM 2100-READ-GL-RECORD THRU 2100-EXIT.
001870 2200-EXIT.
001880     EXIT.
001890
001891*----------------------------------------------------------------
001892*    PROVE EACH DATE ON ITS OWN.  A DATE IS RELEASED (WRITTEN TO
001893*    RECONOK) ONLY WHEN IT HAS A CONTROL RECORD, ITS FEED COUNT
001894*    AND AMOUNT MATCH IT, AND ITS BATCH RAN TO THE END.
001895*----------------------------------------------------------------
001900 3000-COMPARE-TOTALS.
001902     MOVE ZERO TO WS-RELEASE-CT.
001904     MOVE ZERO TO WS-HELD-CT.
001906     IF WS-DT-FULL
001908         MOVE WS-DT-COUNT TO WS-HELD-CT
001910     ELSE
001912         PERFORM 3100-PROVE-ONE-DATE THRU 3100-EXIT
001914             VARYING WS-DT-SUB FROM 1 BY 1
001916             UNTIL WS-DT-SUB > WS-DT-COUNT
001918     END-IF.
001920     EVALUATE TRUE
001922         WHEN WS-HELD-CT = ZERO
001924             SET WS-IN-BALANCE TO TRUE
001926             MOVE ZERO TO WS-RECON-RC
001928         WHEN WS-RELEASE-CT = ZERO
001930             SET WS-OUT-OF-BALANCE TO TRUE
001932             MOVE 8 TO WS-RECON-RC
001934         WHEN OTHER
001936             SET WS-OUT-OF-BALANCE TO TRUE
001938             MOVE 4 TO WS-RECON-RC
001940     END-EVALUATE.
001942 3000-EXIT.
001944     EXIT.
001946
001948 3100-PROVE-ONE-DATE.
001950     EVALUATE TRUE
001952         WHEN WS-DT-NO-CTL(WS-DT-SUB)
001954             SET WS-DT-HELD-NO-CTL(WS-DT-SUB) TO TRUE
001956         WHEN WS-DT-GL-COUNT(WS-DT-SUB)
001958                 NOT = WS-DT-CTL-COUNT(WS-DT-SUB)
001960           OR WS-DT-GL-SUM(WS-DT-SUB)
001962                 NOT = WS-DT-CTL-SUM(WS-DT-SUB)
001964             SET WS-DT-HELD-OUT(WS-DT-SUB) TO TRUE
001966         WHEN WS-DT-RUN-FAILED(WS-DT-SUB)
001968             SET WS-DT-HELD-FAILED(WS-DT-SUB) TO TRUE
001970         WHEN OTHER
001972             SET WS-DT-RELEASED(WS-DT-SUB) TO TRUE
001974             WRITE RO-RECORD FROM WS-DT-CTL-RECORD(WS-DT-SUB)
001976     END-EVALUATE.
001978     IF WS-DT-RELEASED(WS-DT-SUB)
001980         ADD 1 TO WS-RELEASE-CT
001982     ELSE
001984         ADD 1 TO WS-HELD-CT
001986     END-IF.
001988 3100-EXIT.
001990     EXIT.
002020
002030 4000-WRITE-REPORT.
002040     OPEN OUTPUT RECON-REPORT-FILE.
002130             TO WS-RPT-LINE-TEXT
002140         PERFORM 4100-REPORT-LINE THRU 4100-EXIT
002150     ELSE
002151         IF WS-DT-FULL
002152             MOVE "  *** TOO MANY DATES ON FEED - ALL HELD ***"
002153                 TO WS-RPT-LINE-TEXT
002154             PERFORM 4100-REPORT-LINE THRU 4100-EXIT
002155         END-IF
002160         PERFORM 4200-REPORT-TOTALS THRU 4200-EXIT
002162             VARYING WS-DT-SUB FROM 1 BY 1
002164             UNTIL WS-DT-SUB > WS-DT-COUNT
002166         PERFORM 4300-REPORT-SUMMARY THRU 4300-EXIT
002170     END-IF.
002180     MOVE "============================================="
002190         TO WS-RPT-LINE-TEXT.
002310     EXIT.
002320
002330 4200-REPORT-TOTALS.
002335     MOVE "  ---------------------------------------------"
002340         TO WS-RPT-LINE-TEXT.
002345     PERFORM 4100-REPORT-LINE THRU 4100-EXIT.
002350     STRING "  BATCH RUN DATE . . . . . . . : "
002360         WS-DT-DATE(WS-DT-SUB)
002370         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
002380     PERFORM 4100-REPORT-LINE THRU 4100-EXIT.
002390     MOVE WS-DT-CTL-COUNT(WS-DT-SUB) TO WS-RPT-COUNT-EDIT.
002400     STRING "  CONTROL REPORT POST COUNT  . : "
002410         WS-RPT-COUNT-EDIT
002420         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
002430     PERFORM 4100-REPORT-LINE THRU 4100-EXIT.
002440     MOVE WS-DT-GL-COUNT(WS-DT-SUB) TO WS-RPT-COUNT-EDIT.
002450     STRING "  GL FEED RECORD COUNT . . . . : "
002460         WS-RPT-COUNT-EDIT
002470         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
002480     PERFORM 4100-REPORT-LINE THRU 4100-EXIT.
002490     MOVE WS-DT-CTL-SUM(WS-DT-SUB) TO WS-RPT-SUM-EDIT.
002500     STRING "  CONTROL REPORT RESULT SUM  . : "
002510         WS-RPT-SUM-EDIT
002520         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
002530     PERFORM 4100-REPORT-LINE THRU 4100-EXIT.
002540     MOVE WS-DT-GL-SUM(WS-DT-SUB) TO WS-RPT-SUM-EDIT.
002550     STRING "  GL FEED AMOUNT TOTAL . . . . : "
002560         WS-RPT-SUM-EDIT
002570         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
002580     PERFORM 4100-REPORT-LINE THRU 4100-EXIT.
002590     EVALUATE TRUE
002600         WHEN WS-DT-RELEASED(WS-DT-SUB)
002610             MOVE "  *** IN BALANCE - DATE RELEASED ***"
002620                 TO WS-RPT-LINE-TEXT
002630             PERFORM 4100-REPORT-LINE THRU 4100-EXIT
002640         WHEN WS-DT-HELD-FAILED(WS-DT-SUB)
002650             MOVE "  *** BATCH STOPPED ON DATE - DATE HELD ***"
002660                 TO WS-RPT-LINE-TEXT
002670             PERFORM 4100-REPORT-LINE THRU 4100-EXIT
002680         WHEN WS-DT-HELD-NO-CTL(WS-DT-SUB)
002690             MOVE "  *** NO CONTROL TOTALS - DATE HELD ***"
002700                 TO WS-RPT-LINE-TEXT
002710             PERFORM 4100-REPORT-LINE THRU 4100-EXIT
002720         WHEN WS-DT-HELD-OUT(WS-DT-SUB)
002730             PERFORM 4210-REPORT-DIFFERENCE THRU 4210-EXIT
002740     END-EVALUATE.
002780 4200-EXIT.
002790     EXIT.
002800
002810 4210-REPORT-DIFFERENCE.
002820     COMPUTE WS-COUNT-DIFF = WS-DT-GL-COUNT(WS-DT-SUB)
002830         - WS-DT-CTL-COUNT(WS-DT-SUB).
002840     COMPUTE WS-AMOUNT-DIFF = WS-DT-GL-SUM(WS-DT-SUB)
002850         - WS-DT-CTL-SUM(WS-DT-SUB).
002860     MOVE WS-COUNT-DIFF TO WS-RPT-DIFF-CT-EDIT.
002870     STRING "  RECORD COUNT DIFFERENCE  . . : "
002880         WS-RPT-DIFF-CT-EDIT
002890         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
002900     PERFORM 4100-REPORT-LINE THRU 4100-EXIT.
002910     MOVE WS-AMOUNT-DIFF TO WS-RPT-DIFF-AMT-EDIT.
002920     STRING "  AMOUNT DIFFERENCE  . . . . . : "
002930         WS-RPT-DIFF-AMT-EDIT
002940         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
002950     PERFORM 4100-REPORT-LINE THRU 4100-EXIT.
002960     MOVE "  *** OUT OF BALANCE - DATE HELD ***"
002970         TO WS-RPT-LINE-TEXT.
002980     PERFORM 4100-REPORT-LINE THRU 4100-EXIT.
002990 4210-EXIT.
003000     EXIT.
003010
003020 4300-REPORT-SUMMARY.
003030     MOVE "  ---------------------------------------------"
003040         TO WS-RPT-LINE-TEXT.
003050     PERFORM 4100-REPORT-LINE THRU 4100-EXIT.
003060     MOVE WS-RELEASE-CT TO WS-RPT-DATES-EDIT.
003070     STRING "  DATES RELEASED . . . . . . . : "
003080         WS-RPT-DATES-EDIT
003090         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
003100     PERFORM 4100-REPORT-LINE THRU 4100-EXIT.
003110     MOVE WS-HELD-CT TO WS-RPT-DATES-EDIT.
003120     STRING "  DATES HELD . . . . . . . . . : "
003130         WS-RPT-DATES-EDIT
003140         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
003150     PERFORM 4100-REPORT-LINE THRU 4100-EXIT.
003160     EVALUATE TRUE
003170         WHEN WS-IN-BALANCE
003180             MOVE "  *** IN BALANCE - RELEASE THE GL UPLOAD ***"
003190                 TO WS-RPT-LINE-TEXT
003200         WHEN WS-RELEASE-CT = ZERO
003210             MOVE "  *** OUT OF BALANCE - HOLD THE GL UPLOAD ***"
003220                 TO WS-RPT-LINE-TEXT
003230         WHEN OTHER
003240             MOVE "  *** RELEASE ONLY THE DATES ON RECONOK ***"
003250                 TO WS-RPT-LINE-TEXT
003260     END-EVALUATE.
003270     PERFORM 4100-REPORT-LINE THRU 4100-EXIT.
003280 4300-EXIT.
003290     EXIT.
003300
003310 9000-TERMINATE.
003320     CLOSE RECON-OK-FILE.
003330 9000-EXIT.
003340     EXIT.
003350
003360*----------------------------------------------------------------
003370*    APPEND THIS RUN TO THE SHARED RUN HISTORY.  THE HISTORY
003380*    RECORDS THE RUN, IT IS NOT PART OF IT - A RUNHIST THAT
003390*    WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE RETURN
003400*    CODE IS LEFT AS IT IS.
003410*----------------------------------------------------------------
003420 9800-WRITE-RUN-HISTORY.
003430     OPEN EXTEND RUN-HISTORY-FILE.
003440     IF WS-RUNHIST-STATUS = "35" OR "05"
003450         OPEN OUTPUT RUN-HISTORY-FILE
003460     END-IF.
003470     IF WS-RUNHIST-STATUS NOT = "00"
003480         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
003490             " - RUN NOT RECORDED ***"
003500         GO TO 9800-EXIT
003510     END-IF.
003520     PERFORM 9810-NOTE-RUN-DATE THRU 9810-EXIT
003530         VARYING WS-DT-IX FROM 1 BY 1
003540         UNTIL WS-DT-IX > WS-DT-COUNT.
003550     IF WS-RUN-BUS-DATE = SPACES
003560         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
003570     END-IF.
003580     IF WS-RUN-THRU-DATE = SPACES
003590         MOVE WS-RUN-BUS-DATE TO WS-RUN-THRU-DATE
003600     END-IF.
003610     MOVE SPACES TO RH-RECORD.
003620     MOVE "GLRECON" TO RH-PROGRAM.
003630     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
003640     MOVE WS-RUN-THRU-DATE TO RH-THRU-DATE.
003650     MOVE WS-RUN-START-DATE TO RH-START-DATE.
003660     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
003670     ACCEPT RH-END-DATE FROM DATE.
003680     ACCEPT WS-RUN-END-TIME FROM TIME.
003690     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
003700     MOVE WS-RECON-RC TO RH-RETURN-CODE.
003710     MOVE "DATES" TO RH-COUNT-1-LABEL.
003720     MOVE WS-DT-COUNT TO RH-COUNT-1.
003730     MOVE "RELEASED" TO RH-COUNT-2-LABEL.
003740     MOVE WS-RELEASE-CT TO RH-COUNT-2.
003750     MOVE "HELD" TO RH-COUNT-3-LABEL.
003760     MOVE WS-HELD-CT TO RH-COUNT-3.
003770     WRITE RH-RECORD.
003780     CLOSE RUN-HISTORY-FILE.
003790 9800-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------------
003830*    WIDEN THE RUN'S BUSINESS DATES TO TAKE IN ONE ENTRY OF
003840*    THE DATE TABLE.
003850*----------------------------------------------------------------
003860 9810-NOTE-RUN-DATE.
003870     IF WS-RUN-BUS-DATE = SPACES
003880             OR WS-DT-DATE(WS-DT-IX) < WS-RUN-BUS-DATE
003890         MOVE WS-DT-DATE(WS-DT-IX) TO WS-RUN-BUS-DATE
003900     END-IF.
003910     IF WS-DT-DATE(WS-DT-IX) > WS-RUN-THRU-DATE
003920         MOVE WS-DT-DATE(WS-DT-IX) TO WS-RUN-THRU-DATE
003930     END-IF.
003940 9810-EXIT.
003950     EXIT.
