000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PMVERIFY.
000120 AUTHOR. D. WHITFIELD.
000130 INSTALLATION. FINANCE-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*                                                               *
000180*    P M V E R I F Y                                           *
000190*                                                               *
000200*    POSTING MASTER INTEGRITY VERIFICATION.  RUNS NIGHTLY      *
000210*    AFTER THE GL STEPS AND AHEAD OF EVERY PERCLOSE.  WALKS    *
000220*    POSTMST ON ITS DATE/SEQUENCE KEY AND CHECKS THAT THE      *
000230*    MASTER IS STILL INTERNALLY CONSISTENT:                    *
000240*                                                               *
000250*      - EACH DATE'S SEQUENCES RUN 1 TO RC-NEXT-POST-SEQ ON    *
000260*        RUNCTL WITH NO GAP, AND NONE SITS PAST IT WHERE THE   *
000270*        NEXT RUN WOULD ISSUE THE SAME KEY AGAIN               *
000280*      - EACH DATE'S POSTINGS RE-ADD TO THE POSTED COUNT AND   *
000290*        RESULT SUM ON ITS RUN CONTROL RECORD                  *
000296*      - EVERY REVERSAL ("V", OR "A"/"G" ONCE THE LEDGER HAS   *
000302*        ANSWERED) POINTS AT AN "R" ORIGINAL FOR THE           *
000310*        EXACT NEGATIVE AMOUNT, AND EVERY "R" ORIGINAL HAS     *
000320*        ITS REVERSAL (OR HAS ONE QUEUED ON DAYPOST)           *
000330*      - STATUS IS ONE OF P/R/V/A/G, THE ACCOUNT IS ON         *
000340*        ACCTMST AND THE DEPARTMENT IS ON DEPTMST              *
000341*      - EVERY BALANCE-FORWARD RECORD (DATE 000000) IS STATUS  *
000342*        "B" ON AN ACCOUNT ON ACCTMST                          *
000343*                                                               *
000344*    DATES A RETENTION PURGE HAS REACHED (PD-PURGED-THRU ON    *
000345*    PERIODS) HAVE LOST POSTINGS TO HISTORY ON PURPOSE, SO     *
000346*    THEIR SEQUENCES AND TOTALS ARE NOT HELD TO RUNCTL.        *
000350*                                                               *
000360*    EVERY FINDING IS LISTED ON VRFYRPT.  THE RETURN CODE      *
000370*    TELLS THE SCHEDULER WHETHER PERCLOSE MAY SWEEP THE        *
000380*    MASTER:                                                   *
000390*                                                               *
000400*        RC 00  MASTER CONSISTENT                              *
000410*        RC 04  WARNINGS ONLY (UNVERIFIABLE DATES, QUEUED      *
000420*               REVERSALS) - PERCLOSE MAY RUN                  *
000430*        RC 08  MASTER DAMAGED - HOLD PERCLOSE                 *
000440*        RC 12  VERIFICATION INCOMPLETE - HOLD PERCLOSE        *
000450*                                                               *
000460*****************************************************************
000470*
000480*    MODIFICATION HISTORY
000490*    --------------------
000500*    10/15/2026  DW    ORIGINAL PROGRAM.
000502*    10/15/2026  DW    CHECKS THE BALANCE-FORWARD RECORDS LEFT BY
000504*                       PMPURGE AND NO LONGER HOLDS PURGED DATES
000506*                       (PD-PURGED-THRU ON PERIODS) TO THEIR
000508*                       SEQUENCES AND RUN CONTROL TOTALS.
000510*    10/15/2026  DW    EACH RUN NOW APPENDS A RECORD - PROGRAM,
000512*                       BUSINESS DATE, START AND END, RETURN
000514*                       CODE AND KEY COUNTS - TO THE SHARED
000516*                       RUNHIST RUN HISTORY FOR STEPTRAK.
000518*    10/15/2026  DW    EVERY POSTING CARRYING AN ORIGINAL'S KEY
000520*                       IS LINKED AS A REVERSAL WHATEVER ITS
000522*                       STATUS, SO A REVERSAL THE LEDGER HAS
000524*                       ACCEPTED STILL MATCHES ITS "R".
000526*
000528 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT POSTING-MASTER-FILE ASSIGN TO "POSTMST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS PM-KEY
000620         ALTERNATE RECORD KEY IS PM-ACCOUNT
000630             WITH DUPLICATES
000640         FILE STATUS IS WS-POSTMST-STATUS.
000650     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS RC-RUN-DATE
000690         FILE STATUS IS WS-RUNCTL-STATUS.
000700     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS AM-ACCOUNT-CODE
000740         FILE STATUS IS WS-ACCTMST-STATUS.
000750     SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMST"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS DM-DEPT-CODE
000790         FILE STATUS IS WS-DEPTMST-STATUS.
000800     SELECT DAY-POST-FILE ASSIGN TO "DAYPOST"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-DAYPOST-STATUS.
000830     SELECT VERIFY-REPORT-FILE ASSIGN TO "VRFYRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-VFYRPT-STATUS.
000851     SELECT PERIOD-FILE ASSIGN TO "PERIODS"
000852         ORGANIZATION IS INDEXED
000853         ACCESS MODE IS SEQUENTIAL
000854         RECORD KEY IS PD-PERIOD
000855         FILE STATUS IS WS-PERIOD-STATUS.
000856     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000857         ORGANIZATION IS LINE SEQUENTIAL
000858         FILE STATUS IS WS-RUNHIST-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  POSTING-MASTER-FILE.
000900     COPY POSTMSTR.
000910
000920 FD  RUN-CONTROL-FILE.
000930     COPY RUNCTLR.
000940
000950 FD  ACCOUNT-MASTER-FILE.
000960     COPY ACCTMSTR.
000970
000980 FD  DEPARTMENT-MASTER-FILE.
000990     COPY DEPTREC.
001000
001010 FD  DAY-POST-FILE.
001020     COPY DAYPOSTR.
001030
001032 FD  PERIOD-FILE.
001034     COPY PERDREC.
001036
001040 FD  VERIFY-REPORT-FILE.
001050 01  VR-RECORD                   PIC X(80).
001051
001052*----------------------------------------------------------------
001053*    ONE RECORD PER RUN, APPENDED TO THE SHARED RUN HISTORY.
001054*----------------------------------------------------------------
001055 FD  RUN-HISTORY-FILE.
001056     COPY RUNHISTR.
001060
001070 WORKING-STORAGE SECTION.
001080*----------------------------------------------------------------
001090*    FILE STATUS FIELDS
001100*----------------------------------------------------------------
001110 77  WS-POSTMST-STATUS          PIC X(02) VALUE SPACES.
001120 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
001130 77  WS-ACCTMST-STATUS          PIC X(02) VALUE SPACES.
001140 77  WS-DEPTMST-STATUS          PIC X(02) VALUE SPACES.
001150 77  WS-DAYPOST-STATUS          PIC X(02) VALUE SPACES.
001160 77  WS-VFYRPT-STATUS           PIC X(02) VALUE SPACES.
001165 77  WS-PERIOD-STATUS           PIC X(02) VALUE SPACES.
001170
001180*----------------------------------------------------------------
001190*    FILE AVAILABILITY.  POSTMST AND RUNCTL ARE REQUIRED; A
001200*    MISSING ACCTMST OR DEPTMST SKIPS THAT CHECK AND MAKES THE
001210*    RUN INCOMPLETE (RC 12).
001220*----------------------------------------------------------------
001230 77  WS-MASTERS-SW              PIC X(01) VALUE "N".
001240     88  WS-MASTERS-OPEN        VALUE "Y".
001250     88  WS-MASTERS-UNAVAIL     VALUE "N".
001260 77  WS-ACCTMST-SW              PIC X(01) VALUE "N".
001270     88  WS-ACCTMST-OPEN        VALUE "Y".
001280     88  WS-ACCTMST-UNAVAIL     VALUE "N".
001290 77  WS-DEPTMST-SW              PIC X(01) VALUE "N".
001300     88  WS-DEPTMST-OPEN        VALUE "Y".
001310     88  WS-DEPTMST-UNAVAIL     VALUE "N".
001320 77  WS-POSTMST-EOF-SW          PIC X(01) VALUE "N".
001330     88  WS-POSTMST-EOF         VALUE "Y".
001340     88  WS-POSTMST-NOT-EOF     VALUE "N".
001350 77  WS-RUNCTL-EOF-SW           PIC X(01) VALUE "N".
001360     88  WS-RUNCTL-EOF          VALUE "Y".
001370     88  WS-RUNCTL-NOT-EOF      VALUE "N".
001380 77  WS-DAYPOST-EOF-SW          PIC X(01) VALUE "N".
001390     88  WS-DAYPOST-EOF         VALUE "Y".
001400     88  WS-DAYPOST-NOT-EOF     VALUE "N".
001402 77  WS-PERIOD-EOF-SW           PIC X(01) VALUE "N".
001404     88  WS-PERIOD-EOF          VALUE "Y".
001406     88  WS-PERIOD-NOT-EOF      VALUE "N".
001410
001420*----------------------------------------------------------------
001430*    THE DATE BEING WALKED - ITS RUN CONTROL FIGURES AND WHAT
001440*    THE MASTER ACTUALLY HOLDS FOR IT.
001450*----------------------------------------------------------------
001460 77  WS-CUR-DATE                PIC X(06) VALUE SPACES.
001470 77  WS-CUR-EXPECT-SEQ          PIC 9(07) COMP VALUE ZERO.
001480 77  WS-CUR-COUNT               PIC 9(07) COMP VALUE ZERO.
001490 77  WS-CUR-SUM                 PIC S9(11)V99 COMP VALUE ZERO.
001500 77  WS-CUR-RC-NEXT             PIC 9(07) COMP VALUE ZERO.
001510 77  WS-CUR-RC-COUNT            PIC 9(07) COMP VALUE ZERO.
001520 77  WS-CUR-RC-SUM              PIC S9(11)V99 COMP VALUE ZERO.
001530 77  WS-CUR-RC-SW               PIC X(01) VALUE "N".
001540     88  WS-CUR-RC-FOUND        VALUE "Y".
001550     88  WS-CUR-RC-MISSING      VALUE "N".
001560 77  WS-CUR-TOTALS-SW           PIC X(01) VALUE "N".
001570     88  WS-CUR-TOTALS-KNOWN    VALUE "Y".
001580     88  WS-CUR-TOTALS-UNKNOWN  VALUE "N".
001590 77  WS-GAP-FROM                PIC 9(07) COMP VALUE ZERO.
001600 77  WS-GAP-TO                  PIC 9(07) COMP VALUE ZERO.
001601
001602*----------------------------------------------------------------
001603*    PURGED PERIODS - HOW FAR THE RETENTION PURGE HAS REACHED IN
001604*    EACH.  A DATE UP TO THAT POINT IS A PURGED DATE.
001605*----------------------------------------------------------------
001606 77  WS-PG-MAX                  PIC 9(04) COMP VALUE 240.
001607 77  WS-PG-COUNT                PIC 9(04) COMP VALUE ZERO.
001608 77  WS-PG-SUB                  PIC 9(04) COMP VALUE ZERO.
001609 01  WS-PG-TABLE.
001610     05  WS-PG-ENTRY OCCURS 240 TIMES.
001611         10  WS-PG-PERIOD       PIC X(04).
001612         10  WS-PG-THRU         PIC X(06).
001613 77  WS-LOOK-DATE               PIC X(06) VALUE SPACES.
001614 77  WS-CUR-PURGED-SW           PIC X(01) VALUE "N".
001615     88  WS-CUR-PURGED          VALUE "Y".
001616     88  WS-CUR-NOT-PURGED      VALUE "N".
001617
001620*----------------------------------------------------------------
001626*    REVERSAL LINKAGE TABLES - EVERY "R" ORIGINAL AND EVERY
001632*    REVERSAL SEEN ON THE WALK, MATCHED AFTER IT.  A REVERSAL IS
001638*    ANY POSTING CARRYING AN ORIGINAL'S KEY, WHETHER STILL "V"
001644*    OR SINCE ACCEPTED OR REJECTED BY THE LEDGER.  THE QUEUED
001650*    TABLE HOLDS THE ORIGINAL KEYS OF REVERSALS STILL WAITING
001660*    ON DAYPOST FOR TONIGHT'S BATCH.
001670*----------------------------------------------------------------
001680 77  WS-RT-MAX                  PIC 9(04) COMP VALUE 5000.
001690 77  WS-RT-COUNT                PIC 9(04) COMP VALUE ZERO.
001700 77  WS-RT-SUB                  PIC 9(04) COMP VALUE ZERO.
001710 77  WS-RT-HIT-SUB              PIC 9(04) COMP VALUE ZERO.
001720 01  WS-RT-TABLE.
001730     05  WS-RT-ENTRY OCCURS 5000 TIMES.
001740         10  WS-RT-KEY          PIC X(13).
001750         10  WS-RT-RESULT       PIC S9(7)V99 COMP.
001760         10  WS-RT-MATCH-SW     PIC X(01).
001770             88  WS-RT-MATCHED      VALUE "Y".
001780             88  WS-RT-UNMATCHED    VALUE "N".
001790 77  WS-VT-MAX                  PIC 9(04) COMP VALUE 5000.
001800 77  WS-VT-COUNT                PIC 9(04) COMP VALUE ZERO.
001810 77  WS-VT-SUB                  PIC 9(04) COMP VALUE ZERO.
001820 01  WS-VT-TABLE.
001830     05  WS-VT-ENTRY OCCURS 5000 TIMES.
001840         10  WS-VT-KEY          PIC X(13).
001850         10  WS-VT-ORIG-KEY     PIC X(13).
001860         10  WS-VT-RESULT       PIC S9(7)V99 COMP.
001870 77  WS-QT-MAX                  PIC 9(04) COMP VALUE 500.
001880 77  WS-QT-COUNT                PIC 9(04) COMP VALUE ZERO.
001890 77  WS-QT-SUB                  PIC 9(04) COMP VALUE ZERO.
001900 77  WS-QT-FOUND-SW             PIC X(01) VALUE "N".
001910     88  WS-QT-FOUND            VALUE "Y".
001920     88  WS-QT-NOT-FOUND        VALUE "N".
001930 01  WS-QT-TABLE.
001940     05  WS-QT-ORIG-KEY OCCURS 500 TIMES PIC X(13).
001950 77  WS-TABLE-FULL-SW           PIC X(01) VALUE "N".
001960     88  WS-TABLE-FULL          VALUE "Y".
001970     88  WS-TABLE-ROOM          VALUE "N".
001980 77  WS-LINK-KEY                PIC X(13) VALUE SPACES.
001990 77  WS-LINK-NET                PIC S9(09)V99 COMP VALUE ZERO.
002000
002010*----------------------------------------------------------------
002020*    FINDING COUNTS.  AN EXCEPTION MEANS THE MASTER IS DAMAGED;
002030*    A WARNING IS SOMETHING THAT COULD NOT BE PROVED EITHER WAY
002040*    OR IS STILL IN FLIGHT.
002050*----------------------------------------------------------------
002060 77  WS-PM-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
002070 77  WS-DATE-COUNT              PIC 9(07) COMP VALUE ZERO.
002080 77  WS-SEQ-EXC-CT              PIC 9(07) COMP VALUE ZERO.
002090 77  WS-TOT-EXC-CT              PIC 9(07) COMP VALUE ZERO.
002100 77  WS-LINK-EXC-CT             PIC 9(07) COMP VALUE ZERO.
002110 77  WS-STAT-EXC-CT             PIC 9(07) COMP VALUE ZERO.
002120 77  WS-ACCT-EXC-CT             PIC 9(07) COMP VALUE ZERO.
002130 77  WS-DEPT-EXC-CT             PIC 9(07) COMP VALUE ZERO.
002140 77  WS-EXC-COUNT               PIC 9(07) COMP VALUE ZERO.
002150 77  WS-WARN-COUNT              PIC 9(07) COMP VALUE ZERO.
002152 77  WS-PURGED-DATE-CT           PIC 9(07) COMP VALUE ZERO.
002154 77  WS-BF-COUNT                PIC 9(07) COMP VALUE ZERO.
002156 77  WS-BF-AMT                  PIC S9(11)V99 COMP VALUE ZERO.
002160 77  WS-INCOMPLETE-SW           PIC X(01) VALUE "N".
002170     88  WS-RUN-INCOMPLETE      VALUE "Y".
002180     88  WS-RUN-COMPLETE        VALUE "N".
002190 77  WS-VERIFY-RC               PIC 9(02) VALUE ZERO.
002200
002210*----------------------------------------------------------------
002220*    FINDING LINE - THE POSTING (OR DATE) IT IS ABOUT AND WHAT
002230*    IS WRONG WITH IT.
002240*----------------------------------------------------------------
002250 01  WS-FIND-LINE.
002260     05  FILLER                 PIC X(02) VALUE SPACES.
002270     05  WS-FIND-SEVERITY       PIC X(04) VALUE SPACES.
002280     05  FILLER                 PIC X(01) VALUE SPACE.
002290     05  WS-FIND-DATE           PIC X(06) VALUE SPACES.
002300     05  WS-FIND-SLASH          PIC X(01) VALUE SPACE.
002310     05  WS-FIND-SEQ            PIC X(07) VALUE SPACES.
002320     05  FILLER                 PIC X(02) VALUE SPACES.
002330     05  WS-FIND-TEXT           PIC X(57) VALUE SPACES.
002340 01  WS-FIND-KEY.
002350     05  WS-FIND-KEY-DATE       PIC X(06).
002360     05  WS-FIND-KEY-SEQ        PIC X(07).
002370 77  WS-FIND-SEQ-NUM            PIC 9(07) VALUE ZERO.
002380
002390 01  WS-CURRENT-DATE.
002400     05  WS-CURRENT-YY          PIC 9(02).
002410     05  WS-CURRENT-MM          PIC 9(02).
002420     05  WS-CURRENT-DD          PIC 9(02).
002430
002440*----------------------------------------------------------------
002450*    REPORT EDIT FIELDS
002460*----------------------------------------------------------------
002470 77  WS-RPT-LINE-TEXT           PIC X(80) VALUE SPACES.
002480 77  WS-RPT-CT-EDIT             PIC 9(07) VALUE ZERO.
002490 77  WS-RPT-CT2-EDIT            PIC 9(07) VALUE ZERO.
002500 77  WS-RPT-AMT-EDIT            PIC -(10)9.99.
002510 77  WS-RPT-AMT2-EDIT           PIC -(10)9.99.
002511
002512*----------------------------------------------------------------
002513*    RUN HISTORY - WHEN THE RUN STARTED AND THE BUSINESS
002514*    DATES IT WAS FOR, STAMPED ON THE RECORD APPENDED TO
002515*    RUNHIST AS THE RUN ENDS.
002516*----------------------------------------------------------------
002517 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
002518 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
002519 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
002520 77  WS-RUN-THRU-DATE           PIC X(06) VALUE SPACES.
002521 01  WS-RUN-START-TIME.
002522     05  WS-RUN-START-HHMMSS    PIC X(06).
002523     05  FILLER                 PIC X(02).
002524 01  WS-RUN-END-TIME.
002525     05  WS-RUN-END-HHMMSS      PIC X(06).
002526     05  FILLER                 PIC X(02).
002527
002530 PROCEDURE DIVISION.
002540 0000-MAINLINE.
002550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002560     IF WS-MASTERS-OPEN
002570         PERFORM 2000-LOAD-QUEUED-REVERSALS THRU 2000-EXIT
002575         PERFORM 2200-LOAD-PURGED-PERIODS THRU 2200-EXIT
002580         PERFORM 3000-WALK-POSTING-MASTER THRU 3000-EXIT
002590         PERFORM 4000-CHECK-REVERSAL-LINKS THRU 4000-EXIT
002600         PERFORM 5000-CHECK-UNPOSTED-DATES THRU 5000-EXIT
002610     END-IF.
002620     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
002630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002640     MOVE WS-VERIFY-RC TO RETURN-CODE.
002645     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
002650     STOP RUN.
002660
002670*----------------------------------------------------------------
002680*    OPEN EVERYTHING.  WITHOUT POSTMST OR RUNCTL THERE IS
002690*    NOTHING TO VERIFY AGAINST - THE RUN ENDS RC 12.
002700*----------------------------------------------------------------
002710 1000-INITIALIZE.
002713     ACCEPT WS-RUN-START-DATE FROM DATE.
002716     ACCEPT WS-RUN-START-TIME FROM TIME.
002720     ACCEPT WS-CURRENT-DATE FROM DATE.
002730     OPEN OUTPUT VERIFY-REPORT-FILE.
002740     MOVE "============================================="
002750         TO WS-RPT-LINE-TEXT.
002760     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
002770     MOVE "  POSTING MASTER VERIFICATION"
002780         TO WS-RPT-LINE-TEXT.
002790     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
002800     STRING "  RUN DATE . . . . . . . . . . : "
002810         WS-CURRENT-DATE
002820         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
002830     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
002840     MOVE "============================================="
002850         TO WS-RPT-LINE-TEXT.
002860     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
002870     SET WS-MASTERS-UNAVAIL TO TRUE.
002880     OPEN INPUT POSTING-MASTER-FILE.
002890     IF WS-POSTMST-STATUS NOT = "00"
002900         STRING "  *** POSTMST UNAVAILABLE - STATUS "
002910             WS-POSTMST-STATUS " ***"
002920             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
002930         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
002940         SET WS-RUN-INCOMPLETE TO TRUE
002950         GO TO 1000-EXIT
002960     END-IF.
002970     OPEN INPUT RUN-CONTROL-FILE.
002980     IF WS-RUNCTL-STATUS NOT = "00"
002990         STRING "  *** RUNCTL UNAVAILABLE - STATUS "
003000             WS-RUNCTL-STATUS " ***"
003010             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
003020         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003030         CLOSE POSTING-MASTER-FILE
003040         SET WS-RUN-INCOMPLETE TO TRUE
003050         GO TO 1000-EXIT
003060     END-IF.
003070     SET WS-MASTERS-OPEN TO TRUE.
003080     OPEN INPUT ACCOUNT-MASTER-FILE.
003090     IF WS-ACCTMST-STATUS = "00"
003100         SET WS-ACCTMST-OPEN TO TRUE
003110     ELSE
003120         MOVE "  *** ACCTMST UNAVAILABLE - NOT CHECKED ***"
003130             TO WS-RPT-LINE-TEXT
003140         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003150         SET WS-RUN-INCOMPLETE TO TRUE
003160     END-IF.
003170     OPEN INPUT DEPARTMENT-MASTER-FILE.
003180     IF WS-DEPTMST-STATUS = "00"
003190         SET WS-DEPTMST-OPEN TO TRUE
003200     ELSE
003210         MOVE "  *** DEPTMST UNAVAILABLE - NOT CHECKED ***"
003220             TO WS-RPT-LINE-TEXT
003230         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003240         SET WS-RUN-INCOMPLETE TO TRUE
003250     END-IF.
003260 1000-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------------
003300*    REVERSALS APPROVED TODAY MARK THE ORIGINAL "R" AT ONCE BUT
003310*    ONLY REACH THE MASTER AS "V" WHEN THE BATCH POSTS DAYPOST.
003320*    NOTE THEIR ORIGINAL KEYS SO THOSE ARE NOT CALLED ORPHANS.
003330*----------------------------------------------------------------
003340 2000-LOAD-QUEUED-REVERSALS.
003350     OPEN INPUT DAY-POST-FILE.
003360     IF WS-DAYPOST-STATUS NOT = "00"
003370         GO TO 2000-EXIT
003380     END-IF.
003390     SET WS-DAYPOST-NOT-EOF TO TRUE.
003400     PERFORM 2100-READ-DAYPOST THRU 2100-EXIT
003410         UNTIL WS-DAYPOST-EOF.
003420     CLOSE DAY-POST-FILE.
003430 2000-EXIT.
003440     EXIT.
003450
003460 2100-READ-DAYPOST.
003470     READ DAY-POST-FILE
003480         AT END
003490             SET WS-DAYPOST-EOF TO TRUE
003500             GO TO 2100-EXIT
003510     END-READ.
003520     IF NOT DP-REVERSAL
003530         GO TO 2100-EXIT
003540     END-IF.
003550     IF WS-QT-COUNT < WS-QT-MAX
003560         ADD 1 TO WS-QT-COUNT
003570         MOVE DP-ORIG-KEY TO WS-QT-ORIG-KEY(WS-QT-COUNT)
003580     ELSE
003590         SET WS-TABLE-FULL TO TRUE
003600     END-IF.
003610 2100-EXIT.
003620     EXIT.
003630
003631*----------------------------------------------------------------
003632*    HOW FAR THE RETENTION PURGE HAS REACHED IN EACH PERIOD.
003633*    WITHOUT PERIODS NO DATE COUNTS AS PURGED, AND ANY PURGED
003634*    DATE SHOWS UP AS MISSING SEQUENCES.
003635*----------------------------------------------------------------
003636 2200-LOAD-PURGED-PERIODS.
003637     OPEN INPUT PERIOD-FILE.
003638     IF WS-PERIOD-STATUS NOT = "00"
003639         MOVE "  *** PERIODS UNAVAILABLE - NO PURGED DATES ***"
003640             TO WS-RPT-LINE-TEXT
003641         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003642         GO TO 2200-EXIT
003643     END-IF.
003644     SET WS-PERIOD-NOT-EOF TO TRUE.
003645     PERFORM 2300-READ-PERIOD THRU 2300-EXIT
003646         UNTIL WS-PERIOD-EOF.
003647     CLOSE PERIOD-FILE.
003648 2200-EXIT.
003649     EXIT.
003650
003651 2300-READ-PERIOD.
003652     READ PERIOD-FILE
003653         AT END
003654             SET WS-PERIOD-EOF TO TRUE
003655             GO TO 2300-EXIT
003656     END-READ.
003657     IF PD-PURGED-THRU = SPACES
003658         GO TO 2300-EXIT
003659     END-IF.
003660     IF WS-PG-COUNT < WS-PG-MAX
003661         ADD 1 TO WS-PG-COUNT
003662         MOVE PD-PERIOD TO WS-PG-PERIOD(WS-PG-COUNT)
003663         MOVE PD-PURGED-THRU TO WS-PG-THRU(WS-PG-COUNT)
003664     ELSE
003665         SET WS-RUN-INCOMPLETE TO TRUE
003666         SET WS-PERIOD-EOF TO TRUE
003667         MOVE "  *** PURGED PERIOD TABLE FULL ***"
003668             TO WS-RPT-LINE-TEXT
003669         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003670     END-IF.
003671 2300-EXIT.
003672     EXIT.
003673
003674*----------------------------------------------------------------
003675*    WALK THE WHOLE MASTER IN DATE/SEQUENCE ORDER.  EACH CHANGE
003676*    OF DATE CLOSES OFF THE DATE BEFORE IT AND PICKS UP THE NEW
003677*    DATE'S RUN CONTROL RECORD.
003680*----------------------------------------------------------------
003690 3000-WALK-POSTING-MASTER.
003700     SET WS-POSTMST-NOT-EOF TO TRUE.
003710     MOVE LOW-VALUES TO PM-KEY.
003720     START POSTING-MASTER-FILE
003730         KEY IS NOT LESS THAN PM-KEY
003740         INVALID KEY
003750             SET WS-POSTMST-EOF TO TRUE
003760     END-START.
003770     PERFORM 3100-CHECK-POSTING THRU 3100-EXIT
003780         UNTIL WS-POSTMST-EOF.
003790     IF WS-CUR-DATE NOT = SPACES
003800         PERFORM 3300-END-DATE THRU 3300-EXIT
003810     END-IF.
003820 3000-EXIT.
003830     EXIT.
003840
003850 3100-CHECK-POSTING.
003860     READ POSTING-MASTER-FILE NEXT RECORD
003870         AT END
003880             SET WS-POSTMST-EOF TO TRUE
003890             GO TO 3100-EXIT
003900     END-READ.
003910     IF WS-POSTMST-STATUS NOT = "00" AND "02"
003920         SET WS-POSTMST-EOF TO TRUE
003930         SET WS-RUN-INCOMPLETE TO TRUE
003940         STRING "  *** POSTMST READ FAILED - STATUS "
003950             WS-POSTMST-STATUS " - WALK STOPPED ***"
003960             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
003970         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003980         GO TO 3100-EXIT
003990     END-IF.
004000     ADD 1 TO WS-PM-READ-COUNT.
004002     IF PM-BALANCE-FWD-DATE
004004         PERFORM 3800-CHECK-BALANCE-FWD THRU 3800-EXIT
004006         GO TO 3100-EXIT
004008     END-IF.
004010     IF PM-POST-DATE NOT = WS-CUR-DATE
004020         IF WS-CUR-DATE NOT = SPACES
004030             PERFORM 3300-END-DATE THRU 3300-EXIT
004040         END-IF
004050         PERFORM 3200-START-DATE THRU 3200-EXIT
004060     END-IF.
004070     PERFORM 3400-CHECK-SEQUENCE THRU 3400-EXIT.
004080     ADD 1 TO WS-CUR-COUNT.
004090     IF PM-RESULT IS NUMERIC
004100         ADD PM-RESULT TO WS-CUR-SUM
004110     END-IF.
004120     PERFORM 3500-CHECK-STATUS THRU 3500-EXIT.
004130     PERFORM 3600-CHECK-ACCOUNT THRU 3600-EXIT.
004140     PERFORM 3700-CHECK-DEPARTMENT THRU 3700-EXIT.
004150 3100-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------------
004190*    NEW DATE - READ ITS RUN CONTROL RECORD.  A DATE WITH
004200*    POSTINGS AND NO RUN CONTROL RECORD HAS NO SEQUENCE BASE:
004210*    THE NEXT RUN FOR IT WOULD START AGAIN AT 1 AND OVERLAY
004220*    WHAT IS THERE.
004230*----------------------------------------------------------------
004240 3200-START-DATE.
004250     MOVE PM-POST-DATE TO WS-CUR-DATE.
004260     ADD 1 TO WS-DATE-COUNT.
004270     MOVE 1 TO WS-CUR-EXPECT-SEQ.
004280     MOVE ZERO TO WS-CUR-COUNT.
004290     MOVE ZERO TO WS-CUR-SUM.
004300     MOVE ZERO TO WS-CUR-RC-NEXT.
004310     MOVE ZERO TO WS-CUR-RC-COUNT.
004320     MOVE ZERO TO WS-CUR-RC-SUM.
004330     SET WS-CUR-RC-MISSING TO TRUE.
004340     SET WS-CUR-TOTALS-UNKNOWN TO TRUE.
004341     MOVE PM-POST-DATE TO WS-LOOK-DATE.
004342     PERFORM 3250-CHECK-PURGED THRU 3250-EXIT.
004343     IF WS-CUR-PURGED
004344         ADD 1 TO WS-PURGED-DATE-CT
004345     END-IF.
004350     MOVE PM-POST-DATE TO RC-RUN-DATE.
004360     READ RUN-CONTROL-FILE
004370         INVALID KEY
004380             CONTINUE
004390     END-READ.
004400     IF WS-RUNCTL-STATUS = "00"
004410         SET WS-CUR-RC-FOUND TO TRUE
004420         IF RC-NEXT-POST-SEQ IS NUMERIC
004430             MOVE RC-NEXT-POST-SEQ TO WS-CUR-RC-NEXT
004440         END-IF
004450         IF RC-POSTED-COUNT IS NUMERIC
004460                 AND RC-POSTED-SUM IS NUMERIC
004470             MOVE RC-POSTED-COUNT TO WS-CUR-RC-COUNT
004480             MOVE RC-POSTED-SUM TO WS-CUR-RC-SUM
004490             SET WS-CUR-TOTALS-KNOWN TO TRUE
004500         END-IF
004510     ELSE
004520         MOVE SPACES TO WS-FIND-KEY
004530         MOVE WS-CUR-DATE TO WS-FIND-KEY-DATE
004540         MOVE "POSTINGS ON A DATE WITH NO RUN CONTROL RECORD"
004550             TO WS-FIND-TEXT
004560         ADD 1 TO WS-SEQ-EXC-CT
004570         PERFORM 7000-EXCEPTION THRU 7000-EXIT
004580     END-IF.
004590 3200-EXIT.
004600     EXIT.
004601
004602 3250-CHECK-PURGED.
004603     SET WS-CUR-NOT-PURGED TO TRUE.
004604     PERFORM 3260-MATCH-PURGED THRU 3260-EXIT
004605         VARYING WS-PG-SUB FROM 1 BY 1
004606         UNTIL WS-PG-SUB > WS-PG-COUNT OR WS-CUR-PURGED.
004607 3250-EXIT.
004608     EXIT.
004609
004610 3260-MATCH-PURGED.
004611     IF WS-PG-PERIOD(WS-PG-SUB) = WS-LOOK-DATE(1:4)
004612             AND WS-LOOK-DATE NOT > WS-PG-THRU(WS-PG-SUB)
004613         SET WS-CUR-PURGED TO TRUE
004614     END-IF.
004615 3260-EXIT.
004616     EXIT.
004617
004620*----------------------------------------------------------------
004630*    END OF A DATE - SEQUENCES MISSING FROM THE TOP OF THE
004640*    RANGE, THEN RE-ADD THE DATE AGAINST ITS POSTED TOTALS.
004645*    A PURGED DATE HAS PART OF ITS POSTINGS ON HISTORY.
004650*----------------------------------------------------------------
004660 3300-END-DATE.
004662     IF WS-CUR-PURGED
004664         GO TO 3300-EXIT
004666     END-IF.
004670     MOVE SPACES TO WS-FIND-KEY.
004680     MOVE WS-CUR-DATE TO WS-FIND-KEY-DATE.
004690     IF WS-CUR-RC-FOUND
004700             AND WS-CUR-EXPECT-SEQ NOT > WS-CUR-RC-NEXT
004710         MOVE WS-CUR-EXPECT-SEQ TO WS-GAP-FROM
004720         MOVE WS-CUR-RC-NEXT TO WS-GAP-TO
004730         PERFORM 3450-REPORT-GAP THRU 3450-EXIT
004740     END-IF.
004750     IF WS-CUR-RC-MISSING
004760         GO TO 3300-EXIT
004770     END-IF.
004780     IF WS-CUR-TOTALS-UNKNOWN
004790         MOVE "NO POSTED TOTALS ON RUNCTL - DATE NOT RE-ADDED"
004800             TO WS-FIND-TEXT
004810         PERFORM 7100-WARNING THRU 7100-EXIT
004820         GO TO 3300-EXIT
004830     END-IF.
004840     IF WS-CUR-COUNT = WS-CUR-RC-COUNT
004850             AND WS-CUR-SUM = WS-CUR-RC-SUM
004860         GO TO 3300-EXIT
004870     END-IF.
004880     ADD 1 TO WS-TOT-EXC-CT.
004890     MOVE "POSTINGS DO NOT RE-ADD TO THE RUN CONTROL TOTALS"
004900         TO WS-FIND-TEXT.
004910     PERFORM 7000-EXCEPTION THRU 7000-EXIT.
004920     MOVE WS-CUR-COUNT TO WS-RPT-CT-EDIT.
004930     MOVE WS-CUR-SUM TO WS-RPT-AMT-EDIT.
004940     STRING "        MASTER . . . . . . . . : "
004950         WS-RPT-CT-EDIT " / " WS-RPT-AMT-EDIT
004960         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
004970     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
004980     MOVE WS-CUR-RC-COUNT TO WS-RPT-CT-EDIT.
004990     MOVE WS-CUR-RC-SUM TO WS-RPT-AMT-EDIT.
005000     STRING "        RUN CONTROL  . . . . . : "
005010         WS-RPT-CT-EDIT " / " WS-RPT-AMT-EDIT
005020         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
005030     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
005040 3300-EXIT.
005050     EXIT.
005060
005070*----------------------------------------------------------------
005080*    THE MASTER IS KEYED, SO A KEY CANNOT BE ON IT TWICE - BUT A
005090*    SEQUENCE PAST RC-NEXT-POST-SEQ IS ONE THE NEXT RUN FOR THE
005100*    DATE WILL ISSUE AGAIN, OVERLAYING THIS POSTING.  THAT IS
005110*    THE DUPLICATE THIS CHECK CATCHES.
005120*----------------------------------------------------------------
005130 3400-CHECK-SEQUENCE.
005140     MOVE PM-POST-DATE TO WS-FIND-KEY-DATE.
005150     MOVE PM-POST-SEQ TO WS-FIND-SEQ-NUM.
005160     MOVE WS-FIND-SEQ-NUM TO WS-FIND-KEY-SEQ.
005170     IF PM-POST-SEQ > WS-CUR-EXPECT-SEQ
005175             AND WS-CUR-NOT-PURGED
005180         MOVE WS-CUR-EXPECT-SEQ TO WS-GAP-FROM
005190         COMPUTE WS-GAP-TO = PM-POST-SEQ - 1
005200         PERFORM 3450-REPORT-GAP THRU 3450-EXIT
005210         MOVE PM-POST-DATE TO WS-FIND-KEY-DATE
005220         MOVE WS-FIND-SEQ-NUM TO WS-FIND-KEY-SEQ
005230     END-IF.
005240     IF WS-CUR-RC-FOUND
005250             AND PM-POST-SEQ > WS-CUR-RC-NEXT
005260         ADD 1 TO WS-SEQ-EXC-CT
005270         MOVE "PAST RC-NEXT-POST-SEQ - NEXT RUN REISSUES THIS KEY"
005280             TO WS-FIND-TEXT
005290         PERFORM 7000-EXCEPTION THRU 7000-EXIT
005300     END-IF.
005310     COMPUTE WS-CUR-EXPECT-SEQ = PM-POST-SEQ + 1.
005320 3400-EXIT.
005330     EXIT.
005340
005350 3450-REPORT-GAP.
005360     ADD 1 TO WS-SEQ-EXC-CT.
005370     MOVE SPACES TO WS-FIND-KEY.
005380     MOVE WS-CUR-DATE TO WS-FIND-KEY-DATE.
005390     MOVE WS-GAP-FROM TO WS-RPT-CT-EDIT.
005400     MOVE WS-GAP-TO TO WS-RPT-CT2-EDIT.
005410     STRING "SEQUENCE " WS-RPT-CT-EDIT " THRU "
005420         WS-RPT-CT2-EDIT " MISSING"
005430         DELIMITED BY SIZE INTO WS-FIND-TEXT.
005440     PERFORM 7000-EXCEPTION THRU 7000-EXIT.
005450 3450-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------------
005485*    STATUS MUST BE ONE THE SYSTEM WRITES, AND A "V" MUST CARRY
005490*    ITS ORIGINAL'S KEY.  "R" ENTRIES AND EVERY POSTING THAT
005495*    CARRIES AN ORIGINAL'S KEY - A REVERSAL, WHATEVER THE LEDGER
005500*    HAS SINCE DONE WITH IT - ARE NOTED FOR THE LINKAGE CHECK
005505*    AFTER THE WALK.
005510*----------------------------------------------------------------
005520 3500-CHECK-STATUS.
005530     EVALUATE TRUE
005540         WHEN PM-POSTED
005550         WHEN PM-ACCEPTED
005560         WHEN PM-GL-REJECTED
005570             CONTINUE
005580         WHEN PM-REVERSED
005590             IF WS-RT-COUNT < WS-RT-MAX
005600                 ADD 1 TO WS-RT-COUNT
005610                 MOVE PM-KEY TO WS-RT-KEY(WS-RT-COUNT)
005620                 MOVE PM-RESULT TO WS-RT-RESULT(WS-RT-COUNT)
005630                 SET WS-RT-UNMATCHED(WS-RT-COUNT) TO TRUE
005640             ELSE
005650                 SET WS-TABLE-FULL TO TRUE
005660             END-IF
005670         WHEN PM-REVERSAL
005680             IF PM-ORIG-KEY = SPACES
005690                 ADD 1 TO WS-LINK-EXC-CT
005700                 MOVE "REVERSAL WITH NO ORIGINAL KEY"
005710                     TO WS-FIND-TEXT
005720                 PERFORM 7000-EXCEPTION THRU 7000-EXIT
005750             END-IF
005760         WHEN OTHER
005770             ADD 1 TO WS-STAT-EXC-CT
005780             STRING "STATUS '" PM-STATUS
005790                 "' IS NOT ONE OF P/R/V/A/G"
005800                 DELIMITED BY SIZE INTO WS-FIND-TEXT
005810             PERFORM 7000-EXCEPTION THRU 7000-EXIT
005820     END-EVALUATE.
005821     IF PM-ORIG-KEY = SPACES
005822         GO TO 3500-EXIT
005823     END-IF.
005824     IF WS-VT-COUNT NOT < WS-VT-MAX
005825         SET WS-TABLE-FULL TO TRUE
005826         GO TO 3500-EXIT
005827     END-IF.
005828     ADD 1 TO WS-VT-COUNT.
005829     MOVE PM-KEY TO WS-VT-KEY(WS-VT-COUNT).
005830     MOVE PM-ORIG-KEY TO WS-VT-ORIG-KEY(WS-VT-COUNT).
005831     MOVE PM-RESULT TO WS-VT-RESULT(WS-VT-COUNT).
005832 3500-EXIT.
005840     EXIT.
005850
005860 3600-CHECK-ACCOUNT.
005870     IF WS-ACCTMST-UNAVAIL
005880         GO TO 3600-EXIT
005890     END-IF.
005900     MOVE PM-ACCOUNT TO AM-ACCOUNT-CODE.
005910     READ ACCOUNT-MASTER-FILE
005920         INVALID KEY
005930             ADD 1 TO WS-ACCT-EXC-CT
005940             STRING "ACCOUNT " PM-ACCOUNT " NOT ON ACCTMST"
005950                 DELIMITED BY SIZE INTO WS-FIND-TEXT
005960             PERFORM 7000-EXCEPTION THRU 7000-EXIT
005970     END-READ.
005980 3600-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------------
006020*    DEPARTMENT ZERO IS A POSTING THAT CAME IN OUTSIDE A
006030*    DEPARTMENT BLOCK (RESUB, DAYPOST) - NOTHING TO LOOK UP.
006040*----------------------------------------------------------------
006050 3700-CHECK-DEPARTMENT.
006060     IF WS-DEPTMST-UNAVAIL
006070         GO TO 3700-EXIT
006080     END-IF.
006090     IF PM-DEPT IS NUMERIC AND PM-DEPT = ZERO
006100         GO TO 3700-EXIT
006110     END-IF.
006120     MOVE PM-DEPT TO DM-DEPT-CODE.
006130     READ DEPARTMENT-MASTER-FILE
006140         INVALID KEY
006150             ADD 1 TO WS-DEPT-EXC-CT
006160             STRING "DEPARTMENT " PM-DEPT " NOT ON DEPTMST"
006170                 DELIMITED BY SIZE INTO WS-FIND-TEXT
006180             PERFORM 7000-EXCEPTION THRU 7000-EXIT
006190     END-READ.
006200 3700-EXIT.
006210     EXIT.
006220
006221*----------------------------------------------------------------
006222*    A BALANCE-FORWARD RECORD HOLDS THE NET OF WHAT THE PURGE
006223*    TOOK OFF THE ACCOUNT.  IT HAS NO RUN CONTROL DATE, SO ONLY
006224*    ITS STATUS AND ACCOUNT ARE CHECKED.
006225*----------------------------------------------------------------
006226 3800-CHECK-BALANCE-FWD.
006227     MOVE PM-POST-DATE TO WS-FIND-KEY-DATE.
006228     MOVE PM-POST-SEQ TO WS-FIND-SEQ-NUM.
006229     MOVE WS-FIND-SEQ-NUM TO WS-FIND-KEY-SEQ.
006230     ADD 1 TO WS-BF-COUNT.
006231     IF PM-RESULT IS NUMERIC
006232         ADD PM-RESULT TO WS-BF-AMT
006233     END-IF.
006234     IF NOT PM-BALANCE-FWD
006235         ADD 1 TO WS-STAT-EXC-CT
006236         STRING "BALANCE-FORWARD DATE BUT STATUS '" PM-STATUS
006237             "', NOT 'B'"
006238             DELIMITED BY SIZE INTO WS-FIND-TEXT
006239         PERFORM 7000-EXCEPTION THRU 7000-EXIT
006240     END-IF.
006241     PERFORM 3600-CHECK-ACCOUNT THRU 3600-EXIT.
006242 3800-EXIT.
006243     EXIT.
006244
006245*----------------------------------------------------------------
006247*    MATCH EVERY REVERSAL TO ITS "R" ORIGINAL, THEN LIST EVERY "R"
006250*    THAT NOTHING MATCHED.
006260*----------------------------------------------------------------
006270 4000-CHECK-REVERSAL-LINKS.
006280     PERFORM 4100-CHECK-ONE-REVERSAL THRU 4100-EXIT
006290         VARYING WS-VT-SUB FROM 1 BY 1
006300         UNTIL WS-VT-SUB > WS-VT-COUNT.
006310     PERFORM 4300-CHECK-ONE-ORIGINAL THRU 4300-EXIT
006320         VARYING WS-RT-SUB FROM 1 BY 1
006330         UNTIL WS-RT-SUB > WS-RT-COUNT.
006340 4000-EXIT.
006350     EXIT.
006360
006370 4100-CHECK-ONE-REVERSAL.
006380     MOVE WS-VT-KEY(WS-VT-SUB) TO WS-FIND-KEY.
006390     MOVE WS-VT-ORIG-KEY(WS-VT-SUB) TO WS-LINK-KEY.
006460     MOVE ZERO TO WS-RT-HIT-SUB.
006470     PERFORM 4110-FIND-ORIGINAL THRU 4110-EXIT
006480         VARYING WS-RT-SUB FROM 1 BY 1
006490         UNTIL WS-RT-SUB > WS-RT-COUNT
006500             OR WS-RT-HIT-SUB > ZERO.
006510     IF WS-RT-HIT-SUB = ZERO
006520         PERFORM 4200-READ-ORIGINAL THRU 4200-EXIT
006530         GO TO 4100-EXIT
006540     END-IF.
006550     IF WS-RT-MATCHED(WS-RT-HIT-SUB)
006560         ADD 1 TO WS-LINK-EXC-CT
006570         STRING "SECOND REVERSAL OF " WS-LINK-KEY
006580             DELIMITED BY SIZE INTO WS-FIND-TEXT
006590         PERFORM 7000-EXCEPTION THRU 7000-EXIT
006600         GO TO 4100-EXIT
006610     END-IF.
006620     SET WS-RT-MATCHED(WS-RT-HIT-SUB) TO TRUE.
006630     COMPUTE WS-LINK-NET = WS-RT-RESULT(WS-RT-HIT-SUB)
006640         + WS-VT-RESULT(WS-VT-SUB).
006650     IF WS-LINK-NET NOT = ZERO
006660         ADD 1 TO WS-LINK-EXC-CT
006670         STRING "NOT THE EXACT NEGATIVE OF " WS-LINK-KEY
006680             DELIMITED BY SIZE INTO WS-FIND-TEXT
006690         PERFORM 7000-EXCEPTION THRU 7000-EXIT
006700     END-IF.
006710 4100-EXIT.
006720     EXIT.
006730
006740 4110-FIND-ORIGINAL.
006750     IF WS-RT-KEY(WS-RT-SUB) = WS-LINK-KEY
006760         MOVE WS-RT-SUB TO WS-RT-HIT-SUB
006770     END-IF.
006780 4110-EXIT.
006790     EXIT.
006800
006810*----------------------------------------------------------------
006820*    THE ORIGINAL IS NOT AN "R" SEEN ON THE WALK - READ IT BY
006830*    KEY TO SAY WHETHER IT IS MISSING OR CARRIES THE WRONG
006840*    STATUS.  THE WALK IS OVER, SO THE RANDOM READ DISTURBS
006850*    NOTHING.
006860*----------------------------------------------------------------
006870 4200-READ-ORIGINAL.
006880     ADD 1 TO WS-LINK-EXC-CT.
006890     MOVE WS-LINK-KEY TO PM-KEY.
006900     READ POSTING-MASTER-FILE
006910         INVALID KEY
006920             STRING "ORIGINAL " WS-LINK-KEY " NOT ON THE MASTER"
006930                 DELIMITED BY SIZE INTO WS-FIND-TEXT
006940             PERFORM 7000-EXCEPTION THRU 7000-EXIT
006950             GO TO 4200-EXIT
006960     END-READ.
006970     STRING "ORIGINAL " WS-LINK-KEY " IS STATUS '" PM-STATUS
006980         "', NOT 'R'"
006990         DELIMITED BY SIZE INTO WS-FIND-TEXT.
007000     PERFORM 7000-EXCEPTION THRU 7000-EXIT.
007010 4200-EXIT.
007020     EXIT.
007030
007040 4300-CHECK-ONE-ORIGINAL.
007050     IF WS-RT-MATCHED(WS-RT-SUB)
007060         GO TO 4300-EXIT
007070     END-IF.
007080     MOVE WS-RT-KEY(WS-RT-SUB) TO WS-FIND-KEY.
007090     MOVE WS-RT-KEY(WS-RT-SUB) TO WS-LINK-KEY.
007100     SET WS-QT-NOT-FOUND TO TRUE.
007110     PERFORM 4310-FIND-QUEUED THRU 4310-EXIT
007120         VARYING WS-QT-SUB FROM 1 BY 1
007130         UNTIL WS-QT-SUB > WS-QT-COUNT
007140             OR WS-QT-FOUND.
007150     IF WS-QT-FOUND
007160         MOVE "MARKED R - REVERSAL QUEUED ON DAYPOST, NOT POSTED"
007170             TO WS-FIND-TEXT
007180         PERFORM 7100-WARNING THRU 7100-EXIT
007190     ELSE
007200         ADD 1 TO WS-LINK-EXC-CT
007210         MOVE "MARKED R BUT NO REVERSAL ENTRY ON THE MASTER"
007220             TO WS-FIND-TEXT
007230         PERFORM 7000-EXCEPTION THRU 7000-EXIT
007240     END-IF.
007250 4300-EXIT.
007260     EXIT.
007270
007280 4310-FIND-QUEUED.
007290     IF WS-QT-ORIG-KEY(WS-QT-SUB) = WS-LINK-KEY
007300         SET WS-QT-FOUND TO TRUE
007310     END-IF.
007320 4310-EXIT.
007330     EXIT.
007340
007350*----------------------------------------------------------------
007360*    A RUN CONTROL RECORD THAT ISSUED SEQUENCES FOR A DATE THE
007370*    WALK NEVER SAW MEANS EVERY POSTING FOR THAT DATE IS GONE.
007380*    RUNCTL IS WALKED ON ITS DATE KEY AND EACH SUCH DATE IS
007390*    PROBED ON THE MASTER.
007400*----------------------------------------------------------------
007410 5000-CHECK-UNPOSTED-DATES.
007420     SET WS-RUNCTL-NOT-EOF TO TRUE.
007430     MOVE LOW-VALUES TO RC-RUN-DATE.
007440     START RUN-CONTROL-FILE
007450         KEY IS NOT LESS THAN RC-RUN-DATE
007460         INVALID KEY
007470             SET WS-RUNCTL-EOF TO TRUE
007480     END-START.
007490     PERFORM 5100-CHECK-RUN-CONTROL THRU 5100-EXIT
007500         UNTIL WS-RUNCTL-EOF.
007510 5000-EXIT.
007520     EXIT.
007530
007540 5100-CHECK-RUN-CONTROL.
007550     READ RUN-CONTROL-FILE NEXT RECORD
007560         AT END
007570             SET WS-RUNCTL-EOF TO TRUE
007580             GO TO 5100-EXIT
007590     END-READ.
007600     IF WS-RUNCTL-STATUS NOT = "00" AND "02"
007610         SET WS-RUNCTL-EOF TO TRUE
007620         GO TO 5100-EXIT
007630     END-IF.
007640     IF RC-NEXT-POST-SEQ IS NOT NUMERIC
007650         GO TO 5100-EXIT
007660     END-IF.
007670     IF RC-NEXT-POST-SEQ = ZERO
007680         GO TO 5100-EXIT
007690     END-IF.
007693     MOVE RC-RUN-DATE TO WS-LOOK-DATE.
007696     PERFORM 3250-CHECK-PURGED THRU 3250-EXIT.
007700     MOVE RC-RUN-DATE TO PM-POST-DATE.
007710     MOVE ZERO TO PM-POST-SEQ.
007720     START POSTING-MASTER-FILE
007730         KEY IS NOT LESS THAN PM-KEY
007740         INVALID KEY
007750             MOVE HIGH-VALUES TO PM-POST-DATE
007760     END-START.
007770     IF PM-POST-DATE NOT = HIGH-VALUES
007780         READ POSTING-MASTER-FILE NEXT RECORD
007790             AT END
007800                 MOVE HIGH-VALUES TO PM-POST-DATE
007810         END-READ
007820     END-IF.
007830     IF PM-POST-DATE = RC-RUN-DATE
007840         GO TO 5100-EXIT
007850     END-IF.
007852     IF WS-CUR-PURGED
007854         ADD 1 TO WS-PURGED-DATE-CT
007856         GO TO 5100-EXIT
007858     END-IF.
007860     ADD 1 TO WS-SEQ-EXC-CT.
007870     MOVE SPACES TO WS-FIND-KEY.
007880     MOVE RC-RUN-DATE TO WS-FIND-KEY-DATE.
007890     MOVE RC-NEXT-POST-SEQ TO WS-RPT-CT-EDIT.
007900     STRING "RUN CONTROL ISSUED " WS-RPT-CT-EDIT
007910         " SEQUENCES - NONE ON THE MASTER"
007920         DELIMITED BY SIZE INTO WS-FIND-TEXT.
007930     PERFORM 7000-EXCEPTION THRU 7000-EXIT.
007940 5100-EXIT.
007950     EXIT.
007960
007970*----------------------------------------------------------------
007980*    FINDING COUNTS, THE VERDICT, AND THE RETURN CODE.
007990*----------------------------------------------------------------
008000 6000-WRITE-SUMMARY.
008010     IF WS-TABLE-FULL
008020         SET WS-RUN-INCOMPLETE TO TRUE
008030         MOVE "  *** REVERSAL TABLE FULL - LINKS NOT CHECKED ***"
008040             TO WS-RPT-LINE-TEXT
008050         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
008060     END-IF.
008070     MOVE "============================================="
008080         TO WS-RPT-LINE-TEXT.
008090     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008100     MOVE WS-PM-READ-COUNT TO WS-RPT-CT-EDIT.
008110     STRING "  POSTINGS READ  . . . . . . . : "
008120         WS-RPT-CT-EDIT
008130         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008140     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008150     MOVE WS-DATE-COUNT TO WS-RPT-CT-EDIT.
008160     STRING "  BUSINESS DATES . . . . . . . : "
008170         WS-RPT-CT-EDIT
008180         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008190     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008191     MOVE WS-PURGED-DATE-CT TO WS-RPT-CT-EDIT.
008192     STRING "  PURGED DATES NOT RE-ADDED  . : "
008193         WS-RPT-CT-EDIT
008194         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008195     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008196     MOVE WS-BF-COUNT TO WS-RPT-CT-EDIT.
008197     MOVE WS-BF-AMT TO WS-RPT-AMT-EDIT.
008198     STRING "  BALANCE-FORWARD RECORDS  . . : "
008199         WS-RPT-CT-EDIT " / " WS-RPT-AMT-EDIT
008200         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008201     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008202     MOVE WS-SEQ-EXC-CT TO WS-RPT-CT-EDIT.
008210     STRING "  SEQUENCE / RUN CONTROL . . . : "
008220         WS-RPT-CT-EDIT
008230         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008240     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008250     MOVE WS-TOT-EXC-CT TO WS-RPT-CT-EDIT.
008260     STRING "  DATE TOTALS NOT RE-ADDING  . : "
008270         WS-RPT-CT-EDIT
008280         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008290     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008300     MOVE WS-LINK-EXC-CT TO WS-RPT-CT-EDIT.
008310     STRING "  REVERSAL LINKAGE . . . . . . : "
008320         WS-RPT-CT-EDIT
008330         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008340     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008350     MOVE WS-STAT-EXC-CT TO WS-RPT-CT-EDIT.
008360     STRING "  INVALID STATUS . . . . . . . : "
008370         WS-RPT-CT-EDIT
008380         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008390     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008400     MOVE WS-ACCT-EXC-CT TO WS-RPT-CT-EDIT.
008410     STRING "  ACCOUNT NOT ON ACCTMST . . . : "
008420         WS-RPT-CT-EDIT
008430         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008440     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008450     MOVE WS-DEPT-EXC-CT TO WS-RPT-CT-EDIT.
008460     STRING "  DEPARTMENT NOT ON DEPTMST  . : "
008470         WS-RPT-CT-EDIT
008480         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008490     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008500     MOVE WS-WARN-COUNT TO WS-RPT-CT-EDIT.
008510     STRING "  WARNINGS . . . . . . . . . . : "
008520         WS-RPT-CT-EDIT
008530         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008540     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008550     EVALUATE TRUE
008560         WHEN WS-RUN-INCOMPLETE
008570             MOVE 12 TO WS-VERIFY-RC
008580             MOVE "  *** VERIFY INCOMPLETE - HOLD PERCLOSE ***"
008590                 TO WS-RPT-LINE-TEXT
008600         WHEN WS-EXC-COUNT > ZERO
008610             MOVE 8 TO WS-VERIFY-RC
008620             MOVE "  *** MASTER DAMAGED - HOLD PERCLOSE ***"
008630                 TO WS-RPT-LINE-TEXT
008640         WHEN WS-WARN-COUNT > ZERO
008650             MOVE 4 TO WS-VERIFY-RC
008660             MOVE "  *** WARNINGS ONLY - PERCLOSE MAY RUN ***"
008670                 TO WS-RPT-LINE-TEXT
008680         WHEN OTHER
008690             MOVE ZERO TO WS-VERIFY-RC
008700             MOVE "  *** POSTING MASTER CONSISTENT ***"
008710                 TO WS-RPT-LINE-TEXT
008720     END-EVALUATE.
008730     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008740     MOVE "============================================="
008750         TO WS-RPT-LINE-TEXT.
008760     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008770 6000-EXIT.
008780     EXIT.
008790
008800*----------------------------------------------------------------
008810*    ONE FINDING LINE - "EXC" DAMAGE, "WARN" UNPROVED.  THE
008820*    CALLER HAS SET WS-FIND-KEY AND WS-FIND-TEXT.
008830*----------------------------------------------------------------
008840 7000-EXCEPTION.
008850     ADD 1 TO WS-EXC-COUNT.
008860     MOVE "EXC " TO WS-FIND-SEVERITY.
008870     PERFORM 7200-FINDING-LINE THRU 7200-EXIT.
008880 7000-EXIT.
008890     EXIT.
008900
008910 7100-WARNING.
008920     ADD 1 TO WS-WARN-COUNT.
008930     MOVE "WARN" TO WS-FIND-SEVERITY.
008940     PERFORM 7200-FINDING-LINE THRU 7200-EXIT.
008950 7100-EXIT.
008960     EXIT.
008970
008980 7200-FINDING-LINE.
008990     MOVE WS-FIND-KEY-DATE TO WS-FIND-DATE.
009000     MOVE WS-FIND-KEY-SEQ TO WS-FIND-SEQ.
009010     IF WS-FIND-SEQ = SPACES
009020         MOVE SPACE TO WS-FIND-SLASH
009030     ELSE
009040         MOVE "/" TO WS-FIND-SLASH
009050     END-IF.
009060     MOVE WS-FIND-LINE TO WS-RPT-LINE-TEXT.
009070     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009080     MOVE SPACES TO WS-FIND-TEXT.
009090 7200-EXIT.
009100     EXIT.
009110
009120 8000-REPORT-LINE.
009130     DISPLAY WS-RPT-LINE-TEXT.
009140     MOVE WS-RPT-LINE-TEXT TO VR-RECORD.
009150     WRITE VR-RECORD.
009160     MOVE SPACES TO WS-RPT-LINE-TEXT.
009170 8000-EXIT.
009180     EXIT.
009190
009200 9000-TERMINATE.
009210     IF WS-MASTERS-OPEN
009220         CLOSE POSTING-MASTER-FILE
009230         CLOSE RUN-CONTROL-FILE
009240     END-IF.
009250     IF WS-ACCTMST-OPEN
009260         CLOSE ACCOUNT-MASTER-FILE
009270     END-IF.
009280     IF WS-DEPTMST-OPEN
009290         CLOSE DEPARTMENT-MASTER-FILE
009300     END-IF.
009310     CLOSE VERIFY-REPORT-FILE.
009320 9000-EXIT.
009330     EXIT.
009340
009350*----------------------------------------------------------------
009360*    APPEND THIS RUN TO THE SHARED RUN HISTORY.  THE HISTORY
009370*    RECORDS THE RUN, IT IS NOT PART OF IT - A RUNHIST THAT
009380*    WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE RETURN
009390*    CODE IS LEFT AS IT IS.
009400*----------------------------------------------------------------
009410 9800-WRITE-RUN-HISTORY.
009420     OPEN EXTEND RUN-HISTORY-FILE.
009430     IF WS-RUNHIST-STATUS = "35" OR "05"
009440         OPEN OUTPUT RUN-HISTORY-FILE
009450     END-IF.
009460     IF WS-RUNHIST-STATUS NOT = "00"
009470         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
009480             " - RUN NOT RECORDED ***"
009490         GO TO 9800-EXIT
009500     END-IF.
009510     IF WS-RUN-BUS-DATE = SPACES
009520         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
009530     END-IF.
009540     IF WS-RUN-THRU-DATE = SPACES
009550         MOVE WS-RUN-BUS-DATE TO WS-RUN-THRU-DATE
009560     END-IF.
009570     MOVE SPACES TO RH-RECORD.
009580     MOVE "PMVERIFY" TO RH-PROGRAM.
009590     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
009600     MOVE WS-RUN-THRU-DATE TO RH-THRU-DATE.
009610     MOVE WS-RUN-START-DATE TO RH-START-DATE.
009620     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
009630     ACCEPT RH-END-DATE FROM DATE.
009640     ACCEPT WS-RUN-END-TIME FROM TIME.
009650     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
009660     MOVE WS-VERIFY-RC TO RH-RETURN-CODE.
009670     MOVE "READ" TO RH-COUNT-1-LABEL.
009680     MOVE WS-PM-READ-COUNT TO RH-COUNT-1.
009690     MOVE "EXCEPT" TO RH-COUNT-2-LABEL.
009700     MOVE WS-EXC-COUNT TO RH-COUNT-2.
009710     MOVE "WARNINGS" TO RH-COUNT-3-LABEL.
009720     MOVE WS-WARN-COUNT TO RH-COUNT-3.
009730     WRITE RH-RECORD.
009740     CLOSE RUN-HISTORY-FILE.
009750 9800-EXIT.
009760     EXIT.
