000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. STEPTRAK.
000120 AUTHOR. D. WHITFIELD.
000130 INSTALLATION. FINANCE-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*                                                               *
000180*    S T E P T R A K                                           *
000190*                                                               *
000200*    BATCH WINDOW STEP TRACKER.  EVERY BATCH PROGRAM APPENDS   *
000210*    A RECORD TO THE SHARED RUN HISTORY (RUNHIST) AS IT ENDS - *
000220*    PROGRAM, BUSINESS DATE, START AND END, RETURN CODE AND    *
000230*    ITS KEY COUNTS.  THIS JOB HOLDS THAT HISTORY AGAINST THE  *
000240*    EXPECTED SCHEDULE (RUNSCHD) AND LISTS, FOR EACH BUSINESS  *
000250*    DATE IN THE SYSIN WINDOW, EVERY SCHEDULED STEP: EACH RUN  *
000260*    OF IT (A RE-RUN SHOWS AS A SECOND ATTEMPT) WITH ITS TIMES,*
000270*    RETURN CODE AND COUNTS, OR WHY IT DID NOT RUN - BYPASSED  *
000278*    BY COND= ON A PREDECESSOR'S RETURN CODE, NOT RUN BECAUSE  *
000286*    A PREDECESSOR NEVER RAN, OR SIMPLY NEVER RAN.  A STEP RUN *
000294*    ON REQUEST IS LISTED ONLY FOR A DATE IT RAN FOR.  THE     *
000302*    LAST DATE OF THE WINDOW IS ALWAYS REPORTED; A DATE WITH   *
000310*    NO EVERY-DATE STEP ON THE HISTORY IS FLAGGED ONCE, NOT    *
000318*    STEP BY STEP.  RUNS OF PROGRAMS NOT ON THE SCHEDULE ARE   *
000326*    LISTED AFTER THE SCHEDULED STEPS.                         *
000340*                                                               *
000350*    SYSIN CARRIES THE LAST BUSINESS DATE OF THE WINDOW        *
000360*    (YYMMDD, BLANK FOR YESTERDAY - THE LAST DATE WHOSE NIGHT  *
000370*    BATCH HAS FINISHED) AND THE WINDOW IN DAYS (BLANK FOR 7,  *
000380*    AT MOST 62).                                              *
000390*                                                               *
000400*        RC 00  EVERY SCHEDULED STEP RAN CLEAN                 *
000408*        RC 04  ALL RAN - WITH WARNINGS, RE-RUNS OR            *
000416*               UNREADABLE HISTORY                             *
000424*        RC 08  A STEP FAILED, WAS BYPASSED OR NEVER RAN, A    *
000432*               DATE HAD NO NIGHTLY BATCH, OR A CONTROL CARD   *
000440*               OR SCHEDULE RECORD IS UNREADABLE               *
000450*        RC 12  TRACKING INCOMPLETE - RUNSCHD OR RUNHIST       *
000460*               UNAVAILABLE OR A TABLE FILLED                  *
000470*                                                               *
000480*****************************************************************
000490*
000500*    MODIFICATION HISTORY
000510*    --------------------
000520*    10/15/2026  DW    ORIGINAL PROGRAM.
000522*    10/15/2026  DW    ALWAYS REPORT THE LAST DATE OF THE WINDOW
000524*                       AND RATE A DATE WITH NO NIGHTLY BATCH
000526*                       RC 08.  A STEP MAY CARRY TWO PREDECESSORS,
000528*                       ONE PER COND= TEST ON ITS EXEC CARD.
000530*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. IBM-370.
000570 OBJECT-COMPUTER. IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT RUN-SCHEDULE-FILE ASSIGN TO "RUNSCHD"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RUNSCHD-STATUS.
000630     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RUNHIST-STATUS.
000660     SELECT STEP-REPORT-FILE ASSIGN TO "STEPRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-STEPRPT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  RUN-SCHEDULE-FILE.
000730     COPY RUNSCHDR.
000740
000750*----------------------------------------------------------------
000760*    READ BACK FOR THE WINDOW, THEN APPENDED TO WITH THIS RUN.
000770*----------------------------------------------------------------
000780 FD  RUN-HISTORY-FILE.
000790     COPY RUNHISTR.
000800
000810 FD  STEP-REPORT-FILE.
000820 01  SR-RECORD                   PIC X(80).
000830
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------
000860*    FILE STATUS FIELDS
000870*----------------------------------------------------------------
000880 77  WS-RUNSCHD-STATUS          PIC X(02) VALUE SPACES.
000890 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
000900 77  WS-STEPRPT-STATUS          PIC X(02) VALUE SPACES.
000910
000920*----------------------------------------------------------------
000930*    SYSIN CONTROL CARDS - THE LAST DATE OF THE WINDOW AND ITS
000940*    LENGTH IN DAYS.  THE FIRST DATE IS FOUND BY STEPPING BACK
000950*    A CALENDAR DAY AT A TIME.
000960*----------------------------------------------------------------
000970 77  WS-CARD-FIELD              PIC X(09) VALUE SPACES.
000980 01  WS-END-DATE.
000990     05  WS-END-YY              PIC 9(02).
001000     05  WS-END-MM              PIC 9(02).
001010     05  WS-END-DD              PIC 9(02).
001020 01  WS-END-DATE-X REDEFINES WS-END-DATE
001030                                PIC X(06).
001040 01  WS-START-DATE.
001050     05  WS-START-YY            PIC 9(02).
001060     05  WS-START-MM            PIC 9(02).
001070     05  WS-START-DD            PIC 9(02).
001080 01  WS-START-DATE-X REDEFINES WS-START-DATE
001090                                PIC X(06).
001100 77  WS-WINDOW-DAYS             PIC 9(02) VALUE 7.
001110 77  WS-STEP-COUNT              PIC 9(02) COMP VALUE ZERO.
001120 77  WS-CARDS-VALID-SW          PIC X(01) VALUE "N".
001130     88  WS-CARDS-VALID         VALUE "Y".
001140     88  WS-CARDS-INVALID       VALUE "N".
001150 77  WS-TRAK-RC                 PIC 9(02) VALUE ZERO.
001160
001170 01  WS-CURRENT-DATE.
001180     05  WS-CURRENT-YY          PIC 9(02).
001190     05  WS-CURRENT-MM          PIC 9(02).
001200     05  WS-CURRENT-DD          PIC 9(02).
001210 01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE
001220                                PIC X(06).
001230
001240 77  WS-CAL-WORK                PIC 9(07) COMP VALUE ZERO.
001250 77  WS-CAL-REM                 PIC 9(02) COMP VALUE ZERO.
001260 77  WS-MONTH-LAST-DD           PIC 9(02) VALUE ZERO.
001270 01  WS-MONTH-DAYS-LIST         PIC X(24)
001280         VALUE "312831303130313130313031".
001290 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
001300     05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
001310
001320*----------------------------------------------------------------
001330*    THE EXPECTED SCHEDULE, IN RUNSCHD ORDER.  THE ATTEMPT COUNT
001340*    AND THE LAST AND HIGHEST RETURN CODES ARE THE STEP'S RUNS
001350*    FOR THE BUSINESS DATE IN HAND, TALLIED AFRESH FOR EACH DATE.
001360*----------------------------------------------------------------
001370 77  WS-SC-MAX                  PIC 9(04) COMP VALUE 50.
001380 77  WS-SC-COUNT                PIC 9(04) COMP VALUE ZERO.
001390 77  WS-SC-SUB                  PIC 9(04) COMP VALUE ZERO.
001400 77  WS-SC-SUB2                 PIC 9(04) COMP VALUE ZERO.
001410 77  WS-PRED-SUB                PIC 9(04) COMP VALUE ZERO.
001415 77  WS-PX                      PIC 9(04) COMP VALUE ZERO.
001420 77  WS-SC-EOF-SW               PIC X(01) VALUE "N".
001430     88  WS-SC-EOF              VALUE "Y".
001440     88  WS-SC-NOT-EOF          VALUE "N".
001450 01  WS-SC-TABLE.
001460     05  WS-SC-ENTRY OCCURS 50 TIMES.
001470         10  WS-SC-PROGRAM      PIC X(08).
001480         10  WS-SC-JOB          PIC X(08).
001490         10  WS-SC-STEP         PIC X(08).
001500         10  WS-SC-FREQUENCY    PIC X(01).
001510             88  WS-SC-EVERY-DATE   VALUE "D".
001520             88  WS-SC-ON-REQUEST   VALUE "R".
001530         10  WS-SC-FAIL-RC      PIC 9(02).
001536         10  WS-SC-PRED-ENTRY OCCURS 2 TIMES.
001542             15  WS-SC-PRED      PIC X(08).
001548             15  WS-SC-BYPASS-RC PIC 9(02).
001560             15  WS-SC-PRED-SUB  PIC 9(04) COMP.
001570         10  WS-SC-ATTEMPTS     PIC 9(04) COMP.
001580         10  WS-SC-LAST-RC      PIC 9(02).
001590         10  WS-SC-HIGH-RC      PIC 9(02).
001600
001610*----------------------------------------------------------------
001620*    THE RUNS THAT TOUCH THE WINDOW, IN RUNHIST ORDER - THE
001630*    ORDER THEY ENDED IN, SO A STEP'S ATTEMPTS COME OUT IN THE
001640*    ORDER THEY WERE MADE.  WS-RT-SC-SUB POINTS AT THE PROGRAM'S
001650*    SCHEDULE ENTRY, ZERO WHEN IT IS NOT ON THE SCHEDULE.
001660*----------------------------------------------------------------
001670 77  WS-RT-MAX                  PIC 9(04) COMP VALUE 3000.
001680 77  WS-RT-COUNT                PIC 9(04) COMP VALUE ZERO.
001690 77  WS-RT-SUB                  PIC 9(04) COMP VALUE ZERO.
001700 77  WS-RH-EOF-SW               PIC X(01) VALUE "N".
001710     88  WS-RH-EOF              VALUE "Y".
001720     88  WS-RH-NOT-EOF          VALUE "N".
001730 01  WS-RT-TABLE.
001740     05  WS-RT-ENTRY OCCURS 3000 TIMES.
001750         10  WS-RT-PROGRAM      PIC X(08).
001760         10  WS-RT-BUS-DATE     PIC X(06).
001770         10  WS-RT-THRU-DATE    PIC X(06).
001780         10  WS-RT-START-DATE   PIC X(06).
001790         10  WS-RT-START-TIME   PIC X(06).
001800         10  WS-RT-END-DATE     PIC X(06).
001810         10  WS-RT-END-TIME     PIC X(06).
001820         10  WS-RT-RC           PIC 9(02).
001830         10  WS-RT-COUNTS       PIC X(48).
001840         10  WS-RT-SC-SUB       PIC 9(04) COMP.
001850
001860*----------------------------------------------------------------
001870*    THE BUSINESS DATES FOUND ON THE HISTORY INSIDE THE WINDOW,
001880*    ASCENDING.  THE WINDOW IS AT MOST 62 DAYS, SO THE TABLE
001890*    HOLDS EVERY DATE IT CAN CONTAIN.
001900*----------------------------------------------------------------
001910 77  WS-DT-COUNT                PIC 9(04) COMP VALUE ZERO.
001920 77  WS-DT-SUB                  PIC 9(04) COMP VALUE ZERO.
001930 77  WS-DT-POS                  PIC 9(04) COMP VALUE ZERO.
001940 77  WS-DT-FOUND-SW             PIC X(01) VALUE "N".
001950     88  WS-DT-FOUND            VALUE "Y".
001960     88  WS-DT-NOT-FOUND        VALUE "N".
001970 77  WS-NEW-DATE                PIC X(06) VALUE SPACES.
001980 77  WS-CUR-DATE                PIC X(06) VALUE SPACES.
001990 01  WS-DT-TABLE.
002000     05  WS-DT-DATE             PIC X(06) OCCURS 62 TIMES.
002010 77  WS-NIGHTLY-SW              PIC X(01) VALUE "N".
002020     88  WS-NIGHTLY-FOUND       VALUE "Y".
002030     88  WS-NO-NIGHTLY          VALUE "N".
002040 77  WS-OVERFLOW-SW             PIC X(01) VALUE "N".
002050     88  WS-TABLE-OVERFLOW      VALUE "Y".
002060     88  WS-NO-OVERFLOW         VALUE "N".
002070 77  WS-INCOMPLETE-SW           PIC X(01) VALUE "N".
002080     88  WS-RUN-INCOMPLETE      VALUE "Y".
002090     88  WS-RUN-COMPLETE        VALUE "N".
002100
002110*----------------------------------------------------------------
002120*    COUNTS
002130*----------------------------------------------------------------
002140 77  WS-RH-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
002150 77  WS-RH-BAD-COUNT            PIC 9(07) COMP VALUE ZERO.
002160 77  WS-SC-BAD-COUNT            PIC 9(07) COMP VALUE ZERO.
002170 77  WS-LISTED-COUNT            PIC 9(07) COMP VALUE ZERO.
002180 77  WS-RERUN-COUNT             PIC 9(07) COMP VALUE ZERO.
002190 77  WS-FAILED-COUNT            PIC 9(07) COMP VALUE ZERO.
002200 77  WS-LEFT-FAILED-COUNT       PIC 9(07) COMP VALUE ZERO.
002210 77  WS-WARNING-COUNT           PIC 9(07) COMP VALUE ZERO.
002220 77  WS-BYPASS-COUNT            PIC 9(07) COMP VALUE ZERO.
002230 77  WS-NEVER-COUNT             PIC 9(07) COMP VALUE ZERO.
002240 77  WS-NO-NIGHTLY-COUNT        PIC 9(07) COMP VALUE ZERO.
002250 77  WS-UNSCHED-COUNT           PIC 9(07) COMP VALUE ZERO.
002260 77  WS-PROBLEM-COUNT           PIC 9(07) COMP VALUE ZERO.
002270 77  WS-NOTE-COUNT              PIC 9(07) COMP VALUE ZERO.
002280
002290*----------------------------------------------------------------
002300*    REPORT EDIT FIELDS
002310*----------------------------------------------------------------
002320 77  WS-RPT-LINE-TEXT           PIC X(80) VALUE SPACES.
002330 77  WS-RPT-CT-EDIT             PIC 9(07) VALUE ZERO.
002340 77  WS-RPT-OUTCOME             PIC X(40) VALUE SPACES.
002350 77  WS-RPT-JOB                 PIC X(08) VALUE SPACES.
002360 77  WS-RPT-STEP                PIC X(08) VALUE SPACES.
002370 77  WS-RPT-RUN                 PIC X(02) VALUE SPACES.
002380 77  WS-RPT-RUN-EDIT            PIC Z9.
002390 77  WS-ATTEMPT-NO              PIC 9(02) COMP VALUE ZERO.
002400 77  WS-FAIL-RC                 PIC 9(02) VALUE ZERO.
002410 01  WS-CT-VIEW.
002420     05  WS-CT-ENTRY OCCURS 3 TIMES.
002430         10  WS-CT-LABEL        PIC X(08).
002440         10  WS-CT-VALUE        PIC X(07).
002450         10  FILLER             PIC X(01).
002460
002470*----------------------------------------------------------------
002480*    RUN HISTORY - WHEN THE RUN STARTED AND THE BUSINESS
002490*    DATES IT WAS FOR, STAMPED ON THE RECORD APPENDED TO
002500*    RUNHIST AS THE RUN ENDS.
002510*----------------------------------------------------------------
002520 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
002530 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
002540 77  WS-RUN-THRU-DATE           PIC X(06) VALUE SPACES.
002550 01  WS-RUN-START-TIME.
002560     05  WS-RUN-START-HHMMSS    PIC X(06).
002570     05  FILLER                 PIC X(02).
002580 01  WS-RUN-END-TIME.
002590     05  WS-RUN-END-HHMMSS      PIC X(06).
002600     05  FILLER                 PIC X(02).
002610
002620 PROCEDURE DIVISION.
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002650     IF WS-CARDS-VALID
002660         PERFORM 2000-LOAD-SCHEDULE THRU 2000-EXIT
002670         PERFORM 2500-LOAD-HISTORY THRU 2500-EXIT
002680         PERFORM 3000-REPORT-DATES THRU 3000-EXIT
002690         PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
002700     END-IF.
002710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002720     EVALUATE TRUE
002730         WHEN WS-CARDS-INVALID
002740             MOVE 8 TO WS-TRAK-RC
002750         WHEN WS-RUN-INCOMPLETE
002760             MOVE 12 TO WS-TRAK-RC
002770         WHEN WS-PROBLEM-COUNT > ZERO
002780             MOVE 8 TO WS-TRAK-RC
002790         WHEN WS-NOTE-COUNT > ZERO
002800             MOVE 4 TO WS-TRAK-RC
002810         WHEN OTHER
002820             MOVE ZERO TO WS-TRAK-RC
002830     END-EVALUATE.
002840     MOVE WS-TRAK-RC TO RETURN-CODE.
002850     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
002860     STOP RUN.
002870
002880*----------------------------------------------------------------
002890*    READ THE CONTROL CARDS, WORK OUT THE FIRST DATE OF THE
002900*    WINDOW AND OPEN THE REPORT.
002910*----------------------------------------------------------------
002920 1000-INITIALIZE.
002930     ACCEPT WS-RUN-START-DATE FROM DATE.
002940     ACCEPT WS-RUN-START-TIME FROM TIME.
002950     SET WS-CARDS-INVALID TO TRUE.
002960     ACCEPT WS-CURRENT-DATE FROM DATE.
002970     DISPLAY "ENTER LAST BUSINESS DATE OF THE WINDOW (YYMMDD): ".
002980     MOVE SPACES TO WS-CARD-FIELD.
002990     ACCEPT WS-CARD-FIELD.
003000     IF WS-CARD-FIELD = SPACES
003010         MOVE WS-CURRENT-DATE-X TO WS-START-DATE-X
003020         PERFORM 1100-STEP-BACK-ONE-DAY THRU 1100-EXIT
003030         MOVE WS-START-DATE-X TO WS-END-DATE-X
003040     ELSE
003050         IF WS-CARD-FIELD(1:6) IS NUMERIC
003060                 AND WS-CARD-FIELD(7:3) = SPACES
003070             MOVE WS-CARD-FIELD(1:6) TO WS-END-DATE-X
003080         ELSE
003090             DISPLAY "*** WINDOW DATE CARD NOT YYMMDD - "
003100                 "NOTHING TRACKED ***"
003110             GO TO 1000-EXIT
003120         END-IF
003130     END-IF.
003140     IF WS-END-MM < 1 OR WS-END-MM > 12
003150             OR WS-END-DD < 1 OR WS-END-DD > 31
003160         DISPLAY "*** WINDOW DATE " WS-END-DATE-X
003170             " IS NOT A DATE - NOTHING TRACKED ***"
003180         GO TO 1000-EXIT
003190     END-IF.
003200     DISPLAY "ENTER THE WINDOW IN DAYS: ".
003210     MOVE SPACES TO WS-CARD-FIELD.
003220     ACCEPT WS-CARD-FIELD.
003230     IF WS-CARD-FIELD NOT = SPACES
003240         IF WS-CARD-FIELD(1:2) IS NUMERIC
003250                 AND WS-CARD-FIELD(3:7) = SPACES
003260             MOVE WS-CARD-FIELD(1:2) TO WS-WINDOW-DAYS
003270         ELSE
003280             MOVE ZERO TO WS-WINDOW-DAYS
003290         END-IF
003300     END-IF.
003310     IF WS-WINDOW-DAYS < 1 OR WS-WINDOW-DAYS > 62
003320         DISPLAY "*** WINDOW CARD MUST BE 01-62 DAYS - "
003330             "NOTHING TRACKED ***"
003340         GO TO 1000-EXIT
003350     END-IF.
003360     SET WS-CARDS-VALID TO TRUE.
003370     MOVE WS-END-DATE-X TO WS-START-DATE-X.
003380     COMPUTE WS-STEP-COUNT = WS-WINDOW-DAYS - 1.
003390     PERFORM 1100-STEP-BACK-ONE-DAY THRU 1100-EXIT
003400         WS-STEP-COUNT TIMES.
003410     OPEN OUTPUT STEP-REPORT-FILE.
003420     MOVE "============================================="
003430         TO WS-RPT-LINE-TEXT.
003440     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003450     MOVE "  BATCH WINDOW STEP TRACKING" TO WS-RPT-LINE-TEXT.
003460     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003470     STRING "  WINDOW . . . . . . . . . . . : " WS-START-DATE-X
003480         " THRU " WS-END-DATE-X
003490         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
003500     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003510     MOVE "============================================="
003520         TO WS-RPT-LINE-TEXT.
003530     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003540 1000-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------
003580*    ONE CALENDAR DAY BACK FROM WS-START-DATE.  THE CENTURY IS
003590*    TAKEN AS 20, SO EVERY FOURTH YEAR IS A LEAP YEAR.
003600*----------------------------------------------------------------
003610 1100-STEP-BACK-ONE-DAY.
003620     IF WS-START-DD > 1
003630         SUBTRACT 1 FROM WS-START-DD
003640         GO TO 1100-EXIT
003650     END-IF.
003660     IF WS-START-MM = 1
003670         MOVE 12 TO WS-START-MM
003680         IF WS-START-YY = ZERO
003690             MOVE 99 TO WS-START-YY
003700         ELSE
003710             SUBTRACT 1 FROM WS-START-YY
003720         END-IF
003730     ELSE
003740         SUBTRACT 1 FROM WS-START-MM
003750     END-IF.
003760     MOVE WS-MONTH-DAYS(WS-START-MM) TO WS-MONTH-LAST-DD.
003770     IF WS-START-MM = 2
003780         DIVIDE WS-START-YY BY 4 GIVING WS-CAL-WORK
003790             REMAINDER WS-CAL-REM
003800         IF WS-CAL-REM = ZERO
003810             MOVE 29 TO WS-MONTH-LAST-DD
003820         END-IF
003830     END-IF.
003840     MOVE WS-MONTH-LAST-DD TO WS-START-DD.
003850 1100-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------
003890*    LOAD THE EXPECTED SCHEDULE.  A LINE WITH "*" IN COLUMN 1 IS
003900*    A COMMENT.  A RECORD THAT CANNOT BE USED IS LISTED AND LEFT
003910*    OUT, AND EACH PREDECESSOR IS LOOKED UP ONCE ALL ARE IN.
003920*    WITHOUT RUNSCHD EVERY RUN IS LISTED AS UNSCHEDULED.
003930*----------------------------------------------------------------
003940 2000-LOAD-SCHEDULE.
003950     OPEN INPUT RUN-SCHEDULE-FILE.
003960     IF WS-RUNSCHD-STATUS NOT = "00"
003970         STRING "  *** RUNSCHD UNAVAILABLE - STATUS "
003980             WS-RUNSCHD-STATUS " ***"
003990             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
004000         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
004010         SET WS-RUN-INCOMPLETE TO TRUE
004020         GO TO 2000-EXIT
004030     END-IF.
004040     SET WS-SC-NOT-EOF TO TRUE.
004050     PERFORM 2100-LOAD-ONE-STEP THRU 2100-EXIT
004060         UNTIL WS-SC-EOF.
004070     CLOSE RUN-SCHEDULE-FILE.
004080     PERFORM 2200-RESOLVE-PRED THRU 2200-EXIT
004090         VARYING WS-SC-SUB FROM 1 BY 1
004095         UNTIL WS-SC-SUB > WS-SC-COUNT
004100         AFTER WS-PX FROM 1 BY 1
004105         UNTIL WS-PX > 2.
004110 2000-EXIT.
004120     EXIT.
004130
004140 2100-LOAD-ONE-STEP.
004150     READ RUN-SCHEDULE-FILE
004160         AT END
004170             SET WS-SC-EOF TO TRUE
004180             GO TO 2100-EXIT
004190     END-READ.
004200     IF RS-RECORD(1:1) = "*" OR RS-RECORD = SPACES
004210         GO TO 2100-EXIT
004220     END-IF.
004230     IF RS-SEQUENCE NOT NUMERIC
004240             OR RS-PROGRAM = SPACES
004250             OR RS-FAIL-RC NOT NUMERIC
004260             OR NOT (RS-EVERY-DATE OR RS-ON-REQUEST)
004270         PERFORM 2150-REJECT-STEP THRU 2150-EXIT
004280         GO TO 2100-EXIT
004290     END-IF.
004296     IF (RS-PRED-1-PROGRAM NOT = SPACES
004302             AND RS-BYPASS-1-RC NOT NUMERIC)
004308             OR (RS-PRED-2-PROGRAM NOT = SPACES
004314             AND RS-BYPASS-2-RC NOT NUMERIC)
004320         PERFORM 2150-REJECT-STEP THRU 2150-EXIT
004330         GO TO 2100-EXIT
004340     END-IF.
004350     IF WS-SC-COUNT NOT < WS-SC-MAX
004360         SET WS-TABLE-OVERFLOW TO TRUE
004370         SET WS-SC-EOF TO TRUE
004380         GO TO 2100-EXIT
004390     END-IF.
004400     ADD 1 TO WS-SC-COUNT.
004410     MOVE RS-PROGRAM TO WS-SC-PROGRAM(WS-SC-COUNT).
004420     MOVE RS-JOB TO WS-SC-JOB(WS-SC-COUNT).
004430     MOVE RS-STEP TO WS-SC-STEP(WS-SC-COUNT).
004440     MOVE RS-FREQUENCY TO WS-SC-FREQUENCY(WS-SC-COUNT).
004450     MOVE RS-FAIL-RC TO WS-SC-FAIL-RC(WS-SC-COUNT).
004460     PERFORM 2110-LOAD-PRED THRU 2110-EXIT
004470         VARYING WS-PX FROM 1 BY 1
004480         UNTIL WS-PX > 2.
004530     MOVE ZERO TO WS-SC-ATTEMPTS(WS-SC-COUNT).
004540     MOVE ZERO TO WS-SC-LAST-RC(WS-SC-COUNT).
004550     MOVE ZERO TO WS-SC-HIGH-RC(WS-SC-COUNT).
004560 2100-EXIT.
004570     EXIT.
004571
004572 2110-LOAD-PRED.
004573     MOVE RS-PRED-PROGRAM(WS-PX)
004574         TO WS-SC-PRED(WS-SC-COUNT, WS-PX).
004575     IF RS-PRED-PROGRAM(WS-PX) = SPACES
004576         MOVE ZERO TO WS-SC-BYPASS-RC(WS-SC-COUNT, WS-PX)
004577     ELSE
004578         MOVE RS-BYPASS-RC(WS-PX)
004579             TO WS-SC-BYPASS-RC(WS-SC-COUNT, WS-PX)
004580     END-IF.
004581     MOVE ZERO TO WS-SC-PRED-SUB(WS-SC-COUNT, WS-PX).
004582 2110-EXIT.
004583     EXIT.
004584
004590 2150-REJECT-STEP.
004600     ADD 1 TO WS-SC-BAD-COUNT.
004610     STRING "  *** RUNSCHD RECORD NOT USABLE: " RS-RECORD(1:40)
004620         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
004630     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
004640 2150-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------------
004680*    A PREDECESSOR THAT IS NOT ON THE SCHEDULE CANNOT BE JUDGED -
004690*    THE STEP IS TREATED AS HAVING NO COND= AND THE RECORD IS
004700*    LISTED FOR CORRECTION.
004710*----------------------------------------------------------------
004720 2200-RESOLVE-PRED.
004730     IF WS-SC-PRED(WS-SC-SUB, WS-PX) = SPACES
004740         GO TO 2200-EXIT
004750     END-IF.
004760     PERFORM 2250-FIND-PRED THRU 2250-EXIT
004770         VARYING WS-SC-SUB2 FROM 1 BY 1
004780         UNTIL WS-SC-SUB2 > WS-SC-COUNT
004790             OR WS-SC-PRED-SUB(WS-SC-SUB, WS-PX) NOT = ZERO.
004800     IF WS-SC-PRED-SUB(WS-SC-SUB, WS-PX) = ZERO
004810         ADD 1 TO WS-SC-BAD-COUNT
004820         STRING "  *** RUNSCHD: " WS-SC-PROGRAM(WS-SC-SUB)
004830             " FOLLOWS " WS-SC-PRED(WS-SC-SUB, WS-PX)
004840             " - NOT ON THE SCHEDULE ***"
004850             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
004860         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
004870     END-IF.
004880 2200-EXIT.
004890     EXIT.
004900
004910 2250-FIND-PRED.
004920     IF WS-SC-PROGRAM(WS-SC-SUB2) = WS-SC-PRED(WS-SC-SUB, WS-PX)
004930         MOVE WS-SC-SUB2 TO WS-SC-PRED-SUB(WS-SC-SUB, WS-PX)
004940     END-IF.
004950 2250-EXIT.
004960     EXIT.
004970
004980*----------------------------------------------------------------
004990*    LOAD EVERY RUN WHOSE BUSINESS DATES TOUCH THE WINDOW, AND
005000*    NOTE THE DATES IT STARTS AND ENDS ON.  A CATCH-UP RUN OF
005010*    ADDTHREE WRITES ONE RECORD PER DATE, SO EVERY DATE THE
005015*    NIGHTLY BATCH POSTED IS NOTED.  THE LAST DATE OF THE WINDOW
005020*    IS NOTED FIRST, RUNS OR NOT, SO A NIGHT WHOSE BATCH NEVER
005025*    STARTED IS STILL REPORTED.
005030*----------------------------------------------------------------
005040 2500-LOAD-HISTORY.
005043     MOVE WS-END-DATE-X TO WS-NEW-DATE.
005046     PERFORM 2700-NOTE-DATE THRU 2700-EXIT.
005050     OPEN INPUT RUN-HISTORY-FILE.
005060     IF WS-RUNHIST-STATUS NOT = "00"
005070         STRING "  *** RUNHIST UNAVAILABLE - STATUS "
005080             WS-RUNHIST-STATUS " ***"
005090             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
005100         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
005110         SET WS-RUN-INCOMPLETE TO TRUE
005120         GO TO 2500-EXIT
005130     END-IF.
005140     SET WS-RH-NOT-EOF TO TRUE.
005150     PERFORM 2600-LOAD-ONE-RUN THRU 2600-EXIT
005160         UNTIL WS-RH-EOF.
005170     CLOSE RUN-HISTORY-FILE.
005180 2500-EXIT.
005190     EXIT.
005200
005210 2600-LOAD-ONE-RUN.
005220     READ RUN-HISTORY-FILE
005230         AT END
005240             SET WS-RH-EOF TO TRUE
005250             GO TO 2600-EXIT
005260     END-READ.
005270     ADD 1 TO WS-RH-READ-COUNT.
005280     IF RH-PROGRAM = SPACES
005290             OR RH-BUSINESS-DATE NOT NUMERIC
005300             OR RH-THRU-DATE NOT NUMERIC
005310             OR RH-RETURN-CODE NOT NUMERIC
005320         ADD 1 TO WS-RH-BAD-COUNT
005330         GO TO 2600-EXIT
005340     END-IF.
005350     IF RH-THRU-DATE < WS-START-DATE-X
005360             OR RH-BUSINESS-DATE > WS-END-DATE-X
005370         GO TO 2600-EXIT
005380     END-IF.
005390     IF WS-RT-COUNT NOT < WS-RT-MAX
005400         SET WS-TABLE-OVERFLOW TO TRUE
005410         SET WS-RH-EOF TO TRUE
005420         GO TO 2600-EXIT
005430     END-IF.
005440     ADD 1 TO WS-RT-COUNT.
005450     MOVE RH-PROGRAM TO WS-RT-PROGRAM(WS-RT-COUNT).
005460     MOVE RH-BUSINESS-DATE TO WS-RT-BUS-DATE(WS-RT-COUNT).
005470     MOVE RH-THRU-DATE TO WS-RT-THRU-DATE(WS-RT-COUNT).
005480     MOVE RH-START-DATE TO WS-RT-START-DATE(WS-RT-COUNT).
005490     MOVE RH-START-TIME TO WS-RT-START-TIME(WS-RT-COUNT).
005500     MOVE RH-END-DATE TO WS-RT-END-DATE(WS-RT-COUNT).
005510     MOVE RH-END-TIME TO WS-RT-END-TIME(WS-RT-COUNT).
005520     MOVE RH-RETURN-CODE TO WS-RT-RC(WS-RT-COUNT).
005530     MOVE RH-COUNTS TO WS-RT-COUNTS(WS-RT-COUNT).
005540     MOVE ZERO TO WS-RT-SC-SUB(WS-RT-COUNT).
005550     PERFORM 2650-FIND-STEP THRU 2650-EXIT
005560         VARYING WS-SC-SUB FROM 1 BY 1
005570         UNTIL WS-SC-SUB > WS-SC-COUNT
005580             OR WS-RT-SC-SUB(WS-RT-COUNT) NOT = ZERO.
005590     IF RH-BUSINESS-DATE NOT < WS-START-DATE-X
005600         MOVE RH-BUSINESS-DATE TO WS-NEW-DATE
005610         PERFORM 2700-NOTE-DATE THRU 2700-EXIT
005620     END-IF.
005630     IF RH-THRU-DATE NOT > WS-END-DATE-X
005640         MOVE RH-THRU-DATE TO WS-NEW-DATE
005650         PERFORM 2700-NOTE-DATE THRU 2700-EXIT
005660     END-IF.
005670 2600-EXIT.
005680     EXIT.
005690
005700 2650-FIND-STEP.
005710     IF WS-SC-PROGRAM(WS-SC-SUB) = RH-PROGRAM
005720         MOVE WS-SC-SUB TO WS-RT-SC-SUB(WS-RT-COUNT)
005730     END-IF.
005740 2650-EXIT.
005750     EXIT.
005760
005770*----------------------------------------------------------------
005780*    ADD WS-NEW-DATE TO THE DATE TABLE IN ITS PLACE, UNLESS IT
005790*    IS THERE ALREADY.  WS-DT-POS COUNTS THE EARLIER DATES.
005800*----------------------------------------------------------------
005810 2700-NOTE-DATE.
005820     SET WS-DT-NOT-FOUND TO TRUE.
005830     MOVE ZERO TO WS-DT-POS.
005840     PERFORM 2710-PLACE-DATE THRU 2710-EXIT
005850         VARYING WS-DT-SUB FROM 1 BY 1
005860         UNTIL WS-DT-SUB > WS-DT-COUNT.
005870     IF WS-DT-FOUND
005880         GO TO 2700-EXIT
005890     END-IF.
005900     IF WS-DT-COUNT NOT < 62
005910         SET WS-TABLE-OVERFLOW TO TRUE
005920         GO TO 2700-EXIT
005930     END-IF.
005940     ADD 1 TO WS-DT-POS.
005950     PERFORM 2720-SHIFT-DATE-UP THRU 2720-EXIT
005960         VARYING WS-DT-SUB FROM WS-DT-COUNT BY -1
005970         UNTIL WS-DT-SUB < WS-DT-POS.
005980     ADD 1 TO WS-DT-COUNT.
005990     MOVE WS-NEW-DATE TO WS-DT-DATE(WS-DT-POS).
006000 2700-EXIT.
006010     EXIT.
006020
006030 2710-PLACE-DATE.
006040     IF WS-DT-DATE(WS-DT-SUB) = WS-NEW-DATE
006050         SET WS-DT-FOUND TO TRUE
006060     END-IF.
006070     IF WS-DT-DATE(WS-DT-SUB) < WS-NEW-DATE
006080         ADD 1 TO WS-DT-POS
006090     END-IF.
006100 2710-EXIT.
006110     EXIT.
006120
006130 2720-SHIFT-DATE-UP.
006140     MOVE WS-DT-DATE(WS-DT-SUB) TO WS-DT-DATE(WS-DT-SUB + 1).
006150 2720-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------------
006190*    ONE SECTION OF THE REPORT PER BUSINESS DATE.
006200*----------------------------------------------------------------
006210 3000-REPORT-DATES.
006220     IF WS-DT-COUNT = ZERO
006230         MOVE "  *** NO RUNS RECORDED IN THE WINDOW ***"
006240             TO WS-RPT-LINE-TEXT
006250         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
006260         GO TO 3000-EXIT
006270     END-IF.
006280     PERFORM 3100-REPORT-ONE-DATE THRU 3100-EXIT
006290         VARYING WS-DT-SUB FROM 1 BY 1
006300         UNTIL WS-DT-SUB > WS-DT-COUNT.
006310 3000-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------------
006350*    TALLY EACH SCHEDULED STEP'S RUNS FOR THE DATE FIRST, SO A
006360*    STEP CAN BE JUDGED AGAINST ITS PREDECESSOR WHEREVER THE
006370*    PREDECESSOR SITS ON THE SCHEDULE, THEN LIST THE STEPS IN
006380*    SCHEDULE ORDER AND THE UNSCHEDULED RUNS AFTER THEM.
006390*----------------------------------------------------------------
006400 3100-REPORT-ONE-DATE.
006410     MOVE WS-DT-DATE(WS-DT-SUB) TO WS-CUR-DATE.
006420     SET WS-NO-NIGHTLY TO TRUE.
006430     PERFORM 3200-CLEAR-STEP THRU 3200-EXIT
006440         VARYING WS-SC-SUB FROM 1 BY 1
006450         UNTIL WS-SC-SUB > WS-SC-COUNT.
006460     PERFORM 3250-TALLY-RUN THRU 3250-EXIT
006470         VARYING WS-RT-SUB FROM 1 BY 1
006480         UNTIL WS-RT-SUB > WS-RT-COUNT.
006490     MOVE SPACES TO WS-RPT-LINE-TEXT.
006500     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
006510     STRING "  BUSINESS DATE " WS-CUR-DATE
006520         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
006530     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
006540     STRING "  PROGRAM  JOB      STEP     RUN STARTED       ENDED"
006550         "         RC OUTCOME"
006560         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
006570     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
006580     PERFORM 3300-REPORT-STEP THRU 3300-EXIT
006590         VARYING WS-SC-SUB FROM 1 BY 1
006600         UNTIL WS-SC-SUB > WS-SC-COUNT.
006610     PERFORM 3600-LIST-UNSCHEDULED THRU 3600-EXIT
006620         VARYING WS-RT-SUB FROM 1 BY 1
006630         UNTIL WS-RT-SUB > WS-RT-COUNT.
006640     IF WS-NO-NIGHTLY
006650         ADD 1 TO WS-NO-NIGHTLY-COUNT
006660         MOVE "  *** NO NIGHTLY BATCH RECORDED FOR THIS DATE ***"
006670             TO WS-RPT-LINE-TEXT
006680         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
006690     END-IF.
006700 3100-EXIT.
006710     EXIT.
006720
006730 3200-CLEAR-STEP.
006740     MOVE ZERO TO WS-SC-ATTEMPTS(WS-SC-SUB).
006750     MOVE ZERO TO WS-SC-LAST-RC(WS-SC-SUB).
006760     MOVE ZERO TO WS-SC-HIGH-RC(WS-SC-SUB).
006770 3200-EXIT.
006780     EXIT.
006790
006800*    A RUN COVERS EVERY DATE FROM ITS BUSINESS DATE TO ITS THRU
006810*    DATE.  THE LAST RUN SAYS WHETHER THE STEP WAS LEFT FAILED;
006820*    THE HIGHEST SAYS WHETHER COND= WILL HAVE BYPASSED THE NEXT
006830*    STEP, EVEN WHERE A LATER RE-RUN ENDED CLEAN.
006840 3250-TALLY-RUN.
006850     IF WS-RT-BUS-DATE(WS-RT-SUB) > WS-CUR-DATE
006860             OR WS-RT-THRU-DATE(WS-RT-SUB) < WS-CUR-DATE
006870             OR WS-RT-SC-SUB(WS-RT-SUB) = ZERO
006880         GO TO 3250-EXIT
006890     END-IF.
006900     MOVE WS-RT-SC-SUB(WS-RT-SUB) TO WS-SC-SUB.
006910     ADD 1 TO WS-SC-ATTEMPTS(WS-SC-SUB).
006920     MOVE WS-RT-RC(WS-RT-SUB) TO WS-SC-LAST-RC(WS-SC-SUB).
006930     IF WS-RT-RC(WS-RT-SUB) > WS-SC-HIGH-RC(WS-SC-SUB)
006940         MOVE WS-RT-RC(WS-RT-SUB) TO WS-SC-HIGH-RC(WS-SC-SUB)
006950     END-IF.
006960     IF WS-SC-EVERY-DATE(WS-SC-SUB)
006970         SET WS-NIGHTLY-FOUND TO TRUE
006980     END-IF.
006990 3250-EXIT.
007000     EXIT.
007010
007020*----------------------------------------------------------------
007030*    A STEP THAT RAN LISTS EVERY ATTEMPT.  AN EVERY-DATE STEP
007036*    THAT DID NOT RUN IS BYPASSED BY COND= WHEN A RUN OF EITHER
007042*    PREDECESSOR ENDED AT OR ABOVE ITS BYPASS CODE, NOT RUN WHEN
007048*    A PREDECESSOR NEVER RAN EITHER, AND OTHERWISE NEVER RAN.
007054*    A BYPASS IS LOOKED FOR ACROSS BOTH PREDECESSORS FIRST, AS
007060*    COND= SKIPS A TEST ON A STEP THAT DID NOT RUN.
007070*----------------------------------------------------------------
007080 3300-REPORT-STEP.
007090     IF WS-SC-ATTEMPTS(WS-SC-SUB) > ZERO
007100         MOVE ZERO TO WS-ATTEMPT-NO
007110         PERFORM 3400-LIST-ATTEMPT THRU 3400-EXIT
007120             VARYING WS-RT-SUB FROM 1 BY 1
007130             UNTIL WS-RT-SUB > WS-RT-COUNT
007140         IF WS-SC-LAST-RC(WS-SC-SUB)
007150                 NOT < WS-SC-FAIL-RC(WS-SC-SUB)
007160             ADD 1 TO WS-LEFT-FAILED-COUNT
007170         END-IF
007180         GO TO 3300-EXIT
007190     END-IF.
007200     IF WS-SC-ON-REQUEST(WS-SC-SUB) OR WS-NO-NIGHTLY
007210         GO TO 3300-EXIT
007220     END-IF.
007240     MOVE SPACES TO WS-RPT-OUTCOME.
007250     PERFORM 3310-CHECK-BYPASS THRU 3310-EXIT
007260         VARYING WS-PX FROM 1 BY 1
007270         UNTIL WS-PX > 2 OR WS-RPT-OUTCOME NOT = SPACES.
007280     PERFORM 3320-CHECK-NOT-RUN THRU 3320-EXIT
007290         VARYING WS-PX FROM 1 BY 1
007300         UNTIL WS-PX > 2 OR WS-RPT-OUTCOME NOT = SPACES.
007310     IF WS-RPT-OUTCOME = SPACES
007320         MOVE "NEVER RAN" TO WS-RPT-OUTCOME
007330         ADD 1 TO WS-NEVER-COUNT
007340     END-IF.
007460     STRING "  " WS-SC-PROGRAM(WS-SC-SUB) " "
007470         WS-SC-JOB(WS-SC-SUB) " " WS-SC-STEP(WS-SC-SUB)
007480         "  " WS-RPT-OUTCOME
007490         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
007500     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007510 3300-EXIT.
007520     EXIT.
007521
007522 3310-CHECK-BYPASS.
007523     MOVE WS-SC-PRED-SUB(WS-SC-SUB, WS-PX) TO WS-PRED-SUB.
007524     IF WS-PRED-SUB = ZERO
007525         GO TO 3310-EXIT
007526     END-IF.
007527     IF WS-SC-ATTEMPTS(WS-PRED-SUB) > ZERO
007528             AND WS-SC-HIGH-RC(WS-PRED-SUB)
007529                 NOT < WS-SC-BYPASS-RC(WS-SC-SUB, WS-PX)
007530         STRING "BYPASSED BY COND - " DELIMITED BY SIZE
007531             WS-SC-PRED(WS-SC-SUB, WS-PX) DELIMITED BY SPACE
007532             " RC " WS-SC-HIGH-RC(WS-PRED-SUB)
007533             DELIMITED BY SIZE INTO WS-RPT-OUTCOME
007534         ADD 1 TO WS-BYPASS-COUNT
007535     END-IF.
007536 3310-EXIT.
007537     EXIT.
007538
007539 3320-CHECK-NOT-RUN.
007540     MOVE WS-SC-PRED-SUB(WS-SC-SUB, WS-PX) TO WS-PRED-SUB.
007541     IF WS-PRED-SUB = ZERO
007542         GO TO 3320-EXIT
007543     END-IF.
007544     IF WS-SC-ATTEMPTS(WS-PRED-SUB) = ZERO
007545         STRING "NOT RUN - " DELIMITED BY SIZE
007546             WS-SC-PRED(WS-SC-SUB, WS-PX) DELIMITED BY SPACE
007547             " DID NOT RUN" DELIMITED BY SIZE
007548             INTO WS-RPT-OUTCOME
007549         ADD 1 TO WS-NEVER-COUNT
007550     END-IF.
007551 3320-EXIT.
007552     EXIT.
007553
007554 3400-LIST-ATTEMPT.
007555     IF WS-RT-SC-SUB(WS-RT-SUB) NOT = WS-SC-SUB
007560             OR WS-RT-BUS-DATE(WS-RT-SUB) > WS-CUR-DATE
007570             OR WS-RT-THRU-DATE(WS-RT-SUB) < WS-CUR-DATE
007580         GO TO 3400-EXIT
007590     END-IF.
007600     ADD 1 TO WS-ATTEMPT-NO.
007610     MOVE WS-SC-JOB(WS-SC-SUB) TO WS-RPT-JOB.
007620     MOVE WS-SC-STEP(WS-SC-SUB) TO WS-RPT-STEP.
007630     MOVE WS-SC-FAIL-RC(WS-SC-SUB) TO WS-FAIL-RC.
007640     PERFORM 3500-LIST-RUN THRU 3500-EXIT.
007650 3400-EXIT.
007660     EXIT.
007670
007680*----------------------------------------------------------------
007690*    ONE RUN - WHEN IT STARTED AND ENDED, ITS RETURN CODE AND
007700*    OUTCOME, THEN ITS COUNTS AND, FOR A RUN THAT SPANNED DATES,
007710*    THE DATES IT WAS FOR.  WS-ATTEMPT-NO IS ZERO FOR A PROGRAM
007720*    NOT ON THE SCHEDULE, WHOSE RUNS ARE NOT NUMBERED.
007730*----------------------------------------------------------------
007740 3500-LIST-RUN.
007750     ADD 1 TO WS-LISTED-COUNT.
007760     MOVE SPACES TO WS-RPT-OUTCOME.
007770     EVALUATE TRUE
007780         WHEN WS-RT-RC(WS-RT-SUB) NOT < WS-FAIL-RC
007790             MOVE "FAILED" TO WS-RPT-OUTCOME
007800             ADD 1 TO WS-FAILED-COUNT
007810         WHEN WS-RT-RC(WS-RT-SUB) > ZERO
007820             MOVE "WARNING" TO WS-RPT-OUTCOME
007830             ADD 1 TO WS-WARNING-COUNT
007840         WHEN OTHER
007850             MOVE "OK" TO WS-RPT-OUTCOME
007860     END-EVALUATE.
007870     IF WS-ATTEMPT-NO > 1
007880         ADD 1 TO WS-RERUN-COUNT
007890         MOVE "RERUN" TO WS-RPT-OUTCOME(9:5)
007900     END-IF.
007910     IF WS-ATTEMPT-NO = ZERO
007920         MOVE "--" TO WS-RPT-RUN
007930     ELSE
007940         MOVE WS-ATTEMPT-NO TO WS-RPT-RUN-EDIT
007950         MOVE WS-RPT-RUN-EDIT TO WS-RPT-RUN
007960     END-IF.
007970     STRING "  " WS-RT-PROGRAM(WS-RT-SUB) " " WS-RPT-JOB " "
007980         WS-RPT-STEP "  " WS-RPT-RUN " "
007990         WS-RT-START-DATE(WS-RT-SUB) " "
008000         WS-RT-START-TIME(WS-RT-SUB) " "
008010         WS-RT-END-DATE(WS-RT-SUB) " "
008020         WS-RT-END-TIME(WS-RT-SUB) " "
008030         WS-RT-RC(WS-RT-SUB) " " WS-RPT-OUTCOME(1:13)
008040         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008050     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008060     MOVE WS-RT-COUNTS(WS-RT-SUB) TO WS-CT-VIEW.
008070     IF WS-RT-BUS-DATE(WS-RT-SUB) = WS-RT-THRU-DATE(WS-RT-SUB)
008080         STRING "     " WS-CT-LABEL(1) " " WS-CT-VALUE(1)
008090             "  " WS-CT-LABEL(2) " " WS-CT-VALUE(2)
008100             "  " WS-CT-LABEL(3) " " WS-CT-VALUE(3)
008110             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
008120     ELSE
008130         STRING "     " WS-CT-LABEL(1) " " WS-CT-VALUE(1)
008140             "  " WS-CT-LABEL(2) " " WS-CT-VALUE(2)
008150             "  " WS-CT-LABEL(3) " " WS-CT-VALUE(3)
008160             "  DATES " WS-RT-BUS-DATE(WS-RT-SUB)
008170             "-" WS-RT-THRU-DATE(WS-RT-SUB)
008180             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
008190     END-IF.
008200     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008210 3500-EXIT.
008220     EXIT.
008230
008240*    A PROGRAM NOT ON THE SCHEDULE IS RATED FAILED AT RC 08.
008250 3600-LIST-UNSCHEDULED.
008260     IF WS-RT-SC-SUB(WS-RT-SUB) NOT = ZERO
008270             OR WS-RT-BUS-DATE(WS-RT-SUB) > WS-CUR-DATE
008280             OR WS-RT-THRU-DATE(WS-RT-SUB) < WS-CUR-DATE
008290         GO TO 3600-EXIT
008300     END-IF.
008310     ADD 1 TO WS-UNSCHED-COUNT.
008320     MOVE ZERO TO WS-ATTEMPT-NO.
008330     MOVE "NOT ON" TO WS-RPT-JOB.
008340     MOVE "SCHEDULE" TO WS-RPT-STEP.
008350     MOVE 8 TO WS-FAIL-RC.
008360     PERFORM 3500-LIST-RUN THRU 3500-EXIT.
008370 3600-EXIT.
008380     EXIT.
008390
008400 6000-WRITE-SUMMARY.
008410     IF WS-TABLE-OVERFLOW
008420         SET WS-RUN-INCOMPLETE TO TRUE
008430         MOVE "  *** A TABLE FILLED - TRACKING INCOMPLETE ***"
008440             TO WS-RPT-LINE-TEXT
008450         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
008460     END-IF.
008470     COMPUTE WS-PROBLEM-COUNT = WS-LEFT-FAILED-COUNT
008476         + WS-BYPASS-COUNT + WS-NEVER-COUNT + WS-SC-BAD-COUNT
008482         + WS-NO-NIGHTLY-COUNT.
008490     COMPUTE WS-NOTE-COUNT = WS-RERUN-COUNT + WS-WARNING-COUNT
008500         + WS-RH-BAD-COUNT.
008510     IF WS-DT-COUNT = ZERO
008520         ADD 1 TO WS-NOTE-COUNT
008530     END-IF.
008540     MOVE SPACES TO WS-RPT-LINE-TEXT.
008550     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008560     MOVE "============================================="
008570         TO WS-RPT-LINE-TEXT.
008580     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008590     MOVE WS-RH-READ-COUNT TO WS-RPT-CT-EDIT.
008600     STRING "  RUNHIST RECORDS READ . . . . : " WS-RPT-CT-EDIT
008610         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008620     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008630     MOVE WS-RH-BAD-COUNT TO WS-RPT-CT-EDIT.
008640     STRING "  UNREADABLE HISTORY RECORDS . : " WS-RPT-CT-EDIT
008650         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008660     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008670     MOVE WS-SC-BAD-COUNT TO WS-RPT-CT-EDIT.
008680     STRING "  UNUSABLE SCHEDULE RECORDS  . : " WS-RPT-CT-EDIT
008690         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008700     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008710     MOVE WS-DT-COUNT TO WS-RPT-CT-EDIT.
008720     STRING "  BUSINESS DATES . . . . . . . : " WS-RPT-CT-EDIT
008730         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008740     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008750     MOVE WS-LISTED-COUNT TO WS-RPT-CT-EDIT.
008760     STRING "  RUNS LISTED  . . . . . . . . : " WS-RPT-CT-EDIT
008770         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008780     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008790     MOVE WS-RERUN-COUNT TO WS-RPT-CT-EDIT.
008800     STRING "  RERUNS . . . . . . . . . . . : " WS-RPT-CT-EDIT
008810         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008820     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008830     MOVE WS-WARNING-COUNT TO WS-RPT-CT-EDIT.
008840     STRING "  RUNS WITH WARNINGS . . . . . : " WS-RPT-CT-EDIT
008850         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008860     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008870     MOVE WS-FAILED-COUNT TO WS-RPT-CT-EDIT.
008880     STRING "  FAILED RUNS  . . . . . . . . : " WS-RPT-CT-EDIT
008890         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008900     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008910     MOVE WS-LEFT-FAILED-COUNT TO WS-RPT-CT-EDIT.
008920     STRING "  STEPS LEFT FAILED  . . . . . : " WS-RPT-CT-EDIT
008930         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008940     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008950     MOVE WS-BYPASS-COUNT TO WS-RPT-CT-EDIT.
008960     STRING "  STEPS BYPASSED BY COND . . . : " WS-RPT-CT-EDIT
008970         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008980     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008990     MOVE WS-NEVER-COUNT TO WS-RPT-CT-EDIT.
009000     STRING "  STEPS THAT NEVER RAN . . . . : " WS-RPT-CT-EDIT
009010         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009020     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009030     MOVE WS-NO-NIGHTLY-COUNT TO WS-RPT-CT-EDIT.
009040     STRING "  DATES WITH NO NIGHTLY BATCH  : " WS-RPT-CT-EDIT
009050         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009060     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009070     MOVE WS-UNSCHED-COUNT TO WS-RPT-CT-EDIT.
009080     STRING "  UNSCHEDULED RUNS . . . . . . : " WS-RPT-CT-EDIT
009090         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009100     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009110     EVALUATE TRUE
009120         WHEN WS-RUN-INCOMPLETE
009130             MOVE "  *** TRACKING INCOMPLETE - SEE ABOVE ***"
009140                 TO WS-RPT-LINE-TEXT
009150         WHEN WS-PROBLEM-COUNT > ZERO
009160             MOVE "  *** STEPS FAILED OR NOT RUN - SEE ABOVE ***"
009170                 TO WS-RPT-LINE-TEXT
009180         WHEN WS-NOTE-COUNT > ZERO
009190             MOVE "  *** ALL STEPS RAN - SEE WARNINGS ABOVE ***"
009200                 TO WS-RPT-LINE-TEXT
009210         WHEN OTHER
009220             MOVE "  *** EVERY SCHEDULED STEP RAN CLEAN ***"
009230                 TO WS-RPT-LINE-TEXT
009240     END-EVALUATE.
009250     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009260     MOVE "============================================="
009270         TO WS-RPT-LINE-TEXT.
009280     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009290 6000-EXIT.
009300     EXIT.
009310
009320 8000-REPORT-LINE.
009330     DISPLAY WS-RPT-LINE-TEXT.
009340     MOVE WS-RPT-LINE-TEXT TO SR-RECORD.
009350     WRITE SR-RECORD.
009360     MOVE SPACES TO WS-RPT-LINE-TEXT.
009370 8000-EXIT.
009380     EXIT.
009390
009400 9000-TERMINATE.
009410     IF WS-CARDS-INVALID
009420         GO TO 9000-EXIT
009430     END-IF.
009440     CLOSE STEP-REPORT-FILE.
009450 9000-EXIT.
009460     EXIT.
009470
009480*----------------------------------------------------------------
009490*    APPEND THIS RUN TO THE SHARED RUN HISTORY.  THE HISTORY
009500*    RECORDS THE RUN, IT IS NOT PART OF IT - A RUNHIST THAT
009510*    WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE RETURN
009520*    CODE IS LEFT AS IT IS.
009530*----------------------------------------------------------------
009540 9800-WRITE-RUN-HISTORY.
009550     OPEN EXTEND RUN-HISTORY-FILE.
009560     IF WS-RUNHIST-STATUS = "35" OR "05"
009570         OPEN OUTPUT RUN-HISTORY-FILE
009580     END-IF.
009590     IF WS-RUNHIST-STATUS NOT = "00"
009600         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
009610             " - RUN NOT RECORDED ***"
009620         GO TO 9800-EXIT
009630     END-IF.
009640     IF WS-CARDS-VALID
009650         MOVE WS-END-DATE-X TO WS-RUN-BUS-DATE
009660     END-IF.
009670     IF WS-RUN-BUS-DATE = SPACES
009680         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
009690     END-IF.
009700     IF WS-RUN-THRU-DATE = SPACES
009710         MOVE WS-RUN-BUS-DATE TO WS-RUN-THRU-DATE
009720     END-IF.
009730     MOVE SPACES TO RH-RECORD.
009740     MOVE "STEPTRAK" TO RH-PROGRAM.
009750     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
009760     MOVE WS-RUN-THRU-DATE TO RH-THRU-DATE.
009770     MOVE WS-RUN-START-DATE TO RH-START-DATE.
009780     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
009790     ACCEPT RH-END-DATE FROM DATE.
009800     ACCEPT WS-RUN-END-TIME FROM TIME.
009810     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
009820     MOVE WS-TRAK-RC TO RH-RETURN-CODE.
009830     MOVE "READ" TO RH-COUNT-1-LABEL.
009840     MOVE WS-RH-READ-COUNT TO RH-COUNT-1.
009850     MOVE "DATES" TO RH-COUNT-2-LABEL.
009860     MOVE WS-DT-COUNT TO RH-COUNT-2.
009870     MOVE "EXCEPT" TO RH-COUNT-3-LABEL.
009880     MOVE WS-PROBLEM-COUNT TO RH-COUNT-3.
009890     WRITE RH-RECORD.
009900     CLOSE RUN-HISTORY-FILE.
009910 9800-EXIT.
009920     EXIT.
