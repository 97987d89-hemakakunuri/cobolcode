000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DUPCHK.
000120 AUTHOR. D. WHITFIELD.
000130 INSTALLATION. FINANCE-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*                                                               *
000180*    D U P C H K                                               *
000190*                                                               *
000200*    CROSS-DAY DUPLICATE POSTING CHECK.  A DEPARTMENT THAT     *
000210*    RESENDS YESTERDAY'S BLOCK, OR KEYS A SINGLE ADD THAT WAS  *
000220*    ALREADY IN ITS BATCHIN, GETS PAST EVERY CHECK THE NIGHTLY *
000230*    BATCH MAKES BECAUSE EACH ITEM IS VALID ON ITS OWN.  THIS  *
000240*    JOB LOOKS BACK OVER A ROLLING WINDOW OF BUSINESS DATES    *
000250*    ON THE POSTING MASTER FOR POSTINGS WITH THE SAME ACCOUNT, *
000260*    NUM1, NUM2, NUM3 AND RESULT, FROM THE SAME DEPARTMENT OR  *
000270*    ANOTHER ONE.  TWO LINES OF ONE DEPARTMENT BLOCK ON ONE    *
000280*    DATE ARE THE DEPARTMENT'S OWN ENTRIES - NOT PAIRED.       *
000290*    REVERSED ORIGINALS AND REVERSAL ENTRIES ARE LEFT OUT, AS  *
000300*    ARE REPEATS OF ONE STANDING ENTRY THAT STNDGEN GENERATED. *
000310*                                                               *
000320*    EACH SUSPECT PAIR IS LISTED ON DUPRPT WITH BOTH KEYS,      *
000330*    DATES, DEPARTMENTS AND SOURCES, AND WRITTEN TO DUPNEW.    *
000340*    A PAIR ALREADY REVIEWED (ON DUPSUPP WITH A REVIEWER ID)   *
000350*    IS COUNTED BUT NOT LISTED AGAIN.                          *
000360*                                                               *
000370*    SYSIN CARRIES THE LAST BUSINESS DATE OF THE WINDOW        *
000380*    (YYMMDD, BLANK FOR TODAY) AND THE WINDOW IN DAYS (BLANK   *
000390*    FOR 7, AT MOST 62).                                       *
000400*                                                               *
000410*        RC 00  NO NEW SUSPECT PAIRS                           *
000420*        RC 04  NEW SUSPECT PAIRS LISTED FOR REVIEW            *
000430*        RC 08  A CONTROL CARD IS UNREADABLE                   *
000440*        RC 12  CHECK INCOMPLETE - POSTMST UNAVAILABLE OR A    *
000450*               TABLE FILLED                                   *
000460*                                                               *
000470*****************************************************************
000480*
000490*    MODIFICATION HISTORY
000500*    --------------------
000510*    10/15/2026  DW    ORIGINAL PROGRAM.
000512*    10/15/2026  DW    EACH RUN NOW APPENDS A RECORD - PROGRAM,
000514*                       BUSINESS DATE, START AND END, RETURN
000516*                       CODE AND KEY COUNTS - TO THE SHARED
000518*                       RUNHIST RUN HISTORY FOR STEPTRAK.
000519*    10/15/2026  DW    A STANDING-ENTRY POSTING IS NOW KNOWN BY
000520*                       THE GENERATED MARK ON POSTMST, NOT BY
000521*                       MATCHING THE STNDENT SCHEDULE, SO A
000522*                       KEYED COPY OF A GENERATED ENTRY IS A
000523*                       SUSPECT.  STNDENT IS NO LONGER READ.
000524*    10/15/2026  DW    SAME-NIGHT LINES OF ONE DEPARTMENT ARE
000525*                       LEFT UNPAIRED ONLY WHEN BOTH OR NEITHER
000526*                       ARE GENERATED.  POSTMST IS CLOSED ON AN
000527*                       OPEN SWITCH, NOT ON THE OPEN STATUS.
000528*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT POSTING-MASTER-FILE ASSIGN TO "POSTMST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS PM-KEY
000630         ALTERNATE RECORD KEY IS PM-ACCOUNT
000640             WITH DUPLICATES
000650         FILE STATUS IS WS-POSTMST-STATUS.
000710     SELECT SUPPRESS-FILE ASSIGN TO "DUPSUPP"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-DUPSUPP-STATUS.
000740     SELECT NEW-PAIR-FILE ASSIGN TO "DUPNEW"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-DUPNEW-STATUS.
000770     SELECT DUP-REPORT-FILE ASSIGN TO "DUPRPT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-DUPRPT-STATUS.
000792     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000794         ORGANIZATION IS LINE SEQUENTIAL
000796         FILE STATUS IS WS-RUNHIST-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  POSTING-MASTER-FILE.
000840     COPY POSTMSTR.
000850
000890 FD  SUPPRESS-FILE.
000900 01  SP-RECORD                   PIC X(80).
000910
000920 FD  NEW-PAIR-FILE.
000930 01  NP-RECORD                   PIC X(80).
000940
000950 FD  DUP-REPORT-FILE.
000960 01  DR-RECORD                   PIC X(80).
000961
000962*----------------------------------------------------------------
000963*    ONE RECORD PER RUN, APPENDED TO THE SHARED RUN HISTORY.
000964*----------------------------------------------------------------
000965 FD  RUN-HISTORY-FILE.
000966     COPY RUNHISTR.
000970
000980 WORKING-STORAGE SECTION.
000990*----------------------------------------------------------------
001000*    FILE STATUS FIELDS
001010*----------------------------------------------------------------
001020 77  WS-POSTMST-STATUS          PIC X(02) VALUE SPACES.
001040 77  WS-DUPSUPP-STATUS          PIC X(02) VALUE SPACES.
001050 77  WS-DUPNEW-STATUS           PIC X(02) VALUE SPACES.
001060 77  WS-DUPRPT-STATUS           PIC X(02) VALUE SPACES.
001070
001080*----------------------------------------------------------------
001090*    PAIR RECORD - READ FROM DUPSUPP, BUILT FOR DUPNEW.
001100*----------------------------------------------------------------
001110     COPY DUPSUPR.
001120
001130*----------------------------------------------------------------
001140*    SYSIN CONTROL CARDS - THE LAST DATE OF THE WINDOW AND ITS
001150*    LENGTH IN DAYS.  THE FIRST DATE IS FOUND BY STEPPING BACK
001160*    A CALENDAR DAY AT A TIME.
001170*----------------------------------------------------------------
001180 77  WS-CARD-FIELD              PIC X(09) VALUE SPACES.
001190 01  WS-END-DATE.
001200     05  WS-END-YY              PIC 9(02).
001210     05  WS-END-MM              PIC 9(02).
001220     05  WS-END-DD              PIC 9(02).
001230 01  WS-END-DATE-X REDEFINES WS-END-DATE
001240                                PIC X(06).
001250 01  WS-START-DATE.
001260     05  WS-START-YY            PIC 9(02).
001270     05  WS-START-MM            PIC 9(02).
001280     05  WS-START-DD            PIC 9(02).
001290 01  WS-START-DATE-X REDEFINES WS-START-DATE
001300                                PIC X(06).
001310 77  WS-WINDOW-DAYS             PIC 9(02) VALUE 7.
001320 77  WS-STEP-COUNT              PIC 9(02) COMP VALUE ZERO.
001330 77  WS-CARDS-VALID-SW          PIC X(01) VALUE "N".
001340     88  WS-CARDS-VALID         VALUE "Y".
001350     88  WS-CARDS-INVALID       VALUE "N".
001360 77  WS-DUP-RC                  PIC 9(02) VALUE ZERO.
001370
001380 01  WS-CURRENT-DATE.
001390     05  WS-CURRENT-YY          PIC 9(02).
001400     05  WS-CURRENT-MM          PIC 9(02).
001410     05  WS-CURRENT-DD          PIC 9(02).
001420 01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE
001430                                PIC X(06).
001440
001450 77  WS-CAL-WORK                PIC 9(07) COMP VALUE ZERO.
001460 77  WS-CAL-REM                 PIC 9(02) COMP VALUE ZERO.
001470 77  WS-MONTH-LAST-DD           PIC 9(02) VALUE ZERO.
001480 01  WS-MONTH-DAYS-LIST         PIC X(24)
001490         VALUE "312831303130313130313031".
001500 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
001510     05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
001520
001700*----------------------------------------------------------------
001710*    REVIEWED PAIRS FROM THE SUPPRESSION FILE
001720*----------------------------------------------------------------
001730 77  WS-SP-MAX                  PIC 9(04) COMP VALUE 3000.
001740 77  WS-SP-COUNT                PIC 9(04) COMP VALUE ZERO.
001750 77  WS-SP-SUB                  PIC 9(04) COMP VALUE ZERO.
001760 77  WS-SP-EOF-SW               PIC X(01) VALUE "N".
001770     88  WS-SP-EOF              VALUE "Y".
001780     88  WS-SP-NOT-EOF          VALUE "N".
001790 77  WS-SP-FOUND-SW             PIC X(01) VALUE "N".
001800     88  WS-SP-FOUND            VALUE "Y".
001810     88  WS-SP-NOT-FOUND        VALUE "N".
001820 01  WS-SP-TABLE.
001830     05  WS-SP-ENTRY OCCURS 3000 TIMES.
001840         10  WS-SP-FIRST-KEY    PIC X(13).
001850         10  WS-SP-SECOND-KEY   PIC X(13).
001860
001870*----------------------------------------------------------------
001880*    ONE ACCOUNT'S POSTINGS IN THE WINDOW.  THE MASTER IS WALKED
001890*    ON ITS PM-ACCOUNT PATH, SO EACH ACCOUNT ARRIVES TOGETHER
001900*    AND IN KEY ORDER; THE BUFFER IS COMPARED PAIR BY PAIR WHEN
001910*    THE ACCOUNT CHANGES.
001920*----------------------------------------------------------------
001930 77  WS-POSTMST-EOF-SW          PIC X(01) VALUE "N".
001940     88  WS-POSTMST-EOF         VALUE "Y".
001950     88  WS-POSTMST-NOT-EOF     VALUE "N".
001952 77  WS-POSTMST-SW              PIC X(01) VALUE "N".
001954     88  WS-POSTMST-OPEN        VALUE "Y".
001956     88  WS-POSTMST-UNAVAIL     VALUE "N".
001960 77  WS-CUR-ACCOUNT             PIC X(08) VALUE SPACES.
001970 77  WS-BF-MAX                  PIC 9(04) COMP VALUE 500.
001980 77  WS-BF-COUNT                PIC 9(04) COMP VALUE ZERO.
001990 77  WS-BF-I                    PIC 9(04) COMP VALUE ZERO.
002000 77  WS-BF-J                    PIC 9(04) COMP VALUE ZERO.
002010 77  WS-BF-START                PIC 9(04) COMP VALUE ZERO.
002020 01  WS-BF-TABLE.
002030     05  WS-BF-ENTRY OCCURS 500 TIMES.
002040         10  WS-BF-KEY.
002050             15  WS-BF-DATE     PIC X(06).
002060             15  WS-BF-SEQ      PIC 9(07).
002070         10  WS-BF-DEPT         PIC 9(02).
002080         10  WS-BF-NUM1         PIC S9(5)V99 COMP.
002090         10  WS-BF-NUM2         PIC S9(5)V99 COMP.
002100         10  WS-BF-NUM3         PIC S9(5)V99 COMP.
002110         10  WS-BF-RESULT       PIC S9(7)V99 COMP.
002120         10  WS-BF-STANDING-SW  PIC X(01).
002130             88  WS-BF-STANDING     VALUE "Y".
002140             88  WS-BF-NOT-STANDING VALUE "N".
002150 77  WS-OVERFLOW-SW             PIC X(01) VALUE "N".
002160     88  WS-TABLE-OVERFLOW      VALUE "Y".
002170     88  WS-NO-OVERFLOW         VALUE "N".
002180 77  WS-INCOMPLETE-SW           PIC X(01) VALUE "N".
002190     88  WS-RUN-INCOMPLETE      VALUE "Y".
002200     88  WS-RUN-COMPLETE        VALUE "N".
002210
002220*----------------------------------------------------------------
002230*    COUNTS
002240*----------------------------------------------------------------
002250 77  WS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
002260 77  WS-WINDOW-COUNT            PIC 9(07) COMP VALUE ZERO.
002270 77  WS-RVSL-SKIP-COUNT         PIC 9(07) COMP VALUE ZERO.
002280 77  WS-PAIR-COUNT              PIC 9(07) COMP VALUE ZERO.
002290 77  WS-STANDING-COUNT          PIC 9(07) COMP VALUE ZERO.
002300 77  WS-REVIEWED-COUNT          PIC 9(07) COMP VALUE ZERO.
002310 77  WS-NEW-COUNT               PIC 9(07) COMP VALUE ZERO.
002320
002330*----------------------------------------------------------------
002340*    REPORT EDIT FIELDS
002350*----------------------------------------------------------------
002360 77  WS-RPT-LINE-TEXT           PIC X(80) VALUE SPACES.
002370 77  WS-RPT-CT-EDIT             PIC 9(07) VALUE ZERO.
002380 77  WS-RPT-NUM1-EDIT           PIC -(5)9.99.
002390 77  WS-RPT-NUM2-EDIT           PIC -(5)9.99.
002400 77  WS-RPT-NUM3-EDIT           PIC -(5)9.99.
002410 77  WS-RPT-RES-EDIT            PIC -(7)9.99.
002420 77  WS-RPT-SIDE                PIC X(10) VALUE SPACES.
002430 77  WS-RPT-SOURCE              PIC X(16) VALUE SPACES.
002440 77  WS-RPT-SUB                 PIC 9(04) COMP VALUE ZERO.
002441
002442*----------------------------------------------------------------
002443*    RUN HISTORY - WHEN THE RUN STARTED AND THE BUSINESS
002444*    DATES IT WAS FOR, STAMPED ON THE RECORD APPENDED TO
002445*    RUNHIST AS THE RUN ENDS.
002446*----------------------------------------------------------------
002447 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
002448 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
002449 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
002450 77  WS-RUN-THRU-DATE           PIC X(06) VALUE SPACES.
002451 01  WS-RUN-START-TIME.
002452     05  WS-RUN-START-HHMMSS    PIC X(06).
002453     05  FILLER                 PIC X(02).
002454 01  WS-RUN-END-TIME.
002455     05  WS-RUN-END-HHMMSS      PIC X(06).
002456     05  FILLER                 PIC X(02).
002457
002460 PROCEDURE DIVISION.
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490     IF WS-CARDS-VALID
002510         PERFORM 2500-LOAD-REVIEWED THRU 2500-EXIT
002520         PERFORM 3000-SCAN-MASTER THRU 3000-EXIT
002530         PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
002540     END-IF.
002550     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002560     EVALUATE TRUE
002570         WHEN WS-CARDS-INVALID
002580             MOVE 8 TO WS-DUP-RC
002590         WHEN WS-RUN-INCOMPLETE
002600             MOVE 12 TO WS-DUP-RC
002610         WHEN WS-NEW-COUNT > ZERO
002620             MOVE 4 TO WS-DUP-RC
002630         WHEN OTHER
002640             MOVE ZERO TO WS-DUP-RC
002650     END-EVALUATE.
002660     MOVE WS-DUP-RC TO RETURN-CODE.
002665     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
002670     STOP RUN.
002680
002690*----------------------------------------------------------------
002700*    READ THE CONTROL CARDS, WORK OUT THE FIRST DATE OF THE
002710*    WINDOW AND OPEN THE FILES.
002720*----------------------------------------------------------------
002730 1000-INITIALIZE.
002733     ACCEPT WS-RUN-START-DATE FROM DATE.
002736     ACCEPT WS-RUN-START-TIME FROM TIME.
002740     SET WS-CARDS-INVALID TO TRUE.
002750     ACCEPT WS-CURRENT-DATE FROM DATE.
002760     DISPLAY "ENTER LAST BUSINESS DATE OF THE WINDOW (YYMMDD): ".
002770     MOVE SPACES TO WS-CARD-FIELD.
002780     ACCEPT WS-CARD-FIELD.
002790     IF WS-CARD-FIELD = SPACES
002800         MOVE WS-CURRENT-DATE-X TO WS-END-DATE-X
002810     ELSE
002820         IF WS-CARD-FIELD(1:6) IS NUMERIC
002830                 AND WS-CARD-FIELD(7:3) = SPACES
002840             MOVE WS-CARD-FIELD(1:6) TO WS-END-DATE-X
002850         ELSE
002860             DISPLAY "*** WINDOW DATE CARD NOT YYMMDD - "
002870                 "NOTHING CHECKED ***"
002880             GO TO 1000-EXIT
002890         END-IF
002900     END-IF.
002910     IF WS-END-MM < 1 OR WS-END-MM > 12
002920             OR WS-END-DD < 1 OR WS-END-DD > 31
002930         DISPLAY "*** WINDOW DATE " WS-END-DATE-X
002940             " IS NOT A DATE - NOTHING CHECKED ***"
002950         GO TO 1000-EXIT
002960     END-IF.
002970     DISPLAY "ENTER THE WINDOW IN DAYS: ".
002980     MOVE SPACES TO WS-CARD-FIELD.
002990     ACCEPT WS-CARD-FIELD.
003000     IF WS-CARD-FIELD NOT = SPACES
003010         IF WS-CARD-FIELD(1:2) IS NUMERIC
003020                 AND WS-CARD-FIELD(3:7) = SPACES
003030             MOVE WS-CARD-FIELD(1:2) TO WS-WINDOW-DAYS
003040         ELSE
003050             MOVE ZERO TO WS-WINDOW-DAYS
003060         END-IF
003070     END-IF.
003080     IF WS-WINDOW-DAYS < 1 OR WS-WINDOW-DAYS > 62
003090         DISPLAY "*** WINDOW CARD MUST BE 01-62 DAYS - "
003100             "NOTHING CHECKED ***"
003110         GO TO 1000-EXIT
003120     END-IF.
003130     SET WS-CARDS-VALID TO TRUE.
003140     MOVE WS-END-DATE-X TO WS-START-DATE-X.
003150     COMPUTE WS-STEP-COUNT = WS-WINDOW-DAYS - 1.
003160     PERFORM 1100-STEP-BACK-ONE-DAY THRU 1100-EXIT
003170         WS-STEP-COUNT TIMES.
003180     OPEN OUTPUT DUP-REPORT-FILE.
003190     OPEN OUTPUT NEW-PAIR-FILE.
003200     MOVE "============================================="
003210         TO WS-RPT-LINE-TEXT.
003220     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003230     MOVE "  CROSS-DAY DUPLICATE POSTING CHECK"
003240         TO WS-RPT-LINE-TEXT.
003250     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003260     STRING "  WINDOW . . . . . . . . . . . : " WS-START-DATE-X
003270         " THRU " WS-END-DATE-X
003280         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
003290     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003300     MOVE "============================================="
003310         TO WS-RPT-LINE-TEXT.
003320     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003330     OPEN INPUT POSTING-MASTER-FILE.
003340     IF WS-POSTMST-STATUS NOT = "00"
003350         STRING "  *** POSTMST UNAVAILABLE - STATUS "
003360             WS-POSTMST-STATUS " ***"
003370             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
003380         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003390         SET WS-RUN-INCOMPLETE TO TRUE
003400         SET WS-POSTMST-EOF TO TRUE
003405     ELSE
003410         SET WS-POSTMST-OPEN TO TRUE
003415     END-IF.
003420 1000-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------------
003460*    ONE CALENDAR DAY BACK FROM WS-START-DATE.  THE CENTURY IS
003470*    TAKEN AS 20, SO EVERY FOURTH YEAR IS A LEAP YEAR.
003480*----------------------------------------------------------------
003490 1100-STEP-BACK-ONE-DAY.
003500     IF WS-START-DD > 1
003510         SUBTRACT 1 FROM WS-START-DD
003520         GO TO 1100-EXIT
003530     END-IF.
003540     IF WS-START-MM = 1
003550         MOVE 12 TO WS-START-MM
003560         IF WS-START-YY = ZERO
003570             MOVE 99 TO WS-START-YY
003580         ELSE
003590             SUBTRACT 1 FROM WS-START-YY
003600         END-IF
003610     ELSE
003620         SUBTRACT 1 FROM WS-START-MM
003630     END-IF.
003640     MOVE WS-MONTH-DAYS(WS-START-MM) TO WS-MONTH-LAST-DD.
003650     IF WS-START-MM = 2
003660         DIVIDE WS-START-YY BY 4 GIVING WS-CAL-WORK
003670             REMAINDER WS-CAL-REM
003680         IF WS-CAL-REM = ZERO
003690             MOVE 29 TO WS-MONTH-LAST-DD
003700         END-IF
003710     END-IF.
003720     MOVE WS-MONTH-LAST-DD TO WS-START-DD.
003730 1100-EXIT.
003740     EXIT.
003750
004240*----------------------------------------------------------------
004250*    LOAD THE REVIEWED PAIRS.  A PAIR WITH NO REVIEWER ID HAS
004260*    NOT BEEN SIGNED OFF AND STAYS A SUSPECT.  NO SUPPRESSION
004270*    FILE YET MEANS NOTHING HAS BEEN REVIEWED.
004280*----------------------------------------------------------------
004290 2500-LOAD-REVIEWED.
004300     OPEN INPUT SUPPRESS-FILE.
004310     IF WS-DUPSUPP-STATUS NOT = "00"
004320         GO TO 2500-EXIT
004330     END-IF.
004340     SET WS-SP-NOT-EOF TO TRUE.
004350     PERFORM 2600-LOAD-ONE-PAIR THRU 2600-EXIT
004360         UNTIL WS-SP-EOF.
004370     CLOSE SUPPRESS-FILE.
004380 2500-EXIT.
004390     EXIT.
004400
004410 2600-LOAD-ONE-PAIR.
004420     READ SUPPRESS-FILE INTO DS-RECORD
004430         AT END
004440             SET WS-SP-EOF TO TRUE
004450             GO TO 2600-EXIT
004460     END-READ.
004470     IF DS-REVIEWER-ID = SPACES
004480         GO TO 2600-EXIT
004490     END-IF.
004500     IF WS-SP-COUNT NOT < WS-SP-MAX
004510         SET WS-TABLE-OVERFLOW TO TRUE
004520         SET WS-SP-EOF TO TRUE
004530         GO TO 2600-EXIT
004540     END-IF.
004550     ADD 1 TO WS-SP-COUNT.
004560     MOVE DS-FIRST-KEY TO WS-SP-FIRST-KEY(WS-SP-COUNT).
004570     MOVE DS-SECOND-KEY TO WS-SP-SECOND-KEY(WS-SP-COUNT).
004580 2600-EXIT.
004590     EXIT.
004600
004610*----------------------------------------------------------------
004620*    WALK THE WHOLE MASTER ON THE PM-ACCOUNT PATH, BUFFERING
004630*    EACH ACCOUNT'S POSTINGS IN THE WINDOW.
004640*----------------------------------------------------------------
004650 3000-SCAN-MASTER.
004660     IF WS-POSTMST-EOF
004670         GO TO 3000-EXIT
004680     END-IF.
004690     MOVE LOW-VALUES TO PM-ACCOUNT.
004700     START POSTING-MASTER-FILE
004710         KEY IS NOT LESS THAN PM-ACCOUNT
004720         INVALID KEY
004730             SET WS-POSTMST-EOF TO TRUE
004740     END-START.
004750     PERFORM 3100-READ-POSTING THRU 3100-EXIT
004760         UNTIL WS-POSTMST-EOF.
004770     PERFORM 3300-CHECK-ACCOUNT THRU 3300-EXIT.
004780 3000-EXIT.
004790     EXIT.
004800
004810 3100-READ-POSTING.
004820     READ POSTING-MASTER-FILE NEXT RECORD
004830         AT END
004840             SET WS-POSTMST-EOF TO TRUE
004850             GO TO 3100-EXIT
004860     END-READ.
004870     IF WS-POSTMST-STATUS NOT = "00" AND "02"
004880         SET WS-POSTMST-EOF TO TRUE
004890         SET WS-RUN-INCOMPLETE TO TRUE
004900         GO TO 3100-EXIT
004910     END-IF.
004920     ADD 1 TO WS-READ-COUNT.
004930     IF PM-POST-DATE < WS-START-DATE-X
004940             OR PM-POST-DATE > WS-END-DATE-X
004950         GO TO 3100-EXIT
004960     END-IF.
004970     ADD 1 TO WS-WINDOW-COUNT.
004980     IF PM-REVERSED OR PM-REVERSAL
004990         ADD 1 TO WS-RVSL-SKIP-COUNT
005000         GO TO 3100-EXIT
005010     END-IF.
005020     IF PM-ACCOUNT NOT = WS-CUR-ACCOUNT
005030         PERFORM 3300-CHECK-ACCOUNT THRU 3300-EXIT
005040         MOVE PM-ACCOUNT TO WS-CUR-ACCOUNT
005050         MOVE ZERO TO WS-BF-COUNT
005060     END-IF.
005070     IF WS-BF-COUNT NOT < WS-BF-MAX
005080         SET WS-TABLE-OVERFLOW TO TRUE
005090         GO TO 3100-EXIT
005100     END-IF.
005110     ADD 1 TO WS-BF-COUNT.
005120     MOVE PM-KEY TO WS-BF-KEY(WS-BF-COUNT).
005130     MOVE PM-DEPT TO WS-BF-DEPT(WS-BF-COUNT).
005140     MOVE PM-NUM1 TO WS-BF-NUM1(WS-BF-COUNT).
005150     MOVE PM-NUM2 TO WS-BF-NUM2(WS-BF-COUNT).
005160     MOVE PM-NUM3 TO WS-BF-NUM3(WS-BF-COUNT).
005170     MOVE PM-RESULT TO WS-BF-RESULT(WS-BF-COUNT).
005180     IF PM-GENERATED
005190         SET WS-BF-STANDING(WS-BF-COUNT) TO TRUE
005200     ELSE
005210         SET WS-BF-NOT-STANDING(WS-BF-COUNT) TO TRUE
005220     END-IF.
005260 3100-EXIT.
005270     EXIT.
005280
005380*----------------------------------------------------------------
005390*    COMPARE EVERY PAIR IN THE ACCOUNT'S BUFFER.
005400*----------------------------------------------------------------
005410 3300-CHECK-ACCOUNT.
005420     IF WS-BF-COUNT < 2
005430         GO TO 3300-EXIT
005440     END-IF.
005450     PERFORM 3400-CHECK-FROM-ONE THRU 3400-EXIT
005460         VARYING WS-BF-I FROM 1 BY 1
005470         UNTIL WS-BF-I NOT < WS-BF-COUNT.
005480 3300-EXIT.
005490     EXIT.
005500
005510 3400-CHECK-FROM-ONE.
005520     COMPUTE WS-BF-START = WS-BF-I + 1.
005530     PERFORM 3500-CHECK-PAIR THRU 3500-EXIT
005540         VARYING WS-BF-J FROM WS-BF-START BY 1
005550         UNTIL WS-BF-J > WS-BF-COUNT.
005560 3400-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------------
005600*    TWO LINES OF THE SAME DEPARTMENT BLOCK ARE NOT PAIRED; A
005605*    BLOCK LINE AND A SINGLE ADD POSTED THE SAME NIGHT ARE, AND
005610*    SO ARE A GENERATED LINE AND A KEYED LINE OF ONE DEPARTMENT
005615*    THE SAME NIGHT.  TWO POSTINGS OF THE SAME STANDING ENTRY
005620*    ARE MEANT TO REPEAT - BUT ONLY WHEN BOTH CAME FROM BLOCKS
005623*    STNDGEN GENERATED.  A DEPARTMENT KEYING WHAT WAS ALREADY
005626*    GENERATED IS A SUSPECT.
005630*----------------------------------------------------------------
005640 3500-CHECK-PAIR.
005650     IF WS-BF-DATE(WS-BF-I) = WS-BF-DATE(WS-BF-J)
005660             AND WS-BF-DEPT(WS-BF-I) = WS-BF-DEPT(WS-BF-J)
005670             AND WS-BF-DEPT(WS-BF-I) NOT = ZERO
005673             AND WS-BF-STANDING-SW(WS-BF-I)
005676                 = WS-BF-STANDING-SW(WS-BF-J)
005680         GO TO 3500-EXIT
005690     END-IF.
005700     IF WS-BF-NUM1(WS-BF-I) NOT = WS-BF-NUM1(WS-BF-J)
005710             OR WS-BF-NUM2(WS-BF-I) NOT = WS-BF-NUM2(WS-BF-J)
005720             OR WS-BF-NUM3(WS-BF-I) NOT = WS-BF-NUM3(WS-BF-J)
005730             OR WS-BF-RESULT(WS-BF-I) NOT = WS-BF-RESULT(WS-BF-J)
005740         GO TO 3500-EXIT
005750     END-IF.
005760     ADD 1 TO WS-PAIR-COUNT.
005770     IF WS-BF-STANDING(WS-BF-I) AND WS-BF-STANDING(WS-BF-J)
005780             AND WS-BF-DEPT(WS-BF-I) = WS-BF-DEPT(WS-BF-J)
005790         ADD 1 TO WS-STANDING-COUNT
005800         GO TO 3500-EXIT
005810     END-IF.
005820     SET WS-SP-NOT-FOUND TO TRUE.
005830     PERFORM 3600-FIND-REVIEWED THRU 3600-EXIT
005840         VARYING WS-SP-SUB FROM 1 BY 1
005850         UNTIL WS-SP-SUB > WS-SP-COUNT
005860             OR WS-SP-FOUND.
005870     IF WS-SP-FOUND
005880         ADD 1 TO WS-REVIEWED-COUNT
005890         GO TO 3500-EXIT
005900     END-IF.
005910     ADD 1 TO WS-NEW-COUNT.
005920     PERFORM 3700-LIST-PAIR THRU 3700-EXIT.
005930 3500-EXIT.
005940     EXIT.
005950
005960 3600-FIND-REVIEWED.
005970     IF WS-SP-FIRST-KEY(WS-SP-SUB) = WS-BF-KEY(WS-BF-I)
005980             AND WS-SP-SECOND-KEY(WS-SP-SUB) = WS-BF-KEY(WS-BF-J)
005990         SET WS-SP-FOUND TO TRUE
006000     END-IF.
006010 3600-EXIT.
006020     EXIT.
006030
006040*----------------------------------------------------------------
006050*    LIST A NEW SUSPECT PAIR AND WRITE IT TO DUPNEW FOR REVIEW.
006060*----------------------------------------------------------------
006070 3700-LIST-PAIR.
006080     IF WS-BF-DEPT(WS-BF-I) = WS-BF-DEPT(WS-BF-J)
006090         MOVE "SAME DEPT" TO WS-RPT-SIDE
006100     ELSE
006110         MOVE "OTHER DEPT" TO WS-RPT-SIDE
006120     END-IF.
006130     MOVE WS-BF-RESULT(WS-BF-I) TO WS-RPT-RES-EDIT.
006140     STRING "  ACCOUNT " WS-CUR-ACCOUNT
006150         "  RESULT " WS-RPT-RES-EDIT "  " WS-RPT-SIDE
006160         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
006170     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
006180     MOVE WS-BF-NUM1(WS-BF-I) TO WS-RPT-NUM1-EDIT.
006190     MOVE WS-BF-NUM2(WS-BF-I) TO WS-RPT-NUM2-EDIT.
006200     MOVE WS-BF-NUM3(WS-BF-I) TO WS-RPT-NUM3-EDIT.
006210     STRING "    NUM1 " WS-RPT-NUM1-EDIT
006220         "  NUM2 " WS-RPT-NUM2-EDIT "  NUM3 " WS-RPT-NUM3-EDIT
006230         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
006240     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
006250     MOVE WS-BF-I TO WS-RPT-SUB.
006260     PERFORM 3750-LIST-POSTING THRU 3750-EXIT.
006270     MOVE WS-BF-J TO WS-RPT-SUB.
006280     PERFORM 3750-LIST-POSTING THRU 3750-EXIT.
006290     MOVE SPACES TO DS-RECORD.
006300     MOVE WS-BF-KEY(WS-BF-I) TO DS-FIRST-KEY.
006310     MOVE WS-BF-KEY(WS-BF-J) TO DS-SECOND-KEY.
006320     MOVE WS-CUR-ACCOUNT TO DS-ACCOUNT.
006330     MOVE WS-BF-RESULT(WS-BF-I) TO DS-RESULT.
006340     MOVE WS-CURRENT-DATE TO DS-FOUND-DATE.
006350     WRITE NP-RECORD FROM DS-RECORD.
006360 3700-EXIT.
006370     EXIT.
006380
006390 3750-LIST-POSTING.
006400     IF WS-BF-DEPT(WS-RPT-SUB) = ZERO
006410         MOVE "RESUB/DAYPOST" TO WS-RPT-SOURCE
006420     ELSE
006430         IF WS-BF-STANDING(WS-RPT-SUB)
006440             MOVE "STANDING ENTRY" TO WS-RPT-SOURCE
006450         ELSE
006460             MOVE "DEPT BLOCK" TO WS-RPT-SOURCE
006470         END-IF
006480     END-IF.
006490     MOVE WS-BF-SEQ(WS-RPT-SUB) TO WS-RPT-CT-EDIT.
006500     STRING "    KEY " WS-BF-DATE(WS-RPT-SUB) "/" WS-RPT-CT-EDIT
006510         "  DATE " WS-BF-DATE(WS-RPT-SUB)
006520         "  DEPT " WS-BF-DEPT(WS-RPT-SUB)
006530         "  SOURCE " WS-RPT-SOURCE
006540         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
006550     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
006560 3750-EXIT.
006570     EXIT.
006580
006590 6000-WRITE-SUMMARY.
006600     IF WS-TABLE-OVERFLOW
006610         SET WS-RUN-INCOMPLETE TO TRUE
006620         MOVE "  *** A TABLE FILLED - CHECK INCOMPLETE ***"
006630             TO WS-RPT-LINE-TEXT
006640         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
006650     END-IF.
006660     MOVE "============================================="
006670         TO WS-RPT-LINE-TEXT.
006680     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
006690     MOVE WS-READ-COUNT TO WS-RPT-CT-EDIT.
006700     STRING "  POSTINGS READ  . . . . . . . : " WS-RPT-CT-EDIT
006710         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
006720     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
006730     MOVE WS-WINDOW-COUNT TO WS-RPT-CT-EDIT.
006740     STRING "  IN THE WINDOW  . . . . . . . : " WS-RPT-CT-EDIT
006750         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
006760     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
006770     MOVE WS-RVSL-SKIP-COUNT TO WS-RPT-CT-EDIT.
006780     STRING "  REVERSED/REVERSALS LEFT OUT  : " WS-RPT-CT-EDIT
006790         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
006800     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
006810     MOVE WS-PAIR-COUNT TO WS-RPT-CT-EDIT.
006820     STRING "  MATCHING PAIRS . . . . . . . : " WS-RPT-CT-EDIT
006830         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
006840     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
006850     MOVE WS-STANDING-COUNT TO WS-RPT-CT-EDIT.
006860     STRING "  STANDING-ENTRY REPEATS . . . : " WS-RPT-CT-EDIT
006870         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
006880     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
006890     MOVE WS-REVIEWED-COUNT TO WS-RPT-CT-EDIT.
006900     STRING "  ALREADY REVIEWED . . . . . . : " WS-RPT-CT-EDIT
006910         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
006920     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
006930     MOVE WS-NEW-COUNT TO WS-RPT-CT-EDIT.
006940     STRING "  NEW SUSPECT PAIRS  . . . . . : " WS-RPT-CT-EDIT
006950         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
006960     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
006970     IF WS-NEW-COUNT > ZERO
006980         MOVE "  *** NEW SUSPECT PAIRS - REVIEW DUPNEW ***"
006990             TO WS-RPT-LINE-TEXT
007000     ELSE
007010         MOVE "  *** NO NEW SUSPECT PAIRS ***" TO WS-RPT-LINE-TEXT
007020     END-IF.
007030     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007040     MOVE "============================================="
007050         TO WS-RPT-LINE-TEXT.
007060     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007070 6000-EXIT.
007080     EXIT.
007090
007100 8000-REPORT-LINE.
007110     DISPLAY WS-RPT-LINE-TEXT.
007120     MOVE WS-RPT-LINE-TEXT TO DR-RECORD.
007130     WRITE DR-RECORD.
007140     MOVE SPACES TO WS-RPT-LINE-TEXT.
007150 8000-EXIT.
007160     EXIT.
007170
007180 9000-TERMINATE.
007190     IF WS-CARDS-INVALID
007200         GO TO 9000-EXIT
007210     END-IF.
007220     IF WS-POSTMST-OPEN
007230         CLOSE POSTING-MASTER-FILE
007240     END-IF.
007250     CLOSE NEW-PAIR-FILE.
007260     CLOSE DUP-REPORT-FILE.
007270 9000-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------------
007310*    APPEND THIS RUN TO THE SHARED RUN HISTORY.  THE HISTORY
007320*    RECORDS THE RUN, IT IS NOT PART OF IT - A RUNHIST THAT
007330*    WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE RETURN
007340*    CODE IS LEFT AS IT IS.
007350*----------------------------------------------------------------
007360 9800-WRITE-RUN-HISTORY.
007370     OPEN EXTEND RUN-HISTORY-FILE.
007380     IF WS-RUNHIST-STATUS = "35" OR "05"
007390         OPEN OUTPUT RUN-HISTORY-FILE
007400     END-IF.
007410     IF WS-RUNHIST-STATUS NOT = "00"
007420         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
007430             " - RUN NOT RECORDED ***"
007440         GO TO 9800-EXIT
007450     END-IF.
007460     IF WS-CARDS-VALID
007470         MOVE WS-END-DATE-X TO WS-RUN-BUS-DATE
007480     END-IF.
007490     IF WS-RUN-BUS-DATE = SPACES
007500         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
007510     END-IF.
007520     IF WS-RUN-THRU-DATE = SPACES
007530         MOVE WS-RUN-BUS-DATE TO WS-RUN-THRU-DATE
007540     END-IF.
007550     MOVE SPACES TO RH-RECORD.
007560     MOVE "DUPCHK" TO RH-PROGRAM.
007570     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
007580     MOVE WS-RUN-THRU-DATE TO RH-THRU-DATE.
007590     MOVE WS-RUN-START-DATE TO RH-START-DATE.
007600     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
007610     ACCEPT RH-END-DATE FROM DATE.
007620     ACCEPT WS-RUN-END-TIME FROM TIME.
007630     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
007640     MOVE WS-DUP-RC TO RH-RETURN-CODE.
007650     MOVE "READ" TO RH-COUNT-1-LABEL.
007660     MOVE WS-READ-COUNT TO RH-COUNT-1.
007670     MOVE "WINDOW" TO RH-COUNT-2-LABEL.
007680     MOVE WS-WINDOW-COUNT TO RH-COUNT-2.
007690     MOVE "NEWPAIRS" TO RH-COUNT-3-LABEL.
007700     MOVE WS-NEW-COUNT TO RH-COUNT-3.
007710     WRITE RH-RECORD.
007720     CLOSE RUN-HISTORY-FILE.
007730 9800-EXIT.
007740     EXIT.
