000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. STNDGEN.
000120 AUTHOR. D. WHITFIELD.
000130 INSTALLATION. FINANCE-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*                                                               *
000180*    S T N D G E N                                             *
000190*                                                               *
000200*    STANDING-ENTRY GENERATOR.  RUNS AHEAD OF ADDTHREENO AND   *
000210*    READS THE STNDENT SCHEDULE MAINTAINED THROUGH MENU        *
000220*    OPTION B.  EVERY ACTIVE ENTRY DUE FOR THE SYSIN BUSINESS  *
000230*    DATE - DAILY, WEEKLY ON ITS DAY, OR MONTHLY ON ITS DAY OF *
000240*    THE MONTH - IS APPENDED TO BATCHIN INSIDE A PROPER        *
000250*    DEPARTMENT BLOCK (HEADER COUNT AND HASH TOTAL, DETAILS,   *
000260*    TRAILER), SO IT IS PROVED, ACCOUNT-VALIDATED AND PERIOD-  *
000270*    CHECKED BY THE BATCH LIKE ANYTHING A DEPARTMENT KEYED.    *
000280*    AN OCCURRENCE THAT FELL ON A DAY THE BATCH DID NOT RUN IS *
000290*    PICKED UP ON THE NEXT RUN; THE LAST-GENERATED DATE ON     *
000300*    EACH ENTRY STOPS A RE-RUN WRITING IT TWICE.  AN ENTRY     *
000310*    WHOSE ACCOUNT IS INACTIVE OR GONE FROM ACCTMST IS SKIPPED *
000315*    AND LISTED, UNLESS ACCTRDR REDIRECTS IT TO AN ACTIVE      *
000320*    SUCCESSOR - THEN IT IS GENERATED AS KEYED AND THE BATCH   *
000325*    REDIRECTS IT.  SCHEDULES ENDING THIS MONTH ARE LISTED SO  *
000330*    THE DEPARTMENTS CAN RENEW THEM BEFORE THE PERIOD CLOSES.  *
000340*                                                               *
000350*        RC 00  ENTRIES GENERATED, NOTHING SKIPPED             *
000360*        RC 04  ENTRIES SKIPPED FOR AN INACTIVE ACCOUNT        *
000370*        RC 08  MORE ENTRIES DUE THAN ONE RUN HOLDS - RE-RUN   *
000380*        RC 12  ACCTMST OR BATCHIN NOT AVAILABLE, NOTHING      *
000390*               GENERATED                                      *
000400*                                                               *
000410*****************************************************************
000420*
000430*    MODIFICATION HISTORY
000440*    --------------------
000450*    10/15/2026  DW    ORIGINAL PROGRAM.
000452*    10/15/2026  DW    AN ENTRY ON A RETIRED ACCOUNT WITH AN
000454*                       ACCTRDR REDIRECTION IN EFFECT IS NOW
000456*                       GENERATED RATHER THAN SKIPPED.
000458*    10/15/2026  DW    EACH RUN NOW APPENDS A RECORD - PROGRAM,
000460*                       BUSINESS DATE, START AND END, RETURN
000462*                       CODE AND KEY COUNTS - TO THE SHARED
000464*                       RUNHIST RUN HISTORY FOR STEPTRAK.
000466*    10/15/2026  DW    GENERATED BLOCK HEADERS ARE MARKED "G"
000468*                       SO THE BATCH KNOWS THEM FROM A
000470*                       DEPARTMENT'S OWN.  A REDIRECTION IS
000472*                       NOW FOLLOWED ACROSS A CHAIN OF RETIRED
000474*                       SUCCESSORS AS THE BATCH DOES.
000476*
000478 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT STANDING-ENTRY-FILE ASSIGN TO "STNDENT"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS SE-KEY
000570         FILE STATUS IS WS-STNDENT-STATUS.
000580     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS AM-ACCOUNT-CODE
000620         FILE STATUS IS WS-ACCTMST-STATUS.
000621     SELECT ACCOUNT-REDIRECT-FILE ASSIGN TO "ACCTRDR"
000622         ORGANIZATION IS INDEXED
000623         ACCESS MODE IS RANDOM
000624         RECORD KEY IS RD-OLD-ACCOUNT
000625         FILE STATUS IS WS-ACCTRDR-STATUS.
000630     SELECT BATCH-IN-FILE ASSIGN TO "BATCHIN"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-BATCH-IN-STATUS.
000660     SELECT STANDING-REPORT-FILE ASSIGN TO "STNDRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-STNDRPT-STATUS.
000682     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000684         ORGANIZATION IS LINE SEQUENTIAL
000686         FILE STATUS IS WS-RUNHIST-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  STANDING-ENTRY-FILE.
000730     COPY STNDENTR.
000740
000750 FD  ACCOUNT-MASTER-FILE.
000760     COPY ACCTMSTR.
000763 FD  ACCOUNT-REDIRECT-FILE.
000766     COPY ACCTRDRR.
000770
000780*----------------------------------------------------------------
000790*    SAME LAYOUT AS FD BATCH-IN-FILE IN ADD.COB - DETAIL, AND THE
000800*    "H" HEADER AND "T" TRAILER THAT WRAP EACH DEPARTMENT BLOCK.
000810*----------------------------------------------------------------
000820 FD  BATCH-IN-FILE.
000830 01  BI-INPUT-RECORD.
000840     05  BI-NUM1              PIC S9(5)V99.
000850     05  FILLER                PIC X(01).
000860     05  BI-NUM2              PIC S9(5)V99.
000870     05  FILLER                PIC X(01).
000880     05  BI-NUM3              PIC S9(5)V99.
000890     05  FILLER                PIC X(01).
000900     05  BI-ACCOUNT           PIC X(08).
000910     05  FILLER                PIC X(48).
000920 01  BI-HEADER-RECORD REDEFINES BI-INPUT-RECORD.
000930     05  BI-HDR-TYPE          PIC X(01).
000940     05  FILLER                PIC X(01).
000950     05  BI-HDR-DEPT          PIC 9(02).
000960     05  FILLER                PIC X(01).
000970     05  BI-HDR-DATE          PIC 9(06).
000980     05  FILLER                PIC X(01).
000990     05  BI-HDR-COUNT         PIC 9(07).
001000     05  FILLER                PIC X(01).
001010     05  BI-HDR-HASH          PIC S9(9)V99.
001014     05  FILLER                PIC X(01).
001018     05  BI-HDR-SOURCE        PIC X(01).
001022         88  BI-HDR-GENERATED  VALUE "G".
001026     05  FILLER                PIC X(47).
001030 01  BI-TRAILER-RECORD REDEFINES BI-INPUT-RECORD.
001040     05  BI-TRL-TYPE          PIC X(01).
001050     05  FILLER                PIC X(01).
001060     05  BI-TRL-DEPT          PIC 9(02).
001070     05  FILLER                PIC X(76).
001080
001090 FD  STANDING-REPORT-FILE.
001100 01  SR-RECORD                   PIC X(80).
001101
001102*----------------------------------------------------------------
001103*    ONE RECORD PER RUN, APPENDED TO THE SHARED RUN HISTORY.
001104*----------------------------------------------------------------
001105 FD  RUN-HISTORY-FILE.
001106     COPY RUNHISTR.
001110
001120 WORKING-STORAGE SECTION.
001130*----------------------------------------------------------------
001140*    FILE STATUS FIELDS
001150*----------------------------------------------------------------
001160 77  WS-STNDENT-STATUS          PIC X(02) VALUE SPACES.
001170 77  WS-ACCTMST-STATUS          PIC X(02) VALUE SPACES.
001180 77  WS-BATCH-IN-STATUS         PIC X(02) VALUE SPACES.
001190 77  WS-STNDRPT-STATUS          PIC X(02) VALUE SPACES.
001200 77  WS-STNDENT-AVAIL-SW        PIC X(01) VALUE "N".
001210     88  WS-STNDENT-AVAIL       VALUE "Y".
001220     88  WS-STNDENT-UNAVAIL     VALUE "N".
001230 77  WS-ACCTMST-AVAIL-SW        PIC X(01) VALUE "N".
001240     88  WS-ACCTMST-AVAIL       VALUE "Y".
001250     88  WS-ACCTMST-UNAVAIL     VALUE "N".
001251 77  WS-ACCTRDR-STATUS          PIC X(02) VALUE SPACES.
001252 77  WS-ACCTRDR-AVAIL-SW        PIC X(01) VALUE "N".
001253     88  WS-ACCTRDR-AVAIL       VALUE "Y".
001254     88  WS-ACCTRDR-UNAVAIL     VALUE "N".
001255 77  WS-ACCT-OK-SW              PIC X(01) VALUE "Y".
001256     88  WS-ACCT-OK             VALUE "Y".
001257     88  WS-ACCT-BAD            VALUE "N".
001258 77  WS-RDR-SW                  PIC X(01) VALUE "N".
001259     88  WS-RDR-FOUND           VALUE "Y".
001260     88  WS-RDR-NOT-FOUND       VALUE "N".
001261 77  WS-RDR-NEW-ACCOUNT         PIC X(08) VALUE SPACES.
001262 77  WS-RDR-HOPS                PIC 9(02) COMP VALUE ZERO.
001263 77  WS-RDR-MAX-HOPS            PIC 9(02) COMP VALUE 5.
001264 77  WS-RDR-DONE-SW             PIC X(01) VALUE "N".
001265     88  WS-RDR-DONE            VALUE "Y".
001266     88  WS-RDR-NOT-DONE        VALUE "N".
001267 77  WS-BATCHIN-WRITTEN-SW      PIC X(01) VALUE "N".
001270     88  WS-BATCHIN-WRITTEN     VALUE "Y".
001280     88  WS-BATCHIN-NOT-WRITTEN VALUE "N".
001290 77  WS-RETURN-CODE             PIC 9(02) VALUE ZERO.
001300
001310*----------------------------------------------------------------
001320*    BUSINESS DATE - FROM THE SYSIN CARD (YYMMDD), OR TODAY'S
001330*    DATE WHEN THE CARD IS BLANK OR NOT A DATE.  ADDTHREENO
001340*    POSTS THE GENERATED BLOCKS UNDER THIS DATE.
001350*----------------------------------------------------------------
001360 77  WS-DATE-FIELD              PIC X(06) VALUE SPACES.
001370 01  WS-BUS-DATE                PIC 9(06) VALUE ZERO.
001380 01  WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE.
001390     05  WS-BUS-YY              PIC 9(02).
001400     05  WS-BUS-MM              PIC 9(02).
001410     05  WS-BUS-DD              PIC 9(02).
001420 01  WS-CURRENT-DATE.
001430     05  WS-CURRENT-YY          PIC 9(02).
001440     05  WS-CURRENT-MM          PIC 9(02).
001450     05  WS-CURRENT-DD          PIC 9(02).
001460
001470*----------------------------------------------------------------
001480*    CALENDAR WORK.  2500-DAY-NUMBER TURNS WS-CAL-YY/MM/DD INTO
001490*    A TRUE DAY NUMBER (MARCH-BASED YEAR, SO THE LEAP DAY FALLS
001500*    AT THE END) THAT DATES CAN BE COMPARED AND COUNTED BACK
001510*    WITH; THE DAY OF THE WEEK IS THE DAY NUMBER MODULO 7.  THE
001520*    CENTURY IS TAKEN AS 20.
001530*----------------------------------------------------------------
001540 77  WS-CAL-YY                  PIC 9(02) VALUE ZERO.
001550 77  WS-CAL-MM                  PIC 9(02) VALUE ZERO.
001560 77  WS-CAL-DD                  PIC 9(02) VALUE ZERO.
001570 77  WS-CAL-YEAR                PIC 9(04) COMP VALUE ZERO.
001580 77  WS-CAL-MONTH               PIC 9(02) COMP VALUE ZERO.
001590 77  WS-CAL-Q4                  PIC 9(04) COMP VALUE ZERO.
001600 77  WS-CAL-Q100                PIC 9(04) COMP VALUE ZERO.
001610 77  WS-CAL-Q400                PIC 9(04) COMP VALUE ZERO.
001620 77  WS-CAL-QM                  PIC 9(04) COMP VALUE ZERO.
001630 77  WS-CAL-WORK                PIC 9(07) COMP VALUE ZERO.
001640 77  WS-CAL-REM                 PIC 9(02) COMP VALUE ZERO.
001650 77  WS-DAY-NUM                 PIC 9(07) COMP VALUE ZERO.
001660 77  WS-MONTH-LAST-DD           PIC 9(02) VALUE ZERO.
001670 01  WS-MONTH-DAYS-LIST         PIC X(24)
001680         VALUE "312831303130313130313031".
001690 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
001700     05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
001710
001720*----------------------------------------------------------------
001730*    DUE TEST.  WS-OCC-DAY-NUM IS THE MOST RECENT SCHEDULED
001740*    OCCURRENCE ON OR BEFORE THE BUSINESS DATE; THE ENTRY IS DUE
001750*    WHEN THAT OCCURRENCE IS INSIDE ITS START/END DATES AND
001760*    LATER THAN THE LAST DATE IT WAS GENERATED FOR.
001770*----------------------------------------------------------------
001780 77  WS-BUS-DAY-NUM             PIC 9(07) COMP VALUE ZERO.
001790 77  WS-BUS-DOW                 PIC 9(01) VALUE ZERO.
001800 77  WS-OCC-DAY-NUM             PIC 9(07) COMP VALUE ZERO.
001810 77  WS-CMP-DAY-NUM             PIC 9(07) COMP VALUE ZERO.
001820 77  WS-DAYS-BACK               PIC 9(02) COMP VALUE ZERO.
001830 77  WS-SCHED-DD                PIC 9(02) VALUE ZERO.
001840 77  WS-DUE-SW                  PIC X(01) VALUE "N".
001850     88  WS-ENTRY-DUE           VALUE "Y".
001860     88  WS-ENTRY-NOT-DUE       VALUE "N".
001870 77  WS-SE-EOF-SW               PIC X(01) VALUE "N".
001880     88  WS-SE-EOF              VALUE "Y".
001890     88  WS-SE-NOT-EOF          VALUE "N".
001900
001910*----------------------------------------------------------------
001920*    PASS COUNTERS
001930*----------------------------------------------------------------
001940 77  WS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
001950 77  WS-INACTIVE-COUNT          PIC 9(07) COMP VALUE ZERO.
001960 77  WS-NOT-DUE-COUNT           PIC 9(07) COMP VALUE ZERO.
001970 77  WS-SKIP-TOTAL              PIC 9(07) COMP VALUE ZERO.
001980 77  WS-EXP-TOTAL               PIC 9(07) COMP VALUE ZERO.
001985 77  WS-RDR-GEN-COUNT           PIC 9(07) COMP VALUE ZERO.
001990 77  WS-DEFER-COUNT             PIC 9(07) COMP VALUE ZERO.
002000 77  WS-BLOCK-COUNT             PIC 9(07) COMP VALUE ZERO.
002010 77  WS-GEN-TOTAL               PIC S9(09)V99 VALUE ZERO.
002020
002030*----------------------------------------------------------------
002040*    ENTRIES TO GENERATE.  THE SCHEDULE IS READ IN KEY ORDER, SO
002050*    EACH DEPARTMENT'S ENTRIES SIT TOGETHER AND BECOME ONE BLOCK.
002060*    THE TABLE IS WRITTEN OUT WHOLE BEFORE ANY ENTRY IS MARKED
002070*    GENERATED, SO A FAILED RUN LEAVES NOTHING HALF-DONE.
002080*----------------------------------------------------------------
002090 77  WS-GEN-MAX                 PIC 9(04) COMP VALUE 2000.
002100 77  WS-GEN-COUNT               PIC 9(04) COMP VALUE ZERO.
002110 77  WS-GEN-SUB                 PIC 9(04) COMP VALUE ZERO.
002120 01  WS-GEN-TABLE.
002130     05  WS-GEN-ENTRY OCCURS 2000 TIMES.
002140         10  WS-GEN-KEY.
002150             15  WS-GEN-DEPT    PIC 9(02).
002160             15  WS-GEN-NO      PIC 9(04).
002170         10  WS-GEN-ACCOUNT     PIC X(08).
002180         10  WS-GEN-DESC        PIC X(20).
002190         10  WS-GEN-AMOUNT      PIC S9(5)V99.
002200
002210*----------------------------------------------------------------
002220*    SKIPPED ENTRIES AND SCHEDULES EXPIRING THIS MONTH, HELD FOR
002230*    THEIR OWN REPORT SECTIONS.  PAST THE TABLE SIZE THEY ARE
002240*    STILL COUNTED.
002250*----------------------------------------------------------------
002260 77  WS-SKIP-MAX                PIC 9(04) COMP VALUE 500.
002270 77  WS-SKIP-COUNT              PIC 9(04) COMP VALUE ZERO.
002280 77  WS-SKIP-SUB                PIC 9(04) COMP VALUE ZERO.
002290 77  WS-SKIP-REASON-IN          PIC X(14) VALUE SPACES.
002300 01  WS-SKIP-TABLE.
002310     05  WS-SKIP-ENTRY OCCURS 500 TIMES.
002320         10  WS-SKIP-DEPT       PIC 9(02).
002330         10  WS-SKIP-NO         PIC 9(04).
002340         10  WS-SKIP-ACCOUNT    PIC X(08).
002350         10  WS-SKIP-AMOUNT     PIC S9(5)V99.
002360         10  WS-SKIP-REASON     PIC X(14).
002370 77  WS-EXP-MAX                 PIC 9(04) COMP VALUE 500.
002380 77  WS-EXP-COUNT               PIC 9(04) COMP VALUE ZERO.
002390 77  WS-EXP-SUB                 PIC 9(04) COMP VALUE ZERO.
002400 01  WS-EXP-TABLE.
002410     05  WS-EXP-ENTRY OCCURS 500 TIMES.
002420         10  WS-EXP-DEPT        PIC 9(02).
002430         10  WS-EXP-NO          PIC 9(04).
002440         10  WS-EXP-ACCOUNT     PIC X(08).
002450         10  WS-EXP-DESC        PIC X(20).
002460         10  WS-EXP-END-DATE    PIC 9(06).
002470
002480*----------------------------------------------------------------
002490*    BLOCK BUILD FIELDS - ONE DEPARTMENT'S RUN OF WS-GEN-TABLE.
002500*----------------------------------------------------------------
002510 77  WS-BLK-DEPT                PIC 9(02) VALUE ZERO.
002520 77  WS-BLK-FIRST               PIC 9(04) COMP VALUE ZERO.
002530 77  WS-BLK-LAST                PIC 9(04) COMP VALUE ZERO.
002540 77  WS-BLK-SUB                 PIC 9(04) COMP VALUE ZERO.
002550 77  WS-BLK-COUNT               PIC 9(07) VALUE ZERO.
002560 77  WS-BLK-HASH                PIC S9(09)V99 VALUE ZERO.
002570 77  WS-BLK-END-SW              PIC X(01) VALUE "N".
002580     88  WS-BLK-END             VALUE "Y".
002590     88  WS-BLK-NOT-END         VALUE "N".
002600
002610*----------------------------------------------------------------
002620*    REPORT EDIT FIELDS
002630*----------------------------------------------------------------
002640 77  WS-RPT-LINE-TEXT           PIC X(80) VALUE SPACES.
002650 77  WS-RPT-CT-EDIT             PIC 9(07) VALUE ZERO.
002660 77  WS-RPT-AMT-EDIT            PIC -(6)9.99.
002670 77  WS-RPT-TOT-EDIT            PIC -(9)9.99.
002671
002672*----------------------------------------------------------------
002673*    RUN HISTORY - WHEN THE RUN STARTED AND THE BUSINESS
002674*    DATES IT WAS FOR, STAMPED ON THE RECORD APPENDED TO
002675*    RUNHIST AS THE RUN ENDS.
002676*----------------------------------------------------------------
002677 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
002678 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
002679 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
002680 77  WS-RUN-THRU-DATE           PIC X(06) VALUE SPACES.
002681 01  WS-RUN-START-TIME.
002682     05  WS-RUN-START-HHMMSS    PIC X(06).
002683     05  FILLER                 PIC X(02).
002684 01  WS-RUN-END-TIME.
002685     05  WS-RUN-END-HHMMSS      PIC X(06).
002686     05  FILLER                 PIC X(02).
002687
002690 PROCEDURE DIVISION.
002700 0000-MAINLINE.
002710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002720     IF WS-STNDENT-AVAIL AND WS-ACCTMST-AVAIL
002730         PERFORM 2000-SELECT-PASS THRU 2000-EXIT
002740         PERFORM 3000-WRITE-BLOCKS THRU 3000-EXIT
002750         PERFORM 4000-MARK-GENERATED THRU 4000-EXIT
002760     END-IF.
002770     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
002780     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002790     MOVE WS-RETURN-CODE TO RETURN-CODE.
002795     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
002800     STOP RUN.
002810
002820 1000-INITIALIZE.
002823     ACCEPT WS-RUN-START-DATE FROM DATE.
002826     ACCEPT WS-RUN-START-TIME FROM TIME.
002830     DISPLAY "ENTER THE BUSINESS DATE YYMMDD (BLANK = TODAY): ".
002840     ACCEPT WS-DATE-FIELD.
002850     ACCEPT WS-CURRENT-DATE FROM DATE.
002860     IF WS-DATE-FIELD IS NUMERIC
002870         MOVE WS-DATE-FIELD TO WS-BUS-DATE
002880     ELSE
002890         MOVE WS-CURRENT-DATE TO WS-BUS-DATE
002900         IF WS-DATE-FIELD NOT = SPACES
002910             DISPLAY "*** BUSINESS DATE CARD NOT YYMMDD - USING "
002920                 "TODAY ***"
002930         END-IF
002940     END-IF.
002950     IF WS-BUS-MM < 1 OR WS-BUS-MM > 12
002960             OR WS-BUS-DD < 1 OR WS-BUS-DD > 31
002970         DISPLAY "*** BUSINESS DATE " WS-BUS-DATE
002980             " IS NOT A DATE - USING TODAY ***"
002990         MOVE WS-CURRENT-DATE TO WS-BUS-DATE
003000     END-IF.
003010     MOVE WS-BUS-YY TO WS-CAL-YY.
003020     MOVE WS-BUS-MM TO WS-CAL-MM.
003030     MOVE WS-BUS-DD TO WS-CAL-DD.
003040     PERFORM 2500-DAY-NUMBER THRU 2500-EXIT.
003050     MOVE WS-DAY-NUM TO WS-BUS-DAY-NUM.
003060*    THE DAY NUMBER MODULO 7 IS 0 ON A TUESDAY - SHIFT IT SO
003070*    1 IS MONDAY AND 7 IS SUNDAY, THE WAY THE SCHEDULE KEYS IT.
003080     DIVIDE WS-BUS-DAY-NUM BY 7 GIVING WS-CAL-WORK
003090         REMAINDER WS-CAL-REM.
003100     ADD 2 TO WS-CAL-REM.
003110     IF WS-CAL-REM > 7
003120         SUBTRACT 7 FROM WS-CAL-REM
003130     END-IF.
003140     MOVE WS-CAL-REM TO WS-BUS-DOW.
003150     OPEN I-O STANDING-ENTRY-FILE.
003160     IF WS-STNDENT-STATUS = "00"
003170         SET WS-STNDENT-AVAIL TO TRUE
003180     END-IF.
003190     OPEN INPUT ACCOUNT-MASTER-FILE.
003200     IF WS-ACCTMST-STATUS = "00"
003210         SET WS-ACCTMST-AVAIL TO TRUE
003220     ELSE
003230         MOVE 12 TO WS-RETURN-CODE
003240     END-IF.
003242     OPEN INPUT ACCOUNT-REDIRECT-FILE.
003244     IF WS-ACCTRDR-STATUS = "00"
003246         SET WS-ACCTRDR-AVAIL TO TRUE
003248     END-IF.
003250     OPEN OUTPUT STANDING-REPORT-FILE.
003260     MOVE "============================================="
003270         TO WS-RPT-LINE-TEXT.
003280     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003290     STRING "  STANDING ENTRIES FOR BUSINESS DATE " WS-BUS-DATE
003300         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
003310     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003320     MOVE "============================================="
003330         TO WS-RPT-LINE-TEXT.
003340     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003350     IF WS-STNDENT-UNAVAIL
003360         MOVE "  NO STANDING ENTRY SCHEDULE FILE - NOTHING TO"
003370             TO WS-RPT-LINE-TEXT
003380         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003390         MOVE "  GENERATE" TO WS-RPT-LINE-TEXT
003400         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003410     END-IF.
003420     IF WS-ACCTMST-UNAVAIL
003430         STRING "  *** ACCOUNT MASTER NOT AVAILABLE - STATUS "
003440             WS-ACCTMST-STATUS " ***"
003450             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
003460         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003470     END-IF.
003480 1000-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------------
003520*    ONE PASS OF THE SCHEDULE IN KEY ORDER.  EACH ACTIVE ENTRY
003530*    IS CHECKED FOR EXPIRY THIS MONTH AND FOR AN OCCURRENCE DUE;
003540*    A DUE ENTRY WHOSE ACCOUNT IS STILL ACTIVE ON ACCTMST GOES
003550*    INTO WS-GEN-TABLE, ANY OTHER DUE ENTRY IS SKIPPED.
003560*----------------------------------------------------------------
003570 2000-SELECT-PASS.
003580     SET WS-SE-NOT-EOF TO TRUE.
003590     MOVE ZERO TO SE-DEPT.
003600     MOVE ZERO TO SE-ENTRY-NO.
003610     START STANDING-ENTRY-FILE
003620         KEY IS NOT LESS THAN SE-KEY
003630         INVALID KEY
003640             SET WS-SE-EOF TO TRUE
003650     END-START.
003660     PERFORM 2100-CHECK-ENTRY THRU 2100-EXIT
003670         UNTIL WS-SE-EOF.
003680 2000-EXIT.
003690     EXIT.
003700
003710 2100-CHECK-ENTRY.
003720     READ STANDING-ENTRY-FILE NEXT RECORD
003730         AT END
003740             SET WS-SE-EOF TO TRUE
003750             GO TO 2100-EXIT
003760     END-READ.
003770     ADD 1 TO WS-READ-COUNT.
003780     IF NOT SE-ACTIVE
003790         ADD 1 TO WS-INACTIVE-COUNT
003800         GO TO 2100-EXIT
003810     END-IF.
003820     IF SE-END-DATE NOT = ZERO
003830             AND SE-END-DATE NOT < WS-BUS-DATE
003840             AND SE-END-DATE(1:4) = WS-BUS-DATE(1:4)
003850         PERFORM 2400-NOTE-EXPIRING THRU 2400-EXIT
003860     END-IF.
003870     PERFORM 2200-FIND-OCCURRENCE THRU 2200-EXIT.
003880     IF WS-ENTRY-NOT-DUE
003890         ADD 1 TO WS-NOT-DUE-COUNT
003900         GO TO 2100-EXIT
003910     END-IF.
003916     SET WS-ACCT-OK TO TRUE.
003922     MOVE SE-ACCOUNT TO AM-ACCOUNT-CODE.
003930     READ ACCOUNT-MASTER-FILE
003940         INVALID KEY
003950             MOVE "NOT ON MASTER" TO WS-SKIP-REASON-IN
003960             SET WS-ACCT-BAD TO TRUE
003980     END-READ.
003990     IF WS-ACCT-OK AND AM-INACTIVE
004000         MOVE "INACTIVE" TO WS-SKIP-REASON-IN
004003         SET WS-ACCT-BAD TO TRUE
004006     END-IF.
004009     IF WS-ACCT-BAD
004012         PERFORM 2350-CHECK-REDIRECT THRU 2350-EXIT
004015         IF WS-RDR-NOT-FOUND
004018             PERFORM 2300-SKIP-ENTRY THRU 2300-EXIT
004021             GO TO 2100-EXIT
004024         END-IF
004027         ADD 1 TO WS-RDR-GEN-COUNT
004030     END-IF.
004040     IF WS-GEN-COUNT NOT < WS-GEN-MAX
004050         ADD 1 TO WS-DEFER-COUNT
004060         MOVE 8 TO WS-RETURN-CODE
004070         GO TO 2100-EXIT
004080     END-IF.
004090     ADD 1 TO WS-GEN-COUNT.
004100     MOVE SE-DEPT TO WS-GEN-DEPT(WS-GEN-COUNT).
004110     MOVE SE-ENTRY-NO TO WS-GEN-NO(WS-GEN-COUNT).
004120     MOVE SE-ACCOUNT TO WS-GEN-ACCOUNT(WS-GEN-COUNT).
004130     MOVE SE-DESCRIPTION TO WS-GEN-DESC(WS-GEN-COUNT).
004140     MOVE SE-AMOUNT TO WS-GEN-AMOUNT(WS-GEN-COUNT).
004150 2100-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------------
004190*    FIND THE MOST RECENT SCHEDULED OCCURRENCE ON OR BEFORE THE
004200*    BUSINESS DATE AND DECIDE WHETHER IT IS STILL TO GENERATE.
004210*    LOOKING BACK RATHER THAN AT THE BUSINESS DATE ALONE MEANS
004220*    A WEEKLY OR MONTHLY ENTRY DUE ON A WEEKEND OR HOLIDAY IS
004230*    GENERATED ON THE NEXT RUN INSTEAD OF BEING LOST.
004240*----------------------------------------------------------------
004250 2200-FIND-OCCURRENCE.
004260     SET WS-ENTRY-NOT-DUE TO TRUE.
004270     IF SE-START-DATE > WS-BUS-DATE
004280         GO TO 2200-EXIT
004290     END-IF.
004300     IF SE-LAST-GEN-DATE NOT < WS-BUS-DATE
004310         GO TO 2200-EXIT
004320     END-IF.
004330     EVALUATE TRUE
004340         WHEN SE-DAILY
004350             MOVE WS-BUS-DAY-NUM TO WS-OCC-DAY-NUM
004360         WHEN SE-WEEKLY
004370             IF SE-FREQ-DAY < 1 OR SE-FREQ-DAY > 7
004380                 GO TO 2200-EXIT
004390             END-IF
004400             COMPUTE WS-CAL-WORK = WS-BUS-DOW + 7 - SE-FREQ-DAY
004410             DIVIDE WS-CAL-WORK BY 7 GIVING WS-CAL-Q4
004420                 REMAINDER WS-DAYS-BACK
004430             COMPUTE WS-OCC-DAY-NUM =
004440                 WS-BUS-DAY-NUM - WS-DAYS-BACK
004450         WHEN SE-MONTHLY
004460             IF SE-FREQ-DAY < 1 OR SE-FREQ-DAY > 31
004470                 GO TO 2200-EXIT
004480             END-IF
004490             PERFORM 2250-MONTHLY-OCCURRENCE THRU 2250-EXIT
004500         WHEN OTHER
004510             GO TO 2200-EXIT
004520     END-EVALUATE.
004530     MOVE SE-START-DATE(1:2) TO WS-CAL-YY.
004540     MOVE SE-START-DATE(3:2) TO WS-CAL-MM.
004550     MOVE SE-START-DATE(5:2) TO WS-CAL-DD.
004560     PERFORM 2500-DAY-NUMBER THRU 2500-EXIT.
004570     IF WS-OCC-DAY-NUM < WS-DAY-NUM
004580         GO TO 2200-EXIT
004590     END-IF.
004600     IF SE-END-DATE NOT = ZERO
004610         MOVE SE-END-DATE(1:2) TO WS-CAL-YY
004620         MOVE SE-END-DATE(3:2) TO WS-CAL-MM
004630         MOVE SE-END-DATE(5:2) TO WS-CAL-DD
004640         PERFORM 2500-DAY-NUMBER THRU 2500-EXIT
004650         IF WS-OCC-DAY-NUM > WS-DAY-NUM
004660             GO TO 2200-EXIT
004670         END-IF
004680     END-IF.
004690     IF SE-LAST-GEN-DATE NOT = ZERO
004700         MOVE SE-LAST-GEN-DATE(1:2) TO WS-CAL-YY
004710         MOVE SE-LAST-GEN-DATE(3:2) TO WS-CAL-MM
004720         MOVE SE-LAST-GEN-DATE(5:2) TO WS-CAL-DD
004730         PERFORM 2500-DAY-NUMBER THRU 2500-EXIT
004740         IF WS-OCC-DAY-NUM NOT > WS-DAY-NUM
004750             GO TO 2200-EXIT
004760         END-IF
004770     END-IF.
004780     SET WS-ENTRY-DUE TO TRUE.
004790 2200-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------------
004830*    THIS MONTH'S OCCURRENCE IF THE BUSINESS DATE HAS REACHED
004840*    IT, ELSE LAST MONTH'S.  A DAY PAST THE END OF A SHORT MONTH
004850*    FALLS ON THAT MONTH'S LAST DAY.
004860*----------------------------------------------------------------
004870 2250-MONTHLY-OCCURRENCE.
004880     MOVE WS-BUS-YY TO WS-CAL-YY.
004890     MOVE WS-BUS-MM TO WS-CAL-MM.
004900     PERFORM 2600-MONTH-LAST-DAY THRU 2600-EXIT.
004910     MOVE SE-FREQ-DAY TO WS-SCHED-DD.
004920     IF WS-SCHED-DD > WS-MONTH-LAST-DD
004930         MOVE WS-MONTH-LAST-DD TO WS-SCHED-DD
004940     END-IF.
004950     IF WS-BUS-DD < WS-SCHED-DD
004960         IF WS-CAL-MM = 1
004970             MOVE 12 TO WS-CAL-MM
004980             IF WS-CAL-YY = ZERO
004990                 MOVE 99 TO WS-CAL-YY
005000             ELSE
005010                 SUBTRACT 1 FROM WS-CAL-YY
005020             END-IF
005030         ELSE
005040             SUBTRACT 1 FROM WS-CAL-MM
005050         END-IF
005060         PERFORM 2600-MONTH-LAST-DAY THRU 2600-EXIT
005070         MOVE SE-FREQ-DAY TO WS-SCHED-DD
005080         IF WS-SCHED-DD > WS-MONTH-LAST-DD
005090             MOVE WS-MONTH-LAST-DD TO WS-SCHED-DD
005100         END-IF
005110     END-IF.
005120     MOVE WS-SCHED-DD TO WS-CAL-DD.
005130     PERFORM 2500-DAY-NUMBER THRU 2500-EXIT.
005140     MOVE WS-DAY-NUM TO WS-OCC-DAY-NUM.
005150 2250-EXIT.
005160     EXIT.
005170
005180 2300-SKIP-ENTRY.
005190     ADD 1 TO WS-SKIP-TOTAL.
005200     IF WS-RETURN-CODE < 4
005210         MOVE 4 TO WS-RETURN-CODE
005220     END-IF.
005230     IF WS-SKIP-COUNT NOT < WS-SKIP-MAX
005240         GO TO 2300-EXIT
005250     END-IF.
005260     ADD 1 TO WS-SKIP-COUNT.
005270     MOVE WS-SKIP-REASON-IN TO WS-SKIP-REASON(WS-SKIP-COUNT).
005280     MOVE SE-DEPT TO WS-SKIP-DEPT(WS-SKIP-COUNT).
005290     MOVE SE-ENTRY-NO TO WS-SKIP-NO(WS-SKIP-COUNT).
005300     MOVE SE-ACCOUNT TO WS-SKIP-ACCOUNT(WS-SKIP-COUNT).
005310     MOVE SE-AMOUNT TO WS-SKIP-AMOUNT(WS-SKIP-COUNT).
005320 2300-EXIT.
005330     EXIT.
005340
005341*----------------------------------------------------------------
005342*    A RETIRED ACCOUNT WITH A REDIRECTION IN EFFECT ON THE
005343*    BUSINESS DATE TO AN ACTIVE SUCCESSOR STILL GENERATES.  THE
005344*    ENTRY GOES OUT UNDER ITS OWN CODE SO THE BATCH REDIRECTS IT
005345*    AND KEEPS THE CODE ON THE POSTING MASTER.  THE CHAIN IS
005346*    FOLLOWED ACROSS UP TO WS-RDR-MAX-HOPS REDIRECTIONS, IN CASE
005347*    A SUCCESSOR HAS ITSELF BEEN RETIRED SINCE, THE SAME WAY
005348*    ADDTHREENO'S 5960-FIND-REDIRECT FOLLOWS IT; A CHAIN THAT
005349*    LOOPS OR RUNS PAST THE LIMIT LEAVES THE ENTRY SKIPPED.
005350*----------------------------------------------------------------
005351 2350-CHECK-REDIRECT.
005352     SET WS-RDR-NOT-FOUND TO TRUE.
005353     IF WS-ACCTRDR-UNAVAIL
005354         GO TO 2350-EXIT
005355     END-IF.
005356     MOVE SE-ACCOUNT TO WS-RDR-NEW-ACCOUNT.
005357     MOVE ZERO TO WS-RDR-HOPS.
005358     SET WS-RDR-NOT-DONE TO TRUE.
005359     PERFORM 2355-FOLLOW-REDIRECT THRU 2355-EXIT
005360         UNTIL WS-RDR-DONE.
005361 2350-EXIT.
005362     EXIT.
005363
005364 2355-FOLLOW-REDIRECT.
005365     SET WS-RDR-DONE TO TRUE.
005366     IF WS-RDR-HOPS NOT < WS-RDR-MAX-HOPS
005367         GO TO 2355-EXIT
005368     END-IF.
005369     ADD 1 TO WS-RDR-HOPS.
005370     MOVE WS-RDR-NEW-ACCOUNT TO RD-OLD-ACCOUNT.
005371     READ ACCOUNT-REDIRECT-FILE
005372         INVALID KEY
005373             GO TO 2355-EXIT
005374     END-READ.
005375     IF RD-EFF-DATE > WS-BUS-DATE
005376         GO TO 2355-EXIT
005377     END-IF.
005378     MOVE RD-NEW-ACCOUNT TO WS-RDR-NEW-ACCOUNT.
005379     MOVE RD-NEW-ACCOUNT TO AM-ACCOUNT-CODE.
005380     READ ACCOUNT-MASTER-FILE
005381         INVALID KEY
005382             GO TO 2355-NEXT-HOP
005383     END-READ.
005384     IF AM-ACTIVE
005385         SET WS-RDR-FOUND TO TRUE
005386         GO TO 2355-EXIT
005387     END-IF.
005388 2355-NEXT-HOP.
005389*    THE SUCCESSOR IS ITSELF RETIRED - TRY ITS OWN REDIRECTION.
005390     SET WS-RDR-NOT-DONE TO TRUE.
005391 2355-EXIT.
005392     EXIT.
005393
005394 2400-NOTE-EXPIRING.
005395     ADD 1 TO WS-EXP-TOTAL.
005396     IF WS-EXP-COUNT NOT < WS-EXP-MAX
005397         GO TO 2400-EXIT
005398     END-IF.
005400     ADD 1 TO WS-EXP-COUNT.
005410     MOVE SE-DEPT TO WS-EXP-DEPT(WS-EXP-COUNT).
005420     MOVE SE-ENTRY-NO TO WS-EXP-NO(WS-EXP-COUNT).
005430     MOVE SE-ACCOUNT TO WS-EXP-ACCOUNT(WS-EXP-COUNT).
005440     MOVE SE-DESCRIPTION TO WS-EXP-DESC(WS-EXP-COUNT).
005450     MOVE SE-END-DATE TO WS-EXP-END-DATE(WS-EXP-COUNT).
005460 2400-EXIT.
005470     EXIT.
005480
005490 2500-DAY-NUMBER.
005500     COMPUTE WS-CAL-YEAR = 2000 + WS-CAL-YY.
005510     MOVE WS-CAL-MM TO WS-CAL-MONTH.
005520     IF WS-CAL-MONTH < 3
005530         SUBTRACT 1 FROM WS-CAL-YEAR
005540         ADD 12 TO WS-CAL-MONTH
005550     END-IF.
005560     DIVIDE WS-CAL-YEAR BY 4 GIVING WS-CAL-Q4.
005570     DIVIDE WS-CAL-YEAR BY 100 GIVING WS-CAL-Q100.
005580     DIVIDE WS-CAL-YEAR BY 400 GIVING WS-CAL-Q400.
005590     COMPUTE WS-CAL-WORK = (153 * (WS-CAL-MONTH - 3)) + 2.
005600     DIVIDE WS-CAL-WORK BY 5 GIVING WS-CAL-QM.
005610     COMPUTE WS-DAY-NUM = (365 * WS-CAL-YEAR) + WS-CAL-Q4
005620         - WS-CAL-Q100 + WS-CAL-Q400 + WS-CAL-QM + WS-CAL-DD.
005630 2500-EXIT.
005640     EXIT.
005650
005660 2600-MONTH-LAST-DAY.
005670     MOVE WS-MONTH-DAYS(WS-CAL-MM) TO WS-MONTH-LAST-DD.
005680     IF WS-CAL-MM = 2
005690         DIVIDE WS-CAL-YY BY 4 GIVING WS-CAL-WORK
005700             REMAINDER WS-CAL-REM
005710         IF WS-CAL-REM = ZERO
005720             MOVE 29 TO WS-MONTH-LAST-DD
005730         END-IF
005740     END-IF.
005750 2600-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------------
005790*    APPEND ONE BLOCK PER DEPARTMENT TO BATCHIN.  THE HEADER
005800*    CARRIES THE DETAIL COUNT AND THE HASH TOTAL OF NUM1 + NUM2
005806*    + NUM3 THAT ADDTHREENO'S TRAILER CHECK PROVES, AND IS
005812*    MARKED "G" SO THE BATCH DOES NOT TAKE A GENERATED BLOCK
005818*    FOR THE DEPARTMENT'S OWN SUBMISSION; A STANDING ENTRY'S
005824*    AMOUNT TRAVELS IN NUM1.
005830*----------------------------------------------------------------
005840 3000-WRITE-BLOCKS.
005850     IF WS-GEN-COUNT = ZERO
005860         GO TO 3000-EXIT
005870     END-IF.
005880     OPEN EXTEND BATCH-IN-FILE.
005890     IF WS-BATCH-IN-STATUS = "35" OR "05"
005900         OPEN OUTPUT BATCH-IN-FILE
005910     END-IF.
005920     IF WS-BATCH-IN-STATUS NOT = "00"
005930         DISPLAY "*** BATCHIN COULD NOT BE OPENED - STATUS "
005940             WS-BATCH-IN-STATUS " ***"
005950         MOVE 12 TO WS-RETURN-CODE
005960         GO TO 3000-EXIT
005970     END-IF.
005980     MOVE 1 TO WS-GEN-SUB.
005990     PERFORM 3100-WRITE-ONE-BLOCK THRU 3100-EXIT
006000         UNTIL WS-GEN-SUB > WS-GEN-COUNT.
006010     CLOSE BATCH-IN-FILE.
006020     SET WS-BATCHIN-WRITTEN TO TRUE.
006030 3000-EXIT.
006040     EXIT.
006050
006060 3100-WRITE-ONE-BLOCK.
006070     MOVE WS-GEN-DEPT(WS-GEN-SUB) TO WS-BLK-DEPT.
006080     MOVE WS-GEN-SUB TO WS-BLK-FIRST.
006090     MOVE WS-GEN-SUB TO WS-BLK-LAST.
006100     MOVE ZERO TO WS-BLK-COUNT.
006110     MOVE ZERO TO WS-BLK-HASH.
006120     SET WS-BLK-NOT-END TO TRUE.
006130     PERFORM 3110-SIZE-BLOCK THRU 3110-EXIT
006140         VARYING WS-BLK-SUB FROM WS-BLK-FIRST BY 1
006150         UNTIL WS-BLK-SUB > WS-GEN-COUNT
006160             OR WS-BLK-END.
006170     MOVE SPACES TO BI-INPUT-RECORD.
006180     MOVE "H" TO BI-HDR-TYPE.
006190     MOVE WS-BLK-DEPT TO BI-HDR-DEPT.
006200     MOVE WS-BUS-DATE TO BI-HDR-DATE.
006210     MOVE WS-BLK-COUNT TO BI-HDR-COUNT.
006220     MOVE WS-BLK-HASH TO BI-HDR-HASH.
006225     MOVE "G" TO BI-HDR-SOURCE.
006230     WRITE BI-INPUT-RECORD.
006240     PERFORM 3120-WRITE-DETAIL THRU 3120-EXIT
006250         VARYING WS-GEN-SUB FROM WS-BLK-FIRST BY 1
006260         UNTIL WS-GEN-SUB > WS-BLK-LAST.
006270     MOVE SPACES TO BI-INPUT-RECORD.
006280     MOVE "T" TO BI-TRL-TYPE.
006290     MOVE WS-BLK-DEPT TO BI-TRL-DEPT.
006300     WRITE BI-INPUT-RECORD.
006310     ADD 1 TO WS-BLOCK-COUNT.
006320 3100-EXIT.
006330     EXIT.
006340
006350 3110-SIZE-BLOCK.
006360     IF WS-GEN-DEPT(WS-BLK-SUB) NOT = WS-BLK-DEPT
006370         SET WS-BLK-END TO TRUE
006380         GO TO 3110-EXIT
006390     END-IF.
006400     MOVE WS-BLK-SUB TO WS-BLK-LAST.
006410     ADD 1 TO WS-BLK-COUNT.
006420     ADD WS-GEN-AMOUNT(WS-BLK-SUB) TO WS-BLK-HASH.
006430 3110-EXIT.
006440     EXIT.
006450
006460 3120-WRITE-DETAIL.
006470     MOVE SPACES TO BI-INPUT-RECORD.
006480     MOVE WS-GEN-AMOUNT(WS-GEN-SUB) TO BI-NUM1.
006490     MOVE ZERO TO BI-NUM2.
006500     MOVE ZERO TO BI-NUM3.
006510     MOVE WS-GEN-ACCOUNT(WS-GEN-SUB) TO BI-ACCOUNT.
006520     WRITE BI-INPUT-RECORD.
006530     ADD WS-GEN-AMOUNT(WS-GEN-SUB) TO WS-GEN-TOTAL.
006540 3120-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------------
006580*    ONLY ONCE THE BLOCKS ARE SAFELY ON BATCHIN IS EACH ENTRY
006590*    STAMPED WITH THE BUSINESS DATE, SO A RE-RUN FOR THE SAME
006600*    DATE SKIPS WHAT IS ALREADY THERE.
006610*----------------------------------------------------------------
006620 4000-MARK-GENERATED.
006630     IF WS-BATCHIN-NOT-WRITTEN
006640         GO TO 4000-EXIT
006650     END-IF.
006660     PERFORM 4100-MARK-ONE-ENTRY THRU 4100-EXIT
006670         VARYING WS-GEN-SUB FROM 1 BY 1
006680         UNTIL WS-GEN-SUB > WS-GEN-COUNT.
006690 4000-EXIT.
006700     EXIT.
006710
006720 4100-MARK-ONE-ENTRY.
006730     MOVE WS-GEN-DEPT(WS-GEN-SUB) TO SE-DEPT.
006740     MOVE WS-GEN-NO(WS-GEN-SUB) TO SE-ENTRY-NO.
006750     READ STANDING-ENTRY-FILE
006760         INVALID KEY
006770             DISPLAY "*** STANDING ENTRY " SE-DEPT "-" SE-ENTRY-NO
006780                 " VANISHED BEFORE IT COULD BE MARKED ***"
006790             GO TO 4100-EXIT
006800     END-READ.
006810     MOVE WS-BUS-DATE TO SE-LAST-GEN-DATE.
006820     REWRITE SE-RECORD
006830         INVALID KEY
006840             DISPLAY "*** STANDING ENTRY REWRITE FAILED - STATUS "
006850                 WS-STNDENT-STATUS " ***"
006860     END-REWRITE.
006870 4100-EXIT.
006880     EXIT.
006890
006900 5000-PRINT-REPORT.
006910     IF WS-GEN-COUNT > ZERO
006920         MOVE SPACES TO WS-RPT-LINE-TEXT
006930         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
006940         MOVE "  GENERATED  DEPT-ENTRY  ACCOUNT   DESCRIPTION"
006950             TO WS-RPT-LINE-TEXT
006960         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
006970         PERFORM 5100-PRINT-GENERATED THRU 5100-EXIT
006980             VARYING WS-GEN-SUB FROM 1 BY 1
006990             UNTIL WS-GEN-SUB > WS-GEN-COUNT
007000         IF WS-BATCHIN-NOT-WRITTEN
007010             MOVE "  *** NOT WRITTEN - BATCHIN NOT OPENED"
007020                 TO WS-RPT-LINE-TEXT
007030             PERFORM 8000-REPORT-LINE THRU 8000-EXIT
007040         END-IF
007050     END-IF.
007060     IF WS-SKIP-TOTAL > ZERO
007070         MOVE SPACES TO WS-RPT-LINE-TEXT
007080         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
007090         MOVE "  SKIPPED - ACCOUNT NOT ACTIVE ON ACCTMST"
007100             TO WS-RPT-LINE-TEXT
007110         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
007120         PERFORM 5200-PRINT-SKIPPED THRU 5200-EXIT
007130             VARYING WS-SKIP-SUB FROM 1 BY 1
007140             UNTIL WS-SKIP-SUB > WS-SKIP-COUNT
007150     END-IF.
007160     IF WS-EXP-TOTAL > ZERO
007170         MOVE SPACES TO WS-RPT-LINE-TEXT
007180         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
007190         MOVE "  SCHEDULES ENDING THIS MONTH" TO WS-RPT-LINE-TEXT
007200         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
007210         PERFORM 5300-PRINT-EXPIRING THRU 5300-EXIT
007220             VARYING WS-EXP-SUB FROM 1 BY 1
007230             UNTIL WS-EXP-SUB > WS-EXP-COUNT
007240     END-IF.
007250     MOVE SPACES TO WS-RPT-LINE-TEXT.
007260     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007270     MOVE WS-READ-COUNT TO WS-RPT-CT-EDIT.
007280     STRING "  SCHEDULES READ . . . . . . . : " WS-RPT-CT-EDIT
007290         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
007300     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007310     MOVE WS-INACTIVE-COUNT TO WS-RPT-CT-EDIT.
007320     STRING "  SCHEDULES INACTIVE . . . . . : " WS-RPT-CT-EDIT
007330         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
007340     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007350     MOVE WS-NOT-DUE-COUNT TO WS-RPT-CT-EDIT.
007360     STRING "  NOT DUE THIS DATE  . . . . . : " WS-RPT-CT-EDIT
007370         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
007380     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007390     MOVE WS-GEN-COUNT TO WS-RPT-CT-EDIT.
007400     STRING "  ENTRIES GENERATED  . . . . . : " WS-RPT-CT-EDIT
007410         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
007420     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007430     MOVE WS-BLOCK-COUNT TO WS-RPT-CT-EDIT.
007440     STRING "  DEPARTMENT BLOCKS WRITTEN  . : " WS-RPT-CT-EDIT
007450         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
007460     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007470     MOVE WS-GEN-TOTAL TO WS-RPT-TOT-EDIT.
007480     STRING "  AMOUNT GENERATED . . . . . . : " WS-RPT-TOT-EDIT
007490         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
007500     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007510     MOVE WS-SKIP-TOTAL TO WS-RPT-CT-EDIT.
007520     STRING "  SKIPPED - ACCOUNT INACTIVE . : " WS-RPT-CT-EDIT
007530         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
007540     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007542     MOVE WS-RDR-GEN-COUNT TO WS-RPT-CT-EDIT.
007544     STRING "  GENERATED VIA REDIRECTION  . : " WS-RPT-CT-EDIT
007546         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
007548     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007550     MOVE WS-EXP-TOTAL TO WS-RPT-CT-EDIT.
007560     STRING "  ENDING THIS MONTH  . . . . . : " WS-RPT-CT-EDIT
007570         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
007580     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007590     IF WS-DEFER-COUNT > ZERO
007600         MOVE WS-DEFER-COUNT TO WS-RPT-CT-EDIT
007610         STRING "  DEFERRED - RE-RUN FOR THESE  : "
007620             WS-RPT-CT-EDIT
007630             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
007640         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
007650     END-IF.
007660     MOVE "============================================="
007670         TO WS-RPT-LINE-TEXT.
007680     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007690 5000-EXIT.
007700     EXIT.
007710
007720 5100-PRINT-GENERATED.
007730     MOVE WS-GEN-AMOUNT(WS-GEN-SUB) TO WS-RPT-AMT-EDIT.
007740     STRING "             " WS-GEN-DEPT(WS-GEN-SUB)
007750         "-" WS-GEN-NO(WS-GEN-SUB)
007760         "     " WS-GEN-ACCOUNT(WS-GEN-SUB)
007770         "  " WS-GEN-DESC(WS-GEN-SUB)
007780         " " WS-RPT-AMT-EDIT
007790         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
007800     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007810 5100-EXIT.
007820     EXIT.
007830
007840 5200-PRINT-SKIPPED.
007850     MOVE WS-SKIP-AMOUNT(WS-SKIP-SUB) TO WS-RPT-AMT-EDIT.
007860     STRING "  ** " WS-SKIP-DEPT(WS-SKIP-SUB)
007870         "-" WS-SKIP-NO(WS-SKIP-SUB)
007880         "  ACCOUNT " WS-SKIP-ACCOUNT(WS-SKIP-SUB)
007890         " " WS-SKIP-REASON(WS-SKIP-SUB)
007900         " " WS-RPT-AMT-EDIT
007910         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
007920     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007930 5200-EXIT.
007940     EXIT.
007950
007960 5300-PRINT-EXPIRING.
007970     STRING "     " WS-EXP-DEPT(WS-EXP-SUB)
007980         "-" WS-EXP-NO(WS-EXP-SUB)
007990         "  ACCOUNT " WS-EXP-ACCOUNT(WS-EXP-SUB)
008000         "  " WS-EXP-DESC(WS-EXP-SUB)
008010         "  ENDS "
008020         WS-EXP-END-DATE(WS-EXP-SUB)
008030         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008040     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008050 5300-EXIT.
008060     EXIT.
008070
008080 8000-REPORT-LINE.
008090     DISPLAY WS-RPT-LINE-TEXT.
008100     MOVE WS-RPT-LINE-TEXT TO SR-RECORD.
008110     WRITE SR-RECORD.
008120     MOVE SPACES TO WS-RPT-LINE-TEXT.
008130 8000-EXIT.
008140     EXIT.
008150
008160 9000-TERMINATE.
008170     IF WS-STNDENT-AVAIL
008180         CLOSE STANDING-ENTRY-FILE
008190     END-IF.
008200     IF WS-ACCTMST-AVAIL
008210         CLOSE ACCOUNT-MASTER-FILE
008220     END-IF.
008222     IF WS-ACCTRDR-AVAIL
008224         CLOSE ACCOUNT-REDIRECT-FILE
008226     END-IF.
008230     CLOSE STANDING-REPORT-FILE.
008240 9000-EXIT.
008250     EXIT.
008260
008270*----------------------------------------------------------------
008280*    APPEND THIS RUN TO THE SHARED RUN HISTORY.  THE HISTORY
008290*    RECORDS THE RUN, IT IS NOT PART OF IT - A RUNHIST THAT
008300*    WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE RETURN
008310*    CODE IS LEFT AS IT IS.
008320*----------------------------------------------------------------
008330 9800-WRITE-RUN-HISTORY.
008340     OPEN EXTEND RUN-HISTORY-FILE.
008350     IF WS-RUNHIST-STATUS = "35" OR "05"
008360         OPEN OUTPUT RUN-HISTORY-FILE
008370     END-IF.
008380     IF WS-RUNHIST-STATUS NOT = "00"
008390         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
008400             " - RUN NOT RECORDED ***"
008410         GO TO 9800-EXIT
008420     END-IF.
008430     MOVE WS-BUS-DATE TO WS-RUN-BUS-DATE.
008440     IF WS-RUN-BUS-DATE = SPACES
008450         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
008460     END-IF.
008470     IF WS-RUN-THRU-DATE = SPACES
008480         MOVE WS-RUN-BUS-DATE TO WS-RUN-THRU-DATE
008490     END-IF.
008500     MOVE SPACES TO RH-RECORD.
008510     MOVE "STNDGEN" TO RH-PROGRAM.
008520     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
008530     MOVE WS-RUN-THRU-DATE TO RH-THRU-DATE.
008540     MOVE WS-RUN-START-DATE TO RH-START-DATE.
008550     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
008560     ACCEPT RH-END-DATE FROM DATE.
008570     ACCEPT WS-RUN-END-TIME FROM TIME.
008580     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
008590     MOVE WS-RETURN-CODE TO RH-RETURN-CODE.
008600     MOVE "READ" TO RH-COUNT-1-LABEL.
008610     MOVE WS-READ-COUNT TO RH-COUNT-1.
008620     MOVE "ENTRIES" TO RH-COUNT-2-LABEL.
008630     MOVE WS-GEN-COUNT TO RH-COUNT-2.
008640     MOVE "SKIPPED" TO RH-COUNT-3-LABEL.
008650     MOVE WS-SKIP-TOTAL TO RH-COUNT-3.
008660     WRITE RH-RECORD.
008670     CLOSE RUN-HISTORY-FILE.
008680 9800-EXIT.
008690     EXIT.
