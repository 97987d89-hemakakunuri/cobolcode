000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PMPURGE.
000120 AUTHOR. D. WHITFIELD.
000130 INSTALLATION. FINANCE-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*                                                               *
000180*    P M P U R G E                                             *
000190*                                                               *
000200*    POSTING MASTER RETENTION PURGE.  MOVES POSTINGS DATED     *
000210*    BEFORE THE SYSIN CUTOFF (YYMMDD) OFF POSTMST AND ONTO THE *
000220*    SEQUENTIAL HISTORY DATASET PMHIST, BUT ONLY WHEN THE      *
000230*    POSTING'S PERIOD IS CLOSED ON PERIODS AND THE POSTING IS  *
000240*    FINISHED WITH - ACCEPTED BY THE LEDGER ("A"), OR AN "R"   *
000247*    ORIGINAL AND ITS REVERSAL TAKEN TOGETHER, WHATEVER THE    *
000254*    LEDGER HAS SINCE SAID OF THE REVERSAL.  OTHER "P" AND "G" *
000261*    POSTINGS STAY ON THE MASTER.                              *
000270*                                                               *
000280*    FOR EVERY ACCOUNT IT TOUCHES THE JOB LEAVES THE NET OF    *
000290*    WHAT IT REMOVED IN THE ACCOUNT'S BALANCE-FORWARD RECORD   *
000300*    (STATUS "B", DATE 000000 - SEE POSTMSTR), SO OPENING      *
000310*    BALANCES BUILT FROM THE MASTER DO NOT CHANGE.  EACH       *
000320*    PERIOD PURGED IS MARKED ON PERIODS (PD-PURGED-THRU) FOR   *
000330*    THE POSTING MASTER VERIFICATION AND AGAINST A REOPEN.     *
000340*                                                               *
000350*    THE PURGE REPORT LISTS WHAT WAS REMOVED BY PERIOD AND     *
000360*    ACCOUNT AND PROVES THAT THE HISTORY WRITTEN AND THE       *
000370*    GROWTH IN THE BALANCE-FORWARD RECORDS BOTH EQUAL WHAT     *
000380*    LEFT THE MASTER.                                          *
000390*                                                               *
000400*        RC 00  PURGE COMPLETE AND PROVED                      *
000410*        RC 04  PROVED, BUT A TABLE FILLED AND SOME POSTINGS   *
000420*               DUE FOR PURGE STAYED - RUN AGAIN               *
000430*        RC 08  CUTOFF CARD MISSING OR UNREADABLE - NOTHING    *
000440*               DONE                                           *
000450*        RC 12  A FILE IS UNAVAILABLE, AN UPDATE FAILED OR     *
000460*               THE PURGE DID NOT PROVE - DO NOT RUN AGAIN     *
000470*               UNTIL THE REPORT HAS BEEN CHECKED              *
000480*                                                               *
000490*****************************************************************
000500*
000510*    MODIFICATION HISTORY
000520*    --------------------
000530*    10/15/2026  DW    ORIGINAL PROGRAM.
000532*    10/15/2026  DW    EACH RUN NOW APPENDS A RECORD - PROGRAM,
000534*                       BUSINESS DATE, START AND END, RETURN
000536*                       CODE AND KEY COUNTS - TO THE SHARED
000538*                       RUNHIST RUN HISTORY FOR STEPTRAK.
000539*    10/15/2026  DW    A REVERSAL IS NOW ANY POSTING CARRYING AN
000540*                       ORIGINAL'S KEY, SO ONE THE LEDGER HAS
000541*                       ACCEPTED OR REJECTED GOES ONLY WITH ITS
000542*                       "R" ORIGINAL.  WHEN THERE ARE MORE
000543*                       BALANCE-FORWARD RECORDS THAN THE TABLE
000544*                       HOLDS, AN ACCOUNT WHOSE RECORD WAS NOT
000545*                       LOADED KEEPS ITS POSTINGS (RC 4).
000546*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. IBM-370.
000580 OBJECT-COMPUTER. IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT POSTING-MASTER-FILE ASSIGN TO "POSTMST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS PM-KEY
000650         ALTERNATE RECORD KEY IS PM-ACCOUNT
000660             WITH DUPLICATES
000670         FILE STATUS IS WS-POSTMST-STATUS.
000680     SELECT PERIOD-FILE ASSIGN TO "PERIODS"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS PD-PERIOD
000720         FILE STATUS IS WS-PERIOD-STATUS.
000730     SELECT HISTORY-FILE ASSIGN TO "PMHIST"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-PMHIST-STATUS.
000760     SELECT PURGE-REPORT-FILE ASSIGN TO "PRGRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-PRGRPT-STATUS.
000782     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000784         ORGANIZATION IS LINE SEQUENTIAL
000786         FILE STATUS IS WS-RUNHIST-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  POSTING-MASTER-FILE.
000830     COPY POSTMSTR.
000840
000850 FD  PERIOD-FILE.
000860     COPY PERDREC.
000870
000880*    HISTORY RECORDS ARE POSTING MASTER RECORDS AS THEY STOOD
000890*    WHEN THEY WERE REMOVED (POSTMSTR LAYOUT).
000900 FD  HISTORY-FILE.
000910 01  PH-RECORD                   PIC X(88).
000920
000930 FD  PURGE-REPORT-FILE.
000940 01  PR-RECORD                   PIC X(80).
000941
000942*----------------------------------------------------------------
000943*    ONE RECORD PER RUN, APPENDED TO THE SHARED RUN HISTORY.
000944*----------------------------------------------------------------
000945 FD  RUN-HISTORY-FILE.
000946     COPY RUNHISTR.
000950
000960 WORKING-STORAGE SECTION.
000970*----------------------------------------------------------------
000980*    FILE STATUS FIELDS
000990*----------------------------------------------------------------
001000 77  WS-POSTMST-STATUS          PIC X(02) VALUE SPACES.
001010 77  WS-PERIOD-STATUS           PIC X(02) VALUE SPACES.
001020 77  WS-PMHIST-STATUS           PIC X(02) VALUE SPACES.
001030 77  WS-PRGRPT-STATUS           PIC X(02) VALUE SPACES.
001040 77  WS-FILES-SW                PIC X(01) VALUE "N".
001050     88  WS-FILES-OPEN          VALUE "Y".
001060     88  WS-FILES-UNAVAIL       VALUE "N".
001070 77  WS-UPDATE-FAILED-SW        PIC X(01) VALUE "N".
001080     88  WS-UPDATE-FAILED       VALUE "Y".
001090     88  WS-UPDATE-OK           VALUE "N".
001100 77  WS-POSTMST-EOF-SW          PIC X(01) VALUE "N".
001110     88  WS-POSTMST-EOF         VALUE "Y".
001120     88  WS-POSTMST-NOT-EOF     VALUE "N".
001130 77  WS-PERIOD-EOF-SW           PIC X(01) VALUE "N".
001140     88  WS-PERIOD-EOF          VALUE "Y".
001150     88  WS-PERIOD-NOT-EOF      VALUE "N".
001160 77  WS-PURGE-RC                PIC 9(02) VALUE ZERO.
001170
001180*----------------------------------------------------------------
001190*    SYSIN CUTOFF CARD - POSTINGS DATED BEFORE IT ARE ELIGIBLE.
001200*----------------------------------------------------------------
001210 77  WS-CARD-FIELD              PIC X(09) VALUE SPACES.
001220 01  WS-CUTOFF-DATE.
001230     05  WS-CUTOFF-YY           PIC 9(02).
001240     05  WS-CUTOFF-MM           PIC 9(02).
001250     05  WS-CUTOFF-DD           PIC 9(02).
001260 01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
001270                                PIC X(06).
001280 77  WS-CARDS-VALID-SW          PIC X(01) VALUE "N".
001290     88  WS-CARDS-VALID         VALUE "Y".
001300     88  WS-CARDS-INVALID       VALUE "N".
001310
001320 01  WS-CURRENT-DATE.
001330     05  WS-CURRENT-YY          PIC 9(02).
001340     05  WS-CURRENT-MM          PIC 9(02).
001350     05  WS-CURRENT-DD          PIC 9(02).
001360 01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE
001370                                PIC X(06).
001380 01  WS-CURRENT-TIME.
001390     05  WS-CURRENT-HHMMSS      PIC 9(06).
001400     05  FILLER                 PIC 9(02).
001410
001420*----------------------------------------------------------------
001430*    PERIOD TABLE - EVERY PERIOD ON PERIODS, WHETHER IT IS
001440*    CLOSED, AND THE LAST DATE PURGED FROM IT.  A PERIOD NOT IN
001450*    THE TABLE IS OPEN.
001460*----------------------------------------------------------------
001470 77  WS-PT-MAX                  PIC 9(04) COMP VALUE 240.
001480 77  WS-PT-COUNT                PIC 9(04) COMP VALUE ZERO.
001490 77  WS-PT-SUB                  PIC 9(04) COMP VALUE ZERO.
001500 77  WS-PT-HIT                  PIC 9(04) COMP VALUE ZERO.
001510 01  WS-PT-TABLE.
001520     05  WS-PT-ENTRY OCCURS 240 TIMES.
001530         10  WS-PT-PERIOD       PIC X(04).
001540         10  WS-PT-CLOSED-SW    PIC X(01).
001550             88  WS-PT-CLOSED       VALUE "Y".
001560             88  WS-PT-NOT-CLOSED   VALUE "N".
001570         10  WS-PT-NEW-THRU     PIC X(06).
001580
001590*----------------------------------------------------------------
001596*    REVERSAL PAIRS - EVERY REVERSAL DUE FOR PURGE, BY ITS OWN
001602*    KEY AND ITS ORIGINAL'S.  A REVERSAL IS ANY POSTING THAT
001608*    CARRIES AN ORIGINAL'S KEY, WHETHER STILL "V" OR SINCE
001614*    ANSWERED BY THE LEDGER ("A" OR "G").  THE ORIGINAL COMES
001620*    FIRST ON THE MASTER; IT IS PURGED ONLY AS AN "R" AND ONLY
001626*    WHEN ITS REVERSAL IS HERE, AND THE REVERSAL ONLY WHEN ITS
001632*    ORIGINAL HAS GONE.
001640*----------------------------------------------------------------
001650 77  WS-VT-MAX                  PIC 9(04) COMP VALUE 5000.
001660 77  WS-VT-COUNT                PIC 9(04) COMP VALUE ZERO.
001670 77  WS-VT-SUB                  PIC 9(04) COMP VALUE ZERO.
001680 77  WS-VT-HIT                  PIC 9(04) COMP VALUE ZERO.
001690 01  WS-VT-TABLE.
001700     05  WS-VT-ENTRY OCCURS 5000 TIMES.
001710         10  WS-VT-KEY          PIC X(13).
001720         10  WS-VT-ORIG-KEY     PIC X(13).
001730         10  WS-VT-ORIG-SW      PIC X(01).
001740             88  WS-VT-ORIG-PURGED  VALUE "Y".
001750             88  WS-VT-ORIG-KEPT    VALUE "N".
001760
001770*----------------------------------------------------------------
001774*    BALANCE-FORWARD RECORDS ALREADY ON THE MASTER.  WHEN THERE
001778*    ARE MORE THAN THE TABLE HOLDS, AN ACCOUNT NOT IN IT MAY HAVE
001782*    A RECORD THAT WAS NOT LOADED, SO ITS POSTINGS STAY ON THE
001786*    MASTER THIS RUN RATHER THAN GET A SECOND RECORD.
001790*----------------------------------------------------------------
001800 77  WS-BF-MAX                  PIC 9(04) COMP VALUE 2000.
001810 77  WS-BF-COUNT                PIC 9(04) COMP VALUE ZERO.
001820 77  WS-BF-SUB                  PIC 9(04) COMP VALUE ZERO.
001830 77  WS-BF-HIT                  PIC 9(04) COMP VALUE ZERO.
001840 01  WS-BF-TABLE.
001850     05  WS-BF-ENTRY OCCURS 2000 TIMES.
001860         10  WS-BF-ACCOUNT      PIC X(08).
001870         10  WS-BF-SEQ          PIC 9(07).
001880         10  WS-BF-AMOUNT       PIC S9(7)V99 COMP.
001890 77  WS-BF-NEXT-SEQ             PIC 9(07) COMP VALUE ZERO.
001900 77  WS-BF-LIMIT                PIC S9(7)V99 COMP
001910                                VALUE 9999999.99.
001920 77  WS-BF-REMAIN               PIC S9(11)V99 COMP VALUE ZERO.
001930 77  WS-BF-CHUNK                PIC S9(7)V99 COMP VALUE ZERO.
001940 77  WS-BF-TRY                  PIC S9(11)V99 COMP VALUE ZERO.
001950 77  WS-BF-EOF-SW               PIC X(01) VALUE "N".
001960     88  WS-BF-EOF              VALUE "Y".
001970     88  WS-BF-NOT-EOF          VALUE "N".
001972 77  WS-BF-OVERFLOW-SW          PIC X(01) VALUE "N".
001974     88  WS-BF-OVERFLOW         VALUE "Y".
001976     88  WS-BF-ALL-LOADED       VALUE "N".
001980
001990*----------------------------------------------------------------
002000*    WHAT LEFT THE MASTER - PER ACCOUNT (FOR THE BALANCE
002010*    FORWARD) AND PER PERIOD AND ACCOUNT (FOR THE REPORT).
002020*----------------------------------------------------------------
002030 77  WS-AC-MAX                  PIC 9(04) COMP VALUE 2000.
002040 77  WS-AC-COUNT                PIC 9(04) COMP VALUE ZERO.
002050 77  WS-AC-SUB                  PIC 9(04) COMP VALUE ZERO.
002060 77  WS-AC-HIT                  PIC 9(04) COMP VALUE ZERO.
002070 01  WS-AC-TABLE.
002080     05  WS-AC-ENTRY OCCURS 2000 TIMES.
002090         10  WS-AC-ACCOUNT      PIC X(08).
002100         10  WS-AC-CT           PIC 9(07) COMP.
002110         10  WS-AC-AMOUNT       PIC S9(11)V99 COMP.
002120 77  WS-PA-MAX                  PIC 9(04) COMP VALUE 5000.
002130 77  WS-PA-COUNT                PIC 9(04) COMP VALUE ZERO.
002140 77  WS-PA-SUB                  PIC 9(04) COMP VALUE ZERO.
002150 77  WS-PA-HIT                  PIC 9(04) COMP VALUE ZERO.
002160 01  WS-PA-TABLE.
002170     05  WS-PA-ENTRY OCCURS 5000 TIMES.
002180         10  WS-PA-PERIOD       PIC X(04).
002190         10  WS-PA-ACCOUNT      PIC X(08).
002200         10  WS-PA-CT           PIC 9(07) COMP.
002210         10  WS-PA-AMOUNT       PIC S9(11)V99 COMP.
002220 77  WS-LOOK-PERIOD             PIC X(04) VALUE SPACES.
002230 77  WS-LOOK-ACCOUNT            PIC X(08) VALUE SPACES.
002240 77  WS-NEED-AC                 PIC 9(04) COMP VALUE ZERO.
002250 77  WS-NEED-PA                 PIC 9(04) COMP VALUE ZERO.
002260 77  WS-ROOM-SW                 PIC X(01) VALUE "Y".
002270     88  WS-ROOM                VALUE "Y".
002280     88  WS-NO-ROOM             VALUE "N".
002290 77  WS-TABLE-FULL-SW           PIC X(01) VALUE "N".
002300     88  WS-TABLE-FULL          VALUE "Y".
002310     88  WS-TABLE-ROOM          VALUE "N".
002320
002330*----------------------------------------------------------------
002340*    COUNTS AND PROOF TOTALS
002350*----------------------------------------------------------------
002360 77  WS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
002370 77  WS-KEPT-OPEN-CT            PIC 9(07) COMP VALUE ZERO.
002380 77  WS-KEPT-PENDING-CT         PIC 9(07) COMP VALUE ZERO.
002390 77  WS-KEPT-PAIR-CT            PIC 9(07) COMP VALUE ZERO.
002400 77  WS-KEPT-FULL-CT            PIC 9(07) COMP VALUE ZERO.
002410 77  WS-REMOVED-CT              PIC 9(07) COMP VALUE ZERO.
002420 77  WS-REMOVED-AMT             PIC S9(11)V99 COMP VALUE ZERO.
002430 77  WS-HIST-CT                 PIC 9(07) COMP VALUE ZERO.
002440 77  WS-HIST-AMT                PIC S9(11)V99 COMP VALUE ZERO.
002450 77  WS-BF-BEFORE-AMT           PIC S9(11)V99 COMP VALUE ZERO.
002460 77  WS-BF-AFTER-AMT            PIC S9(11)V99 COMP VALUE ZERO.
002470 77  WS-BF-ADDED-AMT            PIC S9(11)V99 COMP VALUE ZERO.
002480 77  WS-BF-WRITTEN-CT           PIC 9(07) COMP VALUE ZERO.
002490 77  WS-BF-REWRITTEN-CT         PIC 9(07) COMP VALUE ZERO.
002500 77  WS-PROVED-SW               PIC X(01) VALUE "N".
002510     88  WS-PROVED              VALUE "Y".
002520     88  WS-NOT-PROVED          VALUE "N".
002530 77  WS-SUB-PERIOD              PIC X(04) VALUE SPACES.
002540 77  WS-SUB-CT                  PIC 9(07) COMP VALUE ZERO.
002550 77  WS-SUB-AMT                 PIC S9(11)V99 COMP VALUE ZERO.
002560
002570*----------------------------------------------------------------
002580*    REPORT EDIT FIELDS
002590*----------------------------------------------------------------
002600 77  WS-RPT-LINE-TEXT           PIC X(80) VALUE SPACES.
002610 77  WS-RPT-CT-EDIT             PIC 9(07) VALUE ZERO.
002620 77  WS-RPT-AMT-EDIT            PIC -(10)9.99.
002630 01  WS-DETAIL-LINE.
002640     05  FILLER                 PIC X(04) VALUE SPACES.
002650     05  WS-DL-PERIOD           PIC X(04).
002660     05  FILLER                 PIC X(03) VALUE SPACES.
002670     05  WS-DL-ACCOUNT          PIC X(08).
002680     05  FILLER                 PIC X(04) VALUE SPACES.
002690     05  WS-DL-CT               PIC Z(6)9.
002700     05  FILLER                 PIC X(03) VALUE SPACES.
002710     05  WS-DL-AMOUNT           PIC -(10)9.99.
002720     05  FILLER                 PIC X(33) VALUE SPACES.
002721
002722*----------------------------------------------------------------
002723*    RUN HISTORY - WHEN THE RUN STARTED AND THE BUSINESS
002724*    DATES IT WAS FOR, STAMPED ON THE RECORD APPENDED TO
002725*    RUNHIST AS THE RUN ENDS.
002726*----------------------------------------------------------------
002727 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
002728 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
002729 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
002730 77  WS-RUN-THRU-DATE           PIC X(06) VALUE SPACES.
002731 01  WS-RUN-START-TIME.
002732     05  WS-RUN-START-HHMMSS    PIC X(06).
002733     05  FILLER                 PIC X(02).
002734 01  WS-RUN-END-TIME.
002735     05  WS-RUN-END-HHMMSS      PIC X(06).
002736     05  FILLER                 PIC X(02).
002737
002740 PROCEDURE DIVISION.
002750 0000-MAINLINE.
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002770     IF WS-FILES-OPEN
002780         PERFORM 2000-LOAD-PERIODS THRU 2000-EXIT
002790         PERFORM 2500-FIRST-PASS THRU 2500-EXIT
002800         PERFORM 3000-PURGE-PASS THRU 3000-EXIT
002810         PERFORM 4000-POST-BALANCE-FWD THRU 4000-EXIT
002820         PERFORM 4500-MARK-PERIODS THRU 4500-EXIT
002830         PERFORM 5000-PROVE-PURGE THRU 5000-EXIT
002840         PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
002850     END-IF.
002860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002870     EVALUATE TRUE
002880         WHEN WS-CARDS-INVALID
002890             MOVE 8 TO WS-PURGE-RC
002900         WHEN WS-FILES-UNAVAIL
002910         WHEN WS-UPDATE-FAILED
002920         WHEN WS-NOT-PROVED
002930             MOVE 12 TO WS-PURGE-RC
002940         WHEN WS-TABLE-FULL
002950             MOVE 4 TO WS-PURGE-RC
002960         WHEN OTHER
002970             MOVE ZERO TO WS-PURGE-RC
002980     END-EVALUATE.
002990     MOVE WS-PURGE-RC TO RETURN-CODE.
002995     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
003000     STOP RUN.
003010
003020*----------------------------------------------------------------
003030*    READ THE CUTOFF CARD AND OPEN THE FILES.  THE CUTOFF MAY
003040*    NOT BE LATER THAN TODAY.
003050*----------------------------------------------------------------
003060 1000-INITIALIZE.
003063     ACCEPT WS-RUN-START-DATE FROM DATE.
003066     ACCEPT WS-RUN-START-TIME FROM TIME.
003070     SET WS-CARDS-INVALID TO TRUE.
003080     ACCEPT WS-CURRENT-DATE FROM DATE.
003090     ACCEPT WS-CURRENT-TIME FROM TIME.
003100     DISPLAY "ENTER THE RETENTION CUTOFF DATE (YYMMDD): ".
003110     MOVE SPACES TO WS-CARD-FIELD.
003120     ACCEPT WS-CARD-FIELD.
003130     IF WS-CARD-FIELD(1:6) IS NOT NUMERIC
003140             OR WS-CARD-FIELD(7:3) NOT = SPACES
003150         DISPLAY "*** CUTOFF CARD MISSING OR NOT YYMMDD - "
003160             "NOTHING PURGED ***"
003170         GO TO 1000-EXIT
003180     END-IF.
003190     MOVE WS-CARD-FIELD(1:6) TO WS-CUTOFF-DATE-X.
003200     IF WS-CUTOFF-MM < 1 OR WS-CUTOFF-MM > 12
003210             OR WS-CUTOFF-DD < 1 OR WS-CUTOFF-DD > 31
003220             OR WS-CUTOFF-DATE-X > WS-CURRENT-DATE-X
003230         DISPLAY "*** CUTOFF " WS-CUTOFF-DATE-X
003240             " IS NOT A DATE UP TO TODAY - NOTHING PURGED ***"
003250         GO TO 1000-EXIT
003260     END-IF.
003270     SET WS-CARDS-VALID TO TRUE.
003280     OPEN OUTPUT PURGE-REPORT-FILE.
003290     MOVE "============================================="
003300         TO WS-RPT-LINE-TEXT.
003310     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003320     MOVE "  POSTING MASTER RETENTION PURGE" TO WS-RPT-LINE-TEXT.
003330     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003340     STRING "  RUN DATE . . . . . . . . . . : " WS-CURRENT-DATE-X
003350         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
003360     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003370     STRING "  POSTINGS DATED BEFORE  . . . : " WS-CUTOFF-DATE-X
003380         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
003390     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003400     MOVE "============================================="
003410         TO WS-RPT-LINE-TEXT.
003420     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003430     OPEN I-O POSTING-MASTER-FILE.
003440     IF WS-POSTMST-STATUS NOT = "00"
003450         STRING "  *** POSTMST UNAVAILABLE - STATUS "
003460             WS-POSTMST-STATUS " - NOTHING PURGED ***"
003470             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
003480         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003490         GO TO 1000-EXIT
003500     END-IF.
003510     OPEN I-O PERIOD-FILE.
003520     IF WS-PERIOD-STATUS NOT = "00"
003530         STRING "  *** PERIODS UNAVAILABLE - STATUS "
003540             WS-PERIOD-STATUS " - NOTHING PURGED ***"
003550             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
003560         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003570         CLOSE POSTING-MASTER-FILE
003580         GO TO 1000-EXIT
003590     END-IF.
003600     OPEN EXTEND HISTORY-FILE.
003610     IF WS-PMHIST-STATUS = "35" OR "05"
003620         OPEN OUTPUT HISTORY-FILE
003630     END-IF.
003640     SET WS-FILES-OPEN TO TRUE.
003650 1000-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------------
003690*    LOAD EVERY PERIOD ON PERIODS.
003700*----------------------------------------------------------------
003710 2000-LOAD-PERIODS.
003720     SET WS-PERIOD-NOT-EOF TO TRUE.
003730     MOVE LOW-VALUES TO PD-PERIOD.
003740     START PERIOD-FILE
003750         KEY IS NOT LESS THAN PD-PERIOD
003760         INVALID KEY
003770             SET WS-PERIOD-EOF TO TRUE
003780     END-START.
003790     PERFORM 2100-LOAD-ONE-PERIOD THRU 2100-EXIT
003800         UNTIL WS-PERIOD-EOF.
003810 2000-EXIT.
003820     EXIT.
003830
003840 2100-LOAD-ONE-PERIOD.
003850     READ PERIOD-FILE NEXT RECORD
003860         AT END
003870             SET WS-PERIOD-EOF TO TRUE
003880             GO TO 2100-EXIT
003890     END-READ.
003900     IF WS-PERIOD-STATUS NOT = "00" AND "02"
003910             OR WS-PT-COUNT NOT < WS-PT-MAX
003920         SET WS-PERIOD-EOF TO TRUE
003930         GO TO 2100-EXIT
003940     END-IF.
003950     ADD 1 TO WS-PT-COUNT.
003960     MOVE PD-PERIOD TO WS-PT-PERIOD(WS-PT-COUNT).
003970     IF PD-CLOSED
003980         SET WS-PT-CLOSED(WS-PT-COUNT) TO TRUE
003990     ELSE
004000         SET WS-PT-NOT-CLOSED(WS-PT-COUNT) TO TRUE
004010     END-IF.
004020     MOVE SPACES TO WS-PT-NEW-THRU(WS-PT-COUNT).
004030 2100-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------------
004070*    FIRST PASS, FROM THE TOP OF THE MASTER TO THE CUTOFF: NOTE
004080*    THE BALANCE-FORWARD RECORDS ALREADY THERE AND EVERY
004090*    REVERSAL DUE FOR PURGE.
004100*----------------------------------------------------------------
004110 2500-FIRST-PASS.
004120     SET WS-POSTMST-NOT-EOF TO TRUE.
004130     MOVE LOW-VALUES TO PM-KEY.
004140     START POSTING-MASTER-FILE
004150         KEY IS NOT LESS THAN PM-KEY
004160         INVALID KEY
004170             SET WS-POSTMST-EOF TO TRUE
004180     END-START.
004190     PERFORM 2600-FIRST-PASS-ONE THRU 2600-EXIT
004200         UNTIL WS-POSTMST-EOF.
004210 2500-EXIT.
004220     EXIT.
004230
004240 2600-FIRST-PASS-ONE.
004250     READ POSTING-MASTER-FILE NEXT RECORD
004260         AT END
004270             SET WS-POSTMST-EOF TO TRUE
004280             GO TO 2600-EXIT
004290     END-READ.
004300     IF WS-POSTMST-STATUS NOT = "00" AND "02"
004310         STRING "  *** POSTMST READ FAILED - STATUS "
004320             WS-POSTMST-STATUS " ***"
004330             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
004340         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
004350         SET WS-UPDATE-FAILED TO TRUE
004360         SET WS-POSTMST-EOF TO TRUE
004370         GO TO 2600-EXIT
004380     END-IF.
004390     IF PM-BALANCE-FWD-DATE
004400         PERFORM 2700-NOTE-BALANCE-FWD THRU 2700-EXIT
004410         GO TO 2600-EXIT
004420     END-IF.
004430     IF PM-POST-DATE NOT < WS-CUTOFF-DATE-X
004440         SET WS-POSTMST-EOF TO TRUE
004450         GO TO 2600-EXIT
004460     END-IF.
004470     IF PM-ORIG-KEY = SPACES
004480         GO TO 2600-EXIT
004490     END-IF.
004500     MOVE PM-POST-DATE(1:4) TO WS-LOOK-PERIOD.
004510     PERFORM 3200-FIND-PERIOD THRU 3200-EXIT.
004520     IF WS-PT-HIT = ZERO
004530         GO TO 2600-EXIT
004540     END-IF.
004550     IF WS-PT-NOT-CLOSED(WS-PT-HIT)
004560         GO TO 2600-EXIT
004570     END-IF.
004580     IF WS-VT-COUNT NOT < WS-VT-MAX
004590         SET WS-TABLE-FULL TO TRUE
004600         GO TO 2600-EXIT
004610     END-IF.
004620     ADD 1 TO WS-VT-COUNT.
004630     MOVE PM-KEY TO WS-VT-KEY(WS-VT-COUNT).
004640     MOVE PM-ORIG-KEY TO WS-VT-ORIG-KEY(WS-VT-COUNT).
004650     SET WS-VT-ORIG-KEPT(WS-VT-COUNT) TO TRUE.
004660 2600-EXIT.
004670     EXIT.
004680
004690 2700-NOTE-BALANCE-FWD.
004700     ADD PM-RESULT TO WS-BF-BEFORE-AMT.
004710     IF PM-POST-SEQ NOT < WS-BF-NEXT-SEQ
004720         COMPUTE WS-BF-NEXT-SEQ = PM-POST-SEQ + 1
004730     END-IF.
004740     IF WS-BF-COUNT NOT < WS-BF-MAX
004743         SET WS-BF-OVERFLOW TO TRUE
004746         SET WS-TABLE-FULL TO TRUE
004750         GO TO 2700-EXIT
004760     END-IF.
004770     ADD 1 TO WS-BF-COUNT.
004780     MOVE PM-ACCOUNT TO WS-BF-ACCOUNT(WS-BF-COUNT).
004790     MOVE PM-POST-SEQ TO WS-BF-SEQ(WS-BF-COUNT).
004800     MOVE PM-RESULT TO WS-BF-AMOUNT(WS-BF-COUNT).
004810 2700-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------------
004850*    SECOND PASS, FROM THE FIRST BUSINESS DATE TO THE CUTOFF:
004860*    MOVE EVERY POSTING THAT IS DUE TO HISTORY.
004870*----------------------------------------------------------------
004880 3000-PURGE-PASS.
004890     IF WS-UPDATE-FAILED
004900         GO TO 3000-EXIT
004910     END-IF.
004920     IF WS-BF-NEXT-SEQ = ZERO
004930         MOVE 1 TO WS-BF-NEXT-SEQ
004940     END-IF.
004950     SET WS-POSTMST-NOT-EOF TO TRUE.
004960     SET PM-BALANCE-FWD-DATE TO TRUE.
004970     MOVE 9999999 TO PM-POST-SEQ.
004980     START POSTING-MASTER-FILE
004990         KEY IS GREATER THAN PM-KEY
005000         INVALID KEY
005010             SET WS-POSTMST-EOF TO TRUE
005020     END-START.
005030     PERFORM 3100-PURGE-ONE THRU 3100-EXIT
005040         UNTIL WS-POSTMST-EOF.
005050 3000-EXIT.
005060     EXIT.
005070
005080 3100-PURGE-ONE.
005090     READ POSTING-MASTER-FILE NEXT RECORD
005100         AT END
005110             SET WS-POSTMST-EOF TO TRUE
005120             GO TO 3100-EXIT
005130     END-READ.
005140     IF WS-POSTMST-STATUS NOT = "00" AND "02"
005150         STRING "  *** POSTMST READ FAILED - STATUS "
005160             WS-POSTMST-STATUS " ***"
005170             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
005180         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
005190         SET WS-UPDATE-FAILED TO TRUE
005200         SET WS-POSTMST-EOF TO TRUE
005210         GO TO 3100-EXIT
005220     END-IF.
005230     IF PM-POST-DATE NOT < WS-CUTOFF-DATE-X
005240         SET WS-POSTMST-EOF TO TRUE
005250         GO TO 3100-EXIT
005260     END-IF.
005270     ADD 1 TO WS-READ-COUNT.
005280     MOVE PM-POST-DATE(1:4) TO WS-LOOK-PERIOD.
005290     PERFORM 3200-FIND-PERIOD THRU 3200-EXIT.
005300     IF WS-PT-HIT = ZERO
005310         ADD 1 TO WS-KEPT-OPEN-CT
005320         GO TO 3100-EXIT
005330     END-IF.
005340     IF WS-PT-NOT-CLOSED(WS-PT-HIT)
005350         ADD 1 TO WS-KEPT-OPEN-CT
005360         GO TO 3100-EXIT
005370     END-IF.
005380     MOVE ZERO TO WS-VT-HIT.
005390     EVALUATE TRUE
005400         WHEN PM-ORIG-KEY NOT = SPACES
005520             PERFORM 3120-FIND-OWN-ENTRY THRU 3120-EXIT
005530                 VARYING WS-VT-SUB FROM 1 BY 1
005540                 UNTIL WS-VT-SUB > WS-VT-COUNT
005550                     OR WS-VT-HIT > ZERO
005560             IF WS-VT-HIT = ZERO
005570                 ADD 1 TO WS-KEPT-PAIR-CT
005580                 GO TO 3100-EXIT
005590             END-IF
005600             IF WS-VT-ORIG-KEPT(WS-VT-HIT)
005610                 ADD 1 TO WS-KEPT-PAIR-CT
005620                 GO TO 3100-EXIT
005630             END-IF
005631         WHEN PM-ACCEPTED
005632             CONTINUE
005633         WHEN PM-REVERSED
005634             PERFORM 3110-FIND-REVERSAL THRU 3110-EXIT
005635                 VARYING WS-VT-SUB FROM 1 BY 1
005636                 UNTIL WS-VT-SUB > WS-VT-COUNT
005637                     OR WS-VT-HIT > ZERO
005638             IF WS-VT-HIT = ZERO
005639                 ADD 1 TO WS-KEPT-PAIR-CT
005640                 GO TO 3100-EXIT
005641             END-IF
005642         WHEN OTHER
005650             ADD 1 TO WS-KEPT-PENDING-CT
005660             GO TO 3100-EXIT
005670     END-EVALUATE.
005680     PERFORM 3300-CHECK-ROOM THRU 3300-EXIT.
005690     IF WS-NO-ROOM
005700         SET WS-TABLE-FULL TO TRUE
005710         ADD 1 TO WS-KEPT-FULL-CT
005720         GO TO 3100-EXIT
005730     END-IF.
005740     PERFORM 3500-MOVE-TO-HISTORY THRU 3500-EXIT.
005750 3100-EXIT.
005760     EXIT.
005770
005780 3110-FIND-REVERSAL.
005790     IF WS-VT-ORIG-KEY(WS-VT-SUB) = PM-KEY
005800         MOVE WS-VT-SUB TO WS-VT-HIT
005810     END-IF.
005820 3110-EXIT.
005830     EXIT.
005840
005850 3120-FIND-OWN-ENTRY.
005860     IF WS-VT-KEY(WS-VT-SUB) = PM-KEY
005870         MOVE WS-VT-SUB TO WS-VT-HIT
005880     END-IF.
005890 3120-EXIT.
005900     EXIT.
005910
005920 3200-FIND-PERIOD.
005930     MOVE ZERO TO WS-PT-HIT.
005940     PERFORM 3210-MATCH-PERIOD THRU 3210-EXIT
005950         VARYING WS-PT-SUB FROM 1 BY 1
005960         UNTIL WS-PT-SUB > WS-PT-COUNT OR WS-PT-HIT > ZERO.
005970 3200-EXIT.
005980     EXIT.
005990
006000 3210-MATCH-PERIOD.
006010     IF WS-PT-PERIOD(WS-PT-SUB) = WS-LOOK-PERIOD
006020         MOVE WS-PT-SUB TO WS-PT-HIT
006030     END-IF.
006040 3210-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------------
006080*    ROOM IN THE ACCOUNT AND PERIOD/ACCOUNT TABLES.  AN ORIGINAL
006090*    NEEDS ROOM FOR ITS REVERSAL AS WELL (SAME ACCOUNT, POSSIBLY
006100*    A LATER PERIOD), SO THE PAIR NEVER GETS SPLIT BY A FULL
006106*    TABLE.  WHEN THE BALANCE-FORWARD TABLE OVERFLOWED, AN
006112*    ACCOUNT NOT IN IT HAS NO ROOM EITHER.
006120*----------------------------------------------------------------
006130 3300-CHECK-ROOM.
006140     SET WS-ROOM TO TRUE.
006150     MOVE ZERO TO WS-NEED-AC.
006160     MOVE ZERO TO WS-NEED-PA.
006170     MOVE PM-ACCOUNT TO WS-LOOK-ACCOUNT.
006171     IF WS-BF-OVERFLOW
006172         MOVE ZERO TO WS-BF-HIT
006173         PERFORM 3350-MATCH-BALANCE-FWD THRU 3350-EXIT
006174             VARYING WS-BF-SUB FROM 1 BY 1
006175             UNTIL WS-BF-SUB > WS-BF-COUNT OR WS-BF-HIT > ZERO
006176         IF WS-BF-HIT = ZERO
006177             SET WS-NO-ROOM TO TRUE
006178             GO TO 3300-EXIT
006179         END-IF
006180     END-IF.
006181     PERFORM 3400-FIND-ACCOUNT THRU 3400-EXIT.
006190     IF WS-AC-HIT = ZERO
006200         MOVE 1 TO WS-NEED-AC
006210     END-IF.
006220     MOVE PM-POST-DATE(1:4) TO WS-LOOK-PERIOD.
006230     PERFORM 3450-FIND-PERIOD-ACCOUNT THRU 3450-EXIT.
006240     IF WS-PA-HIT = ZERO
006250         ADD 1 TO WS-NEED-PA
006260     END-IF.
006270     IF PM-REVERSED
006278         IF WS-VT-KEY(WS-VT-HIT)(1:4) NOT = PM-POST-DATE(1:4)
006286             MOVE WS-VT-KEY(WS-VT-HIT)(1:4) TO WS-LOOK-PERIOD
006294             PERFORM 3450-FIND-PERIOD-ACCOUNT THRU 3450-EXIT
006302             IF WS-PA-HIT = ZERO
006310                 ADD 1 TO WS-NEED-PA
006318             END-IF
006326         END-IF
006340     END-IF.
006350     IF WS-AC-COUNT + WS-NEED-AC > WS-AC-MAX
006360             OR WS-PA-COUNT + WS-NEED-PA > WS-PA-MAX
006370         SET WS-NO-ROOM TO TRUE
006380     END-IF.
006390 3300-EXIT.
006400     EXIT.
006401
006402 3350-MATCH-BALANCE-FWD.
006403     IF WS-BF-ACCOUNT(WS-BF-SUB) = WS-LOOK-ACCOUNT
006404         MOVE WS-BF-SUB TO WS-BF-HIT
006405     END-IF.
006406 3350-EXIT.
006407     EXIT.
006410
006420 3400-FIND-ACCOUNT.
006430     MOVE ZERO TO WS-AC-HIT.
006440     PERFORM 3410-MATCH-ACCOUNT THRU 3410-EXIT
006450         VARYING WS-AC-SUB FROM 1 BY 1
006460         UNTIL WS-AC-SUB > WS-AC-COUNT OR WS-AC-HIT > ZERO.
006470 3400-EXIT.
006480     EXIT.
006490
006500 3410-MATCH-ACCOUNT.
006510     IF WS-AC-ACCOUNT(WS-AC-SUB) = WS-LOOK-ACCOUNT
006520         MOVE WS-AC-SUB TO WS-AC-HIT
006530     END-IF.
006540 3410-EXIT.
006550     EXIT.
006560
006570 3450-FIND-PERIOD-ACCOUNT.
006580     MOVE ZERO TO WS-PA-HIT.
006590     PERFORM 3460-MATCH-PERIOD-ACCOUNT THRU 3460-EXIT
006600         VARYING WS-PA-SUB FROM 1 BY 1
006610         UNTIL WS-PA-SUB > WS-PA-COUNT OR WS-PA-HIT > ZERO.
006620 3450-EXIT.
006630     EXIT.
006640
006650 3460-MATCH-PERIOD-ACCOUNT.
006660     IF WS-PA-PERIOD(WS-PA-SUB) = WS-LOOK-PERIOD
006670             AND WS-PA-ACCOUNT(WS-PA-SUB) = WS-LOOK-ACCOUNT
006680         MOVE WS-PA-SUB TO WS-PA-HIT
006690     END-IF.
006700 3460-EXIT.
006710     EXIT.
006720
006730*----------------------------------------------------------------
006740*    WRITE THE POSTING TO HISTORY, THEN DELETE IT FROM THE
006750*    MASTER.  EITHER FAILURE STOPS THE PURGE WHERE IT IS.
006760*----------------------------------------------------------------
006770 3500-MOVE-TO-HISTORY.
006780     WRITE PH-RECORD FROM PM-RECORD.
006790     IF WS-PMHIST-STATUS NOT = "00"
006800         STRING "  *** PMHIST WRITE FAILED - STATUS "
006810             WS-PMHIST-STATUS " - PURGE STOPPED ***"
006820             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
006830         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
006840         SET WS-UPDATE-FAILED TO TRUE
006850         SET WS-POSTMST-EOF TO TRUE
006860         GO TO 3500-EXIT
006870     END-IF.
006880     ADD 1 TO WS-HIST-CT.
006890     ADD PM-RESULT TO WS-HIST-AMT.
006900     DELETE POSTING-MASTER-FILE RECORD
006910         INVALID KEY
006920             STRING "  *** DELETE FAILED FOR " PM-KEY
006930                 " - ON PMHIST AND POSTMST ***"
006940                 DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
006950             PERFORM 8000-REPORT-LINE THRU 8000-EXIT
006960             SET WS-UPDATE-FAILED TO TRUE
006970             SET WS-POSTMST-EOF TO TRUE
006980             GO TO 3500-EXIT
006990     END-DELETE.
007000     ADD 1 TO WS-REMOVED-CT.
007010     ADD PM-RESULT TO WS-REMOVED-AMT.
007020     IF PM-REVERSED
007030         SET WS-VT-ORIG-PURGED(WS-VT-HIT) TO TRUE
007040     END-IF.
007050     MOVE PM-POST-DATE TO WS-PT-NEW-THRU(WS-PT-HIT).
007060     MOVE PM-ACCOUNT TO WS-LOOK-ACCOUNT.
007070     PERFORM 3400-FIND-ACCOUNT THRU 3400-EXIT.
007080     IF WS-AC-HIT = ZERO
007090         ADD 1 TO WS-AC-COUNT
007100         MOVE WS-AC-COUNT TO WS-AC-HIT
007110         MOVE PM-ACCOUNT TO WS-AC-ACCOUNT(WS-AC-HIT)
007120         MOVE ZERO TO WS-AC-CT(WS-AC-HIT)
007130         MOVE ZERO TO WS-AC-AMOUNT(WS-AC-HIT)
007140     END-IF.
007150     ADD 1 TO WS-AC-CT(WS-AC-HIT).
007160     ADD PM-RESULT TO WS-AC-AMOUNT(WS-AC-HIT).
007170     MOVE PM-POST-DATE(1:4) TO WS-LOOK-PERIOD.
007180     PERFORM 3550-ADD-PERIOD-ACCOUNT THRU 3550-EXIT.
007190     ADD 1 TO WS-PA-CT(WS-PA-HIT).
007200     ADD PM-RESULT TO WS-PA-AMOUNT(WS-PA-HIT).
007210     IF PM-REVERSED
007220         MOVE WS-VT-KEY(WS-VT-HIT)(1:4) TO WS-LOOK-PERIOD
007230         PERFORM 3550-ADD-PERIOD-ACCOUNT THRU 3550-EXIT
007240     END-IF.
007250 3500-EXIT.
007260     EXIT.
007270
007280*    THE REVERSAL'S SLOT IS TAKEN AS SOON AS ITS ORIGINAL GOES,
007290*    SO NOTHING IN BETWEEN CAN FILL THE TABLE AHEAD OF IT.
007300 3550-ADD-PERIOD-ACCOUNT.
007310     PERFORM 3450-FIND-PERIOD-ACCOUNT THRU 3450-EXIT.
007320     IF WS-PA-HIT = ZERO
007330         ADD 1 TO WS-PA-COUNT
007340         MOVE WS-PA-COUNT TO WS-PA-HIT
007350         MOVE WS-LOOK-PERIOD TO WS-PA-PERIOD(WS-PA-HIT)
007360         MOVE WS-LOOK-ACCOUNT TO WS-PA-ACCOUNT(WS-PA-HIT)
007370         MOVE ZERO TO WS-PA-CT(WS-PA-HIT)
007380         MOVE ZERO TO WS-PA-AMOUNT(WS-PA-HIT)
007390     END-IF.
007400 3550-EXIT.
007410     EXIT.
007420
007430*----------------------------------------------------------------
007440*    CARRY EACH ACCOUNT'S REMOVED NET INTO ITS BALANCE-FORWARD
007450*    RECORD.  WHEN THE EXISTING RECORD CANNOT HOLD THE NEW
007460*    BALANCE, THE NET GOES INTO ONE OR MORE NEW RECORDS.
007470*----------------------------------------------------------------
007480 4000-POST-BALANCE-FWD.
007490     PERFORM 4100-POST-ONE-ACCOUNT THRU 4100-EXIT
007500         VARYING WS-AC-SUB FROM 1 BY 1
007510         UNTIL WS-AC-SUB > WS-AC-COUNT
007520             OR WS-UPDATE-FAILED.
007530 4000-EXIT.
007540     EXIT.
007550
007560 4100-POST-ONE-ACCOUNT.
007570     MOVE WS-AC-AMOUNT(WS-AC-SUB) TO WS-BF-REMAIN.
007580     MOVE ZERO TO WS-BF-HIT.
007590     PERFORM 4110-MATCH-BALANCE-FWD THRU 4110-EXIT
007600         VARYING WS-BF-SUB FROM 1 BY 1
007610         UNTIL WS-BF-SUB > WS-BF-COUNT OR WS-BF-HIT > ZERO.
007620     IF WS-BF-HIT = ZERO
007630         PERFORM 4200-WRITE-BALANCE-FWD THRU 4200-EXIT
007640         PERFORM 4200-WRITE-BALANCE-FWD THRU 4200-EXIT
007650             UNTIL WS-BF-REMAIN = ZERO OR WS-UPDATE-FAILED
007660         GO TO 4100-EXIT
007670     END-IF.
007680     COMPUTE WS-BF-TRY = WS-BF-AMOUNT(WS-BF-HIT) + WS-BF-REMAIN.
007690     IF WS-BF-TRY > WS-BF-LIMIT
007700             OR WS-BF-TRY < ZERO - WS-BF-LIMIT
007710         PERFORM 4200-WRITE-BALANCE-FWD THRU 4200-EXIT
007720             UNTIL WS-BF-REMAIN = ZERO OR WS-UPDATE-FAILED
007730         GO TO 4100-EXIT
007740     END-IF.
007750     SET PM-BALANCE-FWD-DATE TO TRUE.
007760     MOVE WS-BF-SEQ(WS-BF-HIT) TO PM-POST-SEQ.
007770     READ POSTING-MASTER-FILE
007780         INVALID KEY
007790             STRING "  *** BALANCE FORWARD " PM-KEY
007800                 " NOT FOUND - NOT UPDATED ***"
007810                 DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
007820             PERFORM 8000-REPORT-LINE THRU 8000-EXIT
007830             SET WS-UPDATE-FAILED TO TRUE
007840             GO TO 4100-EXIT
007850     END-READ.
007860     MOVE WS-BF-TRY TO PM-RESULT.
007870     MOVE WS-CURRENT-DATE TO PM-TS-DATE.
007880     MOVE WS-CURRENT-HHMMSS TO PM-TS-TIME.
007890     REWRITE PM-RECORD
007900         INVALID KEY
007910             STRING "  *** BALANCE FORWARD " PM-KEY
007920                 " REWRITE FAILED ***"
007930                 DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
007940             PERFORM 8000-REPORT-LINE THRU 8000-EXIT
007950             SET WS-UPDATE-FAILED TO TRUE
007960             GO TO 4100-EXIT
007970     END-REWRITE.
007980     MOVE WS-BF-TRY TO WS-BF-AMOUNT(WS-BF-HIT).
007990     ADD 1 TO WS-BF-REWRITTEN-CT.
008000 4100-EXIT.
008010     EXIT.
008020
008030 4110-MATCH-BALANCE-FWD.
008040     IF WS-BF-ACCOUNT(WS-BF-SUB) = WS-AC-ACCOUNT(WS-AC-SUB)
008050         MOVE WS-BF-SUB TO WS-BF-HIT
008060     END-IF.
008070 4110-EXIT.
008080     EXIT.
008090
008100*----------------------------------------------------------------
008110*    ONE NEW BALANCE-FORWARD RECORD FOR AS MUCH OF THE REMAINING
008120*    NET AS PM-RESULT CAN HOLD.  AN ACCOUNT WITH NO RECORD YET
008130*    GETS ONE EVEN WHEN WHAT WAS REMOVED NETS TO ZERO.
008140*----------------------------------------------------------------
008150 4200-WRITE-BALANCE-FWD.
008160     EVALUATE TRUE
008170         WHEN WS-BF-REMAIN > WS-BF-LIMIT
008180             MOVE WS-BF-LIMIT TO WS-BF-CHUNK
008190         WHEN WS-BF-REMAIN < ZERO - WS-BF-LIMIT
008200             COMPUTE WS-BF-CHUNK = ZERO - WS-BF-LIMIT
008210         WHEN OTHER
008220             MOVE WS-BF-REMAIN TO WS-BF-CHUNK
008230     END-EVALUATE.
008240     MOVE SPACES TO PM-RECORD.
008250     SET PM-BALANCE-FWD-DATE TO TRUE.
008260     MOVE WS-BF-NEXT-SEQ TO PM-POST-SEQ.
008270     MOVE ZERO TO PM-NUM1.
008280     MOVE ZERO TO PM-NUM2.
008290     MOVE ZERO TO PM-NUM3.
008300     MOVE WS-BF-CHUNK TO PM-RESULT.
008310     MOVE WS-AC-ACCOUNT(WS-AC-SUB) TO PM-ACCOUNT.
008320     MOVE WS-CURRENT-DATE TO PM-TS-DATE.
008330     MOVE WS-CURRENT-HHMMSS TO PM-TS-TIME.
008340     SET PM-BALANCE-FWD TO TRUE.
008350     MOVE ZERO TO PM-DEPT.
008360     WRITE PM-RECORD
008370         INVALID KEY
008380             STRING "  *** BALANCE FORWARD " PM-KEY
008390                 " WRITE FAILED ***"
008400                 DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
008410             PERFORM 8000-REPORT-LINE THRU 8000-EXIT
008420             SET WS-UPDATE-FAILED TO TRUE
008430             GO TO 4200-EXIT
008440     END-WRITE.
008450     ADD 1 TO WS-BF-NEXT-SEQ.
008460     ADD 1 TO WS-BF-WRITTEN-CT.
008470     SUBTRACT WS-BF-CHUNK FROM WS-BF-REMAIN.
008480 4200-EXIT.
008490     EXIT.
008500
008510*----------------------------------------------------------------
008520*    RECORD ON PERIODS THE LAST DATE PURGED FROM EACH PERIOD.
008530*    AN EARLIER PURGE MAY HAVE GONE FURTHER; THE LATER DATE
008540*    STANDS.
008550*----------------------------------------------------------------
008560 4500-MARK-PERIODS.
008570     PERFORM 4600-MARK-ONE-PERIOD THRU 4600-EXIT
008580         VARYING WS-PT-SUB FROM 1 BY 1
008590         UNTIL WS-PT-SUB > WS-PT-COUNT.
008600 4500-EXIT.
008610     EXIT.
008620
008630 4600-MARK-ONE-PERIOD.
008640     IF WS-PT-NEW-THRU(WS-PT-SUB) = SPACES
008650         GO TO 4600-EXIT
008660     END-IF.
008670     MOVE WS-PT-PERIOD(WS-PT-SUB) TO PD-PERIOD.
008680     READ PERIOD-FILE
008690         INVALID KEY
008700             SET WS-UPDATE-FAILED TO TRUE
008710             STRING "  *** PERIOD " WS-PT-PERIOD(WS-PT-SUB)
008720                 " NOT ON PERIODS - NOT MARKED PURGED ***"
008730                 DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
008740             PERFORM 8000-REPORT-LINE THRU 8000-EXIT
008750             GO TO 4600-EXIT
008760     END-READ.
008770     IF PD-PURGED-THRU NOT = SPACES
008780             AND PD-PURGED-THRU NOT < WS-PT-NEW-THRU(WS-PT-SUB)
008790         GO TO 4600-EXIT
008800     END-IF.
008810     MOVE WS-PT-NEW-THRU(WS-PT-SUB) TO PD-PURGED-THRU.
008820     REWRITE PD-RECORD
008830         INVALID KEY
008840             SET WS-UPDATE-FAILED TO TRUE
008850             STRING "  *** PERIOD " WS-PT-PERIOD(WS-PT-SUB)
008860                 " REWRITE FAILED - NOT MARKED PURGED ***"
008870                 DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
008880             PERFORM 8000-REPORT-LINE THRU 8000-EXIT
008890     END-REWRITE.
008900 4600-EXIT.
008910     EXIT.
008920
008930*----------------------------------------------------------------
008940*    RE-ADD THE BALANCE-FORWARD RECORDS NOW ON THE MASTER.  THE
008950*    PURGE PROVES WHEN THE HISTORY WRITTEN AND THE GROWTH IN
008960*    THE BALANCE-FORWARD RECORDS BOTH EQUAL WHAT WAS REMOVED.
008970*----------------------------------------------------------------
008980 5000-PROVE-PURGE.
008990     SET WS-BF-NOT-EOF TO TRUE.
009000     SET PM-BALANCE-FWD-DATE TO TRUE.
009010     MOVE ZERO TO PM-POST-SEQ.
009020     START POSTING-MASTER-FILE
009030         KEY IS NOT LESS THAN PM-KEY
009040         INVALID KEY
009050             SET WS-BF-EOF TO TRUE
009060     END-START.
009070     PERFORM 5100-ADD-BALANCE-FWD THRU 5100-EXIT
009080         UNTIL WS-BF-EOF.
009090     COMPUTE WS-BF-ADDED-AMT = WS-BF-AFTER-AMT - WS-BF-BEFORE-AMT.
009100     IF WS-HIST-CT = WS-REMOVED-CT
009110             AND WS-HIST-AMT = WS-REMOVED-AMT
009120             AND WS-BF-ADDED-AMT = WS-REMOVED-AMT
009130         SET WS-PROVED TO TRUE
009140     ELSE
009150         SET WS-NOT-PROVED TO TRUE
009160     END-IF.
009170 5000-EXIT.
009180     EXIT.
009190
009200 5100-ADD-BALANCE-FWD.
009210     READ POSTING-MASTER-FILE NEXT RECORD
009220         AT END
009230             SET WS-BF-EOF TO TRUE
009240             GO TO 5100-EXIT
009250     END-READ.
009260     IF WS-POSTMST-STATUS NOT = "00" AND "02"
009270             OR NOT PM-BALANCE-FWD-DATE
009280         SET WS-BF-EOF TO TRUE
009290         GO TO 5100-EXIT
009300     END-IF.
009310     ADD PM-RESULT TO WS-BF-AFTER-AMT.
009320 5100-EXIT.
009330     EXIT.
009340
009350*----------------------------------------------------------------
009360*    THE PURGE REPORT - WHAT WAS REMOVED BY PERIOD AND ACCOUNT,
009370*    WHAT EACH ACCOUNT CARRIED FORWARD, WHAT WAS KEPT AND WHY,
009380*    AND THE PROOF.
009390*----------------------------------------------------------------
009400 6000-WRITE-REPORT.
009410     MOVE "  REMOVED BY PERIOD AND ACCOUNT" TO WS-RPT-LINE-TEXT.
009420     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009430     MOVE "    PERIOD  ACCOUNT     POSTINGS            AMOUNT"
009440         TO WS-RPT-LINE-TEXT.
009450     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009460     PERFORM 6050-PERIOD-SECTION THRU 6050-EXIT
009470         VARYING WS-PT-SUB FROM 1 BY 1
009480         UNTIL WS-PT-SUB > WS-PT-COUNT.
009490     MOVE SPACES TO WS-RPT-LINE-TEXT.
009500     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009510     MOVE "  CARRIED TO BALANCE FORWARD BY ACCOUNT"
009520         TO WS-RPT-LINE-TEXT.
009530     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009540     MOVE "            ACCOUNT     POSTINGS            AMOUNT"
009550         TO WS-RPT-LINE-TEXT.
009560     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009570     PERFORM 6200-ACCOUNT-LINE THRU 6200-EXIT
009580         VARYING WS-AC-SUB FROM 1 BY 1
009590         UNTIL WS-AC-SUB > WS-AC-COUNT.
009600     MOVE "============================================="
009610         TO WS-RPT-LINE-TEXT.
009620     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009630     MOVE WS-READ-COUNT TO WS-RPT-CT-EDIT.
009640     STRING "  POSTINGS BEFORE CUTOFF . . . : " WS-RPT-CT-EDIT
009650         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009660     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009670     MOVE WS-KEPT-OPEN-CT TO WS-RPT-CT-EDIT.
009680     STRING "  KEPT - PERIOD NOT CLOSED . . : " WS-RPT-CT-EDIT
009690         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009700     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009710     MOVE WS-KEPT-PENDING-CT TO WS-RPT-CT-EDIT.
009720     STRING "  KEPT - STATUS P OR G . . . . : " WS-RPT-CT-EDIT
009730         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009740     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009750     MOVE WS-KEPT-PAIR-CT TO WS-RPT-CT-EDIT.
009760     STRING "  KEPT - PAIR NOT BOTH DUE . . : " WS-RPT-CT-EDIT
009770         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009780     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009790     MOVE WS-KEPT-FULL-CT TO WS-RPT-CT-EDIT.
009800     STRING "  KEPT - TABLE FULL  . . . . . : " WS-RPT-CT-EDIT
009810         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009820     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009830     MOVE WS-REMOVED-CT TO WS-RPT-CT-EDIT.
009840     MOVE WS-REMOVED-AMT TO WS-RPT-AMT-EDIT.
009850     STRING "  REMOVED FROM POSTMST . . . . : " WS-RPT-CT-EDIT
009860         " " WS-RPT-AMT-EDIT
009870         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009880     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009890     MOVE WS-HIST-CT TO WS-RPT-CT-EDIT.
009900     MOVE WS-HIST-AMT TO WS-RPT-AMT-EDIT.
009910     STRING "  WRITTEN TO PMHIST  . . . . . : " WS-RPT-CT-EDIT
009920         " " WS-RPT-AMT-EDIT
009930         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009940     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009950     MOVE WS-BF-BEFORE-AMT TO WS-RPT-AMT-EDIT.
009960     STRING "  BALANCE FORWARD BEFORE . . . : "
009970         "        " WS-RPT-AMT-EDIT
009980         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009990     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
010000     MOVE WS-BF-AFTER-AMT TO WS-RPT-AMT-EDIT.
010010     STRING "  BALANCE FORWARD AFTER  . . . : "
010020         "        " WS-RPT-AMT-EDIT
010030         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
010040     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
010050     MOVE WS-BF-ADDED-AMT TO WS-RPT-AMT-EDIT.
010060     STRING "  BALANCE FORWARD ADDED  . . . : "
010070         "        " WS-RPT-AMT-EDIT
010080         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
010090     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
010100     MOVE WS-BF-WRITTEN-CT TO WS-RPT-CT-EDIT.
010110     STRING "  BALANCE FORWARDS WRITTEN . . : " WS-RPT-CT-EDIT
010120         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
010130     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
010140     MOVE WS-BF-REWRITTEN-CT TO WS-RPT-CT-EDIT.
010150     STRING "  BALANCE FORWARDS UPDATED . . : " WS-RPT-CT-EDIT
010160         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
010170     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
010180     IF WS-TABLE-FULL
010190         MOVE "  ** A TABLE FILLED - RUN AGAIN FOR THE REST **"
010200             TO WS-RPT-LINE-TEXT
010210         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
010220     END-IF.
010230     EVALUATE TRUE
010240         WHEN WS-UPDATE-FAILED
010250             MOVE "  *** UPDATE FAILED - SEE ABOVE ***"
010260                 TO WS-RPT-LINE-TEXT
010270         WHEN WS-NOT-PROVED
010280             MOVE "  *** PURGE DOES NOT PROVE - CHECK POSTMST ***"
010290                 TO WS-RPT-LINE-TEXT
010300         WHEN OTHER
010310             MOVE "  *** HISTORY = BALANCE FORWARD = REMOVED ***"
010320                 TO WS-RPT-LINE-TEXT
010330     END-EVALUATE.
010340     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
010350     MOVE "============================================="
010360         TO WS-RPT-LINE-TEXT.
010370     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
010380 6000-EXIT.
010390     EXIT.
010400
010410*----------------------------------------------------------------
010420*    ONE PERIOD'S ACCOUNTS AND ITS SUBTOTAL.  PERIODS COME FROM
010430*    THE PERIOD TABLE, WHICH IS IN PERIOD ORDER.
010440*----------------------------------------------------------------
010450 6050-PERIOD-SECTION.
010460     MOVE WS-PT-PERIOD(WS-PT-SUB) TO WS-SUB-PERIOD.
010470     MOVE ZERO TO WS-SUB-CT.
010480     MOVE ZERO TO WS-SUB-AMT.
010490     PERFORM 6100-PERIOD-ACCOUNT-LINE THRU 6100-EXIT
010500         VARYING WS-PA-SUB FROM 1 BY 1
010510         UNTIL WS-PA-SUB > WS-PA-COUNT.
010520     IF WS-SUB-CT > ZERO
010530         PERFORM 6150-PERIOD-TOTAL-LINE THRU 6150-EXIT
010540     END-IF.
010550 6050-EXIT.
010560     EXIT.
010570
010580 6100-PERIOD-ACCOUNT-LINE.
010590     IF WS-PA-PERIOD(WS-PA-SUB) NOT = WS-SUB-PERIOD
010600         GO TO 6100-EXIT
010610     END-IF.
010620     MOVE WS-PA-PERIOD(WS-PA-SUB) TO WS-DL-PERIOD.
010630     MOVE WS-PA-ACCOUNT(WS-PA-SUB) TO WS-DL-ACCOUNT.
010640     MOVE WS-PA-CT(WS-PA-SUB) TO WS-DL-CT.
010650     MOVE WS-PA-AMOUNT(WS-PA-SUB) TO WS-DL-AMOUNT.
010660     MOVE WS-DETAIL-LINE TO WS-RPT-LINE-TEXT.
010670     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
010680     ADD WS-PA-CT(WS-PA-SUB) TO WS-SUB-CT.
010690     ADD WS-PA-AMOUNT(WS-PA-SUB) TO WS-SUB-AMT.
010700 6100-EXIT.
010710     EXIT.
010720
010730 6150-PERIOD-TOTAL-LINE.
010740     MOVE WS-SUB-PERIOD TO WS-DL-PERIOD.
010750     MOVE "TOTAL" TO WS-DL-ACCOUNT.
010760     MOVE WS-SUB-CT TO WS-DL-CT.
010770     MOVE WS-SUB-AMT TO WS-DL-AMOUNT.
010780     MOVE WS-DETAIL-LINE TO WS-RPT-LINE-TEXT.
010790     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
010800     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
010810 6150-EXIT.
010820     EXIT.
010830
010840 6200-ACCOUNT-LINE.
010850     MOVE SPACES TO WS-DL-PERIOD.
010860     MOVE WS-AC-ACCOUNT(WS-AC-SUB) TO WS-DL-ACCOUNT.
010870     MOVE WS-AC-CT(WS-AC-SUB) TO WS-DL-CT.
010880     MOVE WS-AC-AMOUNT(WS-AC-SUB) TO WS-DL-AMOUNT.
010890     MOVE WS-DETAIL-LINE TO WS-RPT-LINE-TEXT.
010900     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
010910 6200-EXIT.
010920     EXIT.
010930
010940 8000-REPORT-LINE.
010950     DISPLAY WS-RPT-LINE-TEXT.
010960     MOVE WS-RPT-LINE-TEXT TO PR-RECORD.
010970     WRITE PR-RECORD.
010980     MOVE SPACES TO WS-RPT-LINE-TEXT.
010990 8000-EXIT.
011000     EXIT.
011010
011020 9000-TERMINATE.
011030     IF WS-CARDS-INVALID
011040         GO TO 9000-EXIT
011050     END-IF.
011060     IF WS-FILES-OPEN
011070         CLOSE POSTING-MASTER-FILE
011080         CLOSE PERIOD-FILE
011090         CLOSE HISTORY-FILE
011100     END-IF.
011110     CLOSE PURGE-REPORT-FILE.
011120 9000-EXIT.
011130     EXIT.
011140
011150*----------------------------------------------------------------
011160*    APPEND THIS RUN TO THE SHARED RUN HISTORY.  THE HISTORY
011170*    RECORDS THE RUN, IT IS NOT PART OF IT - A RUNHIST THAT
011180*    WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE RETURN
011190*    CODE IS LEFT AS IT IS.
011200*----------------------------------------------------------------
011210 9800-WRITE-RUN-HISTORY.
011220     OPEN EXTEND RUN-HISTORY-FILE.
011230     IF WS-RUNHIST-STATUS = "35" OR "05"
011240         OPEN OUTPUT RUN-HISTORY-FILE
011250     END-IF.
011260     IF WS-RUNHIST-STATUS NOT = "00"
011270         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
011280             " - RUN NOT RECORDED ***"
011290         GO TO 9800-EXIT
011300     END-IF.
011310     IF WS-RUN-BUS-DATE = SPACES
011320         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
011330     END-IF.
011340     IF WS-RUN-THRU-DATE = SPACES
011350         MOVE WS-RUN-BUS-DATE TO WS-RUN-THRU-DATE
011360     END-IF.
011370     MOVE SPACES TO RH-RECORD.
011380     MOVE "PMPURGE" TO RH-PROGRAM.
011390     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
011400     MOVE WS-RUN-THRU-DATE TO RH-THRU-DATE.
011410     MOVE WS-RUN-START-DATE TO RH-START-DATE.
011420     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
011430     ACCEPT RH-END-DATE FROM DATE.
011440     ACCEPT WS-RUN-END-TIME FROM TIME.
011450     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
011460     MOVE WS-PURGE-RC TO RH-RETURN-CODE.
011470     MOVE "READ" TO RH-COUNT-1-LABEL.
011480     MOVE WS-READ-COUNT TO RH-COUNT-1.
011490     MOVE "REMOVED" TO RH-COUNT-2-LABEL.
011500     MOVE WS-REMOVED-CT TO RH-COUNT-2.
011510     MOVE "HISTORY" TO RH-COUNT-3-LABEL.
011520     MOVE WS-HIST-CT TO RH-COUNT-3.
011530     WRITE RH-RECORD.
011540     CLOSE RUN-HISTORY-FILE.
011550 9800-EXIT.
011560     EXIT.
