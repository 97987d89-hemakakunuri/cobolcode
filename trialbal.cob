000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TRIALBAL.
000120 AUTHOR. D. WHITFIELD.
000130 INSTALLATION. FINANCE-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*                                                               *
000180*    T R I A L B A L                                           *
000190*                                                               *
000200*    MONTH-END TRIAL BALANCE.  FOR THE SYSIN PERIOD (YYMM),    *
000210*    EVERY ACCOUNT ON THE ACCOUNT MASTER WITH ITS OPENING      *
000220*    YEAR-TO-DATE BALANCE, THE PERIOD'S ACTIVITY AND ITS       *
000230*    CLOSING BALANCE.  CLOSED MONTHS ARE TAKEN FROM THE        *
000240*    PERCLOSE TOTALS ON PERTOTS; OPEN MONTHS ARE SWEPT FROM    *
000250*    THE POSTING MASTER.  ACCOUNTS ARE GROUPED ACTIVE AND      *
000260*    INACTIVE, AND ANY ACCOUNT CARRYING A BALANCE WITH NO      *
000270*    ACCOUNT MASTER RECORD IS CALLED OUT IN A GROUP OF ITS     *
000280*    OWN.  DEBIT AND CREDIT BALANCES ARE TOTALLED SEPARATELY   *
000290*    AND PROVED AGAINST THE SUSPENSE POSITION GLJRNL HAS       *
000300*    BUILT UP FOR THE SAME MONTHS.  EVERY ACCOUNT IS ALSO      *
000310*    WRITTEN TO THE FIXED-WIDTH TBEXTR EXTRACT.                *
000320*                                                               *
000330*    SYSIN CARRIES THE PERIOD (YYMM), THE FIRST MONTH OF THE   *
000340*    FISCAL YEAR (MM, BLANK FOR 01) AND THE SUSPENSE ACCOUNT   *
000350*    (BLANK FOR THE GLJRNL DEFAULT).                           *
000360*                                                               *
000370*        RC 00  TRIAL BALANCE PROVED                           *
000380*        RC 04  NOT PROVED, OR WARNINGS ON THE REPORT          *
000390*        RC 08  A CONTROL CARD IS MISSING OR UNREADABLE        *
000400*        RC 12  INCOMPLETE - ACCOUNT MASTER OR POSTING MASTER  *
000410*               UNAVAILABLE, OR THE ACCOUNT TABLE FILLED       *
000420*                                                               *
000430*****************************************************************
000440*
000450*    MODIFICATION HISTORY
000460*    --------------------
000470*    10/15/2026  DW    ORIGINAL PROGRAM.
000472*    10/15/2026  DW    EACH RUN NOW APPENDS A RECORD - PROGRAM,
000474*                       BUSINESS DATE, START AND END, RETURN
000476*                       CODE AND KEY COUNTS - TO THE SHARED
000478*                       RUNHIST RUN HISTORY FOR STEPTRAK.
000480*    10/15/2026  DW    PT-RECORD NOW COPIED FROM PERTOTR.  A NEW
000482*                       PERTOTS SET STARTS ON A CHANGE OF CLOSE
000484*                       STAMP AS WELL AS OF PERIOD, SO BACK-TO-
000486*                       BACK CLOSES OF A MONTH ARE NOT MERGED.
000488*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT PERIOD-FILE ASSIGN TO "PERIODS"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS PD-PERIOD
000590         FILE STATUS IS WS-PERIOD-STATUS.
000600     SELECT POSTING-MASTER-FILE ASSIGN TO "POSTMST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS PM-KEY
000640         ALTERNATE RECORD KEY IS PM-ACCOUNT
000650             WITH DUPLICATES
000660         FILE STATUS IS WS-POSTMST-STATUS.
000670     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS AM-ACCOUNT-CODE
000710         FILE STATUS IS WS-ACCTMST-STATUS.
000720     SELECT PERIOD-TOTAL-FILE ASSIGN TO "PERTOTS"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-PERTOT-STATUS.
000750     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-GLJRNL-STATUS.
000780     SELECT TB-EXTRACT-FILE ASSIGN TO "TBEXTR"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-TBEXTR-STATUS.
000810     SELECT TB-REPORT-FILE ASSIGN TO "TBRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-TBRPT-STATUS.
000832     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000834         ORGANIZATION IS LINE SEQUENTIAL
000836         FILE STATUS IS WS-RUNHIST-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  PERIOD-FILE.
000880     COPY PERDREC.
000890
000900 FD  POSTING-MASTER-FILE.
000910     COPY POSTMSTR.
000920
000930 FD  ACCOUNT-MASTER-FILE.
000940     COPY ACCTMSTR.
000950
000960*----------------------------------------------------------------
000970*    PER-ACCOUNT PERIOD TOTALS AS PERCLOSE WRITES THEM - ONE SET
000980*    OF RECORDS PER CLOSE.  A MONTH CLOSED AGAIN AFTER A REOPEN
000990*    HAS A LATER SET, AND ONLY THE LAST SET COUNTS.
001000*----------------------------------------------------------------
001010 FD  PERIOD-TOTAL-FILE.
001020     COPY PERTOTR.
001110
001120 FD  GL-JOURNAL-FILE.
001130     COPY GLJRNLR.
001140
001150 FD  TB-EXTRACT-FILE.
001160     COPY TRIALBR.
001170
001180 FD  TB-REPORT-FILE.
001190 01  TR-RECORD                   PIC X(80).
001191
001192*----------------------------------------------------------------
001193*    ONE RECORD PER RUN, APPENDED TO THE SHARED RUN HISTORY.
001194*----------------------------------------------------------------
001195 FD  RUN-HISTORY-FILE.
001196     COPY RUNHISTR.
001200
001210 WORKING-STORAGE SECTION.
001220*----------------------------------------------------------------
001230*    FILE STATUS FIELDS
001240*----------------------------------------------------------------
001250 77  WS-PERIOD-STATUS           PIC X(02) VALUE SPACES.
001260 77  WS-POSTMST-STATUS          PIC X(02) VALUE SPACES.
001270 77  WS-ACCTMST-STATUS          PIC X(02) VALUE SPACES.
001280 77  WS-PERTOT-STATUS           PIC X(02) VALUE SPACES.
001290 77  WS-GLJRNL-STATUS           PIC X(02) VALUE SPACES.
001300 77  WS-TBEXTR-STATUS           PIC X(02) VALUE SPACES.
001310 77  WS-TBRPT-STATUS            PIC X(02) VALUE SPACES.
001320
001330*----------------------------------------------------------------
001340*    SYSIN CONTROL CARDS - THE PERIOD (YYMM), THE FIRST MONTH OF
001350*    THE FISCAL YEAR (MM) AND THE SUSPENSE ACCOUNT.  AN
001360*    UNREADABLE CARD ENDS THE JOB RC 8 WITHOUT A REPORT.
001370*----------------------------------------------------------------
001380 77  WS-CARD-FIELD              PIC X(11) VALUE SPACES.
001390 01  WS-TB-PERIOD.
001400     05  WS-TB-YY               PIC 9(02).
001410     05  WS-TB-MM               PIC 9(02).
001420 01  WS-TB-PERIOD-X REDEFINES WS-TB-PERIOD
001430                                PIC X(04).
001440 77  WS-FY-FIRST-MM             PIC 9(02) VALUE 1.
001450 77  WS-SUSP-ACCOUNT            PIC X(11) VALUE "99999999".
001460 77  WS-CARDS-VALID-SW          PIC X(01) VALUE "N".
001470     88  WS-CARDS-VALID         VALUE "Y".
001480     88  WS-CARDS-INVALID       VALUE "N".
001490 77  WS-TB-RC                   PIC 9(02) VALUE ZERO.
001500
001510*----------------------------------------------------------------
001520*    THE MONTHS OF THE FISCAL YEAR UP TO AND INCLUDING THE
001530*    REQUESTED PERIOD, AND WHERE EACH ONE'S FIGURES COME FROM.
001540*    A MONTH WITH NO PERIODS RECORD IS OPEN.
001550*----------------------------------------------------------------
001560 01  WS-WORK-PERIOD.
001570     05  WS-WORK-YY             PIC 9(02).
001580     05  WS-WORK-MM             PIC 9(02).
001590 01  WS-WORK-PERIOD-X REDEFINES WS-WORK-PERIOD
001600                                PIC X(04).
001610 01  WS-FY-FIRST-PERIOD         PIC X(04) VALUE SPACES.
001620 77  WS-MON-COUNT               PIC 9(02) COMP VALUE ZERO.
001630 77  WS-MON-SUB                 PIC 9(02) COMP VALUE ZERO.
001640 77  WS-MON-HIT-SUB             PIC 9(02) COMP VALUE ZERO.
001650 77  WS-MON-DONE-SW             PIC X(01) VALUE "N".
001660     88  WS-MON-DONE            VALUE "Y".
001670     88  WS-MON-NOT-DONE        VALUE "N".
001680 01  WS-MON-TABLE.
001690     05  WS-MON-ENTRY OCCURS 12 TIMES.
001700         10  WS-MON-PERIOD      PIC X(04).
001710         10  WS-MON-CLOSED-SW   PIC X(01).
001720             88  WS-MON-CLOSED      VALUE "C".
001730             88  WS-MON-OPEN        VALUE "O".
001740         10  WS-MON-SOURCE-SW   PIC X(01).
001750             88  WS-MON-FROM-PERTOTS VALUE "T".
001760             88  WS-MON-FROM-MASTER  VALUE "M".
001770         10  WS-MON-LAST-SET    PIC 9(05) COMP.
001780 77  WS-PERIODS-SW              PIC X(01) VALUE "N".
001790     88  WS-PERIODS-OPEN        VALUE "Y".
001800     88  WS-PERIODS-UNAVAIL     VALUE "N".
001810
001820*----------------------------------------------------------------
001830*    PERTOTS PASSES - THE FIRST FINDS THE LAST SET WRITTEN FOR
001840*    EACH MONTH, THE SECOND TAKES ONLY THAT SET.  A SET IS A RUN
001850*    OF RECORDS FOR ONE PERIOD WITH ONE CLOSE STAMP.
001860*----------------------------------------------------------------
001870 77  WS-PERTOT-EOF-SW           PIC X(01) VALUE "N".
001880     88  WS-PERTOT-EOF          VALUE "Y".
001890     88  WS-PERTOT-NOT-EOF      VALUE "N".
001900 77  WS-PERTOT-SW               PIC X(01) VALUE "N".
001910     88  WS-PERTOT-AVAIL        VALUE "Y".
001920     88  WS-PERTOT-UNAVAIL      VALUE "N".
001930 77  WS-PT-SET-NO               PIC 9(05) COMP VALUE ZERO.
001940 77  WS-PT-PREV-PERIOD          PIC X(04) VALUE SPACES.
001945 77  WS-PT-PREV-STAMP           PIC X(14) VALUE SPACES.
001950 77  WS-PT-USED-COUNT           PIC 9(07) COMP VALUE ZERO.
001960
001970*----------------------------------------------------------------
001980*    POSTING MASTER SWEEP OF THE OPEN MONTHS
001990*----------------------------------------------------------------
002000 77  WS-POSTMST-EOF-SW          PIC X(01) VALUE "N".
002010     88  WS-POSTMST-EOF         VALUE "Y".
002020     88  WS-POSTMST-NOT-EOF     VALUE "N".
002030 77  WS-POSTMST-SW              PIC X(01) VALUE "N".
002040     88  WS-POSTMST-OPEN        VALUE "Y".
002050     88  WS-POSTMST-UNAVAIL     VALUE "N".
002060 77  WS-SWEEP-COUNT             PIC 9(07) COMP VALUE ZERO.
002070
002080*----------------------------------------------------------------
002090*    ACCOUNT TABLE - LOADED FROM THE ACCOUNT MASTER IN KEY
002100*    ORDER, THEN EXTENDED WITH ANY ACCOUNT FOUND ON PERTOTS OR
002110*    THE POSTING MASTER THAT THE ACCOUNT MASTER DOES NOT HOLD.
002120*----------------------------------------------------------------
002130 77  WS-ACCTMST-SW              PIC X(01) VALUE "N".
002140     88  WS-ACCTMST-OPEN        VALUE "Y".
002150     88  WS-ACCTMST-UNAVAIL     VALUE "N".
002160 77  WS-ACCTMST-EOF-SW          PIC X(01) VALUE "N".
002170     88  WS-ACCTMST-EOF         VALUE "Y".
002180     88  WS-ACCTMST-NOT-EOF     VALUE "N".
002190 77  WS-ACCT-MAX                PIC 9(04) COMP VALUE 2000.
002200 77  WS-ACCT-COUNT              PIC 9(04) COMP VALUE ZERO.
002210 77  WS-ACCT-SUB                PIC 9(04) COMP VALUE ZERO.
002220 77  WS-ACCT-HIT-SUB            PIC 9(04) COMP VALUE ZERO.
002230 01  WS-ACCT-TABLE.
002240     05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
002250         10  WS-ACCT-CODE       PIC X(08).
002260         10  WS-ACCT-DESC       PIC X(30).
002270         10  WS-ACCT-GROUP      PIC X(01).
002280         10  WS-ACCT-OPENING    PIC S9(11)V99 COMP.
002290         10  WS-ACCT-ACTIVITY   PIC S9(11)V99 COMP.
002300 77  WS-ACCT-OVERFLOW-SW        PIC X(01) VALUE "N".
002310     88  WS-ACCT-OVERFLOW       VALUE "Y".
002320     88  WS-ACCT-NO-OVERFLOW    VALUE "N".
002330 77  WS-LOOK-ACCOUNT            PIC X(08) VALUE SPACES.
002340 77  WS-LOOK-DESC               PIC X(30) VALUE SPACES.
002350 77  WS-LOOK-AMOUNT             PIC S9(11)V99 COMP VALUE ZERO.
002360 77  WS-UNKNOWN-COUNT           PIC 9(05) COMP VALUE ZERO.
002370
002380*----------------------------------------------------------------
002390*    GROUP AND GRAND TOTALS.  A POSITIVE CLOSING BALANCE IS A
002400*    DEBIT, A NEGATIVE ONE A CREDIT, THE SAME SIDES GLJRNL USES.
002410*----------------------------------------------------------------
002420 77  WS-PRINT-GROUP             PIC X(01) VALUE SPACE.
002430 77  WS-CLOSING                 PIC S9(11)V99 COMP VALUE ZERO.
002440 77  WS-GRP-COUNT               PIC 9(05) COMP VALUE ZERO.
002450 77  WS-GRP-DR-TOTAL            PIC S9(13)V99 COMP VALUE ZERO.
002460 77  WS-GRP-CR-TOTAL            PIC S9(13)V99 COMP VALUE ZERO.
002470 77  WS-TOT-DR-TOTAL            PIC S9(13)V99 COMP VALUE ZERO.
002480 77  WS-TOT-CR-TOTAL            PIC S9(13)V99 COMP VALUE ZERO.
002490 77  WS-TOT-NET                 PIC S9(13)V99 COMP VALUE ZERO.
002500 77  WS-EXTRACT-COUNT           PIC 9(07) COMP VALUE ZERO.
002510
002520*----------------------------------------------------------------
002530*    SUSPENSE PROOF.  GLJRNL OFFSETS EACH DATE'S NET TO THE
002540*    SUSPENSE ACCOUNT, SO ITS SUSPENSE LINES FOR THE SAME MONTHS
002550*    ADD TO THE NEGATIVE OF THE TRIAL BALANCE NET WHEN EVERY
002560*    POSTING HAS BEEN JOURNALED.
002570*----------------------------------------------------------------
002580 77  WS-GLJRNL-EOF-SW           PIC X(01) VALUE "N".
002590     88  WS-GLJRNL-EOF          VALUE "Y".
002600     88  WS-GLJRNL-NOT-EOF      VALUE "N".
002610 77  WS-GLJRNL-SW               PIC X(01) VALUE "N".
002620     88  WS-GLJRNL-AVAIL        VALUE "Y".
002630     88  WS-GLJRNL-UNAVAIL      VALUE "N".
002640 77  WS-SUSP-POSITION           PIC S9(13)V99 COMP VALUE ZERO.
002650 77  WS-SUSP-LINE-COUNT         PIC 9(07) COMP VALUE ZERO.
002660 77  WS-UNDATED-COUNT           PIC 9(07) COMP VALUE ZERO.
002670 77  WS-PROOF-DIFF              PIC S9(13)V99 COMP VALUE ZERO.
002680 77  WS-WARN-COUNT              PIC 9(05) COMP VALUE ZERO.
002690 77  WS-INCOMPLETE-SW           PIC X(01) VALUE "N".
002700     88  WS-RUN-INCOMPLETE      VALUE "Y".
002710     88  WS-RUN-COMPLETE        VALUE "N".
002720
002730*----------------------------------------------------------------
002740*    REPORT EDIT FIELDS
002750*----------------------------------------------------------------
002760 77  WS-RPT-LINE-TEXT           PIC X(80) VALUE SPACES.
002770 77  WS-RPT-CT-EDIT             PIC 9(07) VALUE ZERO.
002780 77  WS-RPT-AMT-EDIT            PIC -(10)9.99.
002790 77  WS-RPT-AMT2-EDIT           PIC -(10)9.99.
002800 77  WS-RPT-AMT3-EDIT           PIC -(10)9.99.
002810 77  WS-RPT-TOT-EDIT            PIC -(12)9.99.
002820 01  WS-HEADING-LINE.
002830     05  FILLER                 PIC X(11) VALUE "  ACCOUNT".
002840     05  FILLER                 PIC X(27) VALUE "DESCRIPTION".
002850     05  FILLER                 PIC X(18) VALUE "OPENING YTD".
002860     05  FILLER                 PIC X(16) VALUE "ACTIVITY".
002870     05  FILLER                 PIC X(07) VALUE "CLOSING".
002880 01  WS-DETAIL-LINE.
002890     05  FILLER                 PIC X(02) VALUE SPACES.
002900     05  WS-DTL-ACCOUNT         PIC X(08).
002910     05  FILLER                 PIC X(01) VALUE SPACE.
002920     05  WS-DTL-DESC            PIC X(22).
002930     05  FILLER                 PIC X(01) VALUE SPACE.
002940     05  WS-DTL-OPENING         PIC -(10)9.99.
002950     05  FILLER                 PIC X(01) VALUE SPACE.
002960     05  WS-DTL-ACTIVITY        PIC -(10)9.99.
002970     05  FILLER                 PIC X(01) VALUE SPACE.
002980     05  WS-DTL-CLOSING         PIC -(10)9.99.
002990     05  FILLER                 PIC X(02) VALUE SPACES.
002991
002992*----------------------------------------------------------------
002993*    RUN HISTORY - WHEN THE RUN STARTED AND THE BUSINESS
002994*    DATES IT WAS FOR, STAMPED ON THE RECORD APPENDED TO
002995*    RUNHIST AS THE RUN ENDS.
002996*----------------------------------------------------------------
002997 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
002998 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
002999 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
003000 77  WS-RUN-THRU-DATE           PIC X(06) VALUE SPACES.
003001 01  WS-RUN-START-TIME.
003002     05  WS-RUN-START-HHMMSS    PIC X(06).
003003     05  FILLER                 PIC X(02).
003004 01  WS-RUN-END-TIME.
003005     05  WS-RUN-END-HHMMSS      PIC X(06).
003006     05  FILLER                 PIC X(02).
003007
003010 PROCEDURE DIVISION.
003020 0000-MAINLINE.
003030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003040     IF WS-CARDS-VALID
003050         PERFORM 2000-LOAD-ACCOUNTS THRU 2000-EXIT
003060         PERFORM 2500-BUILD-MONTHS THRU 2500-EXIT
003070         PERFORM 3000-FIND-PERTOTS-SETS THRU 3000-EXIT
003080         PERFORM 3500-TAKE-PERTOTS THRU 3500-EXIT
003090         PERFORM 4000-SWEEP-OPEN-MONTHS THRU 4000-EXIT
003100         PERFORM 5000-READ-JOURNAL THRU 5000-EXIT
003110         PERFORM 6000-WRITE-TRIAL-BALANCE THRU 6000-EXIT
003120         PERFORM 7000-PROVE-TO-SUSPENSE THRU 7000-EXIT
003130     END-IF.
003140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003150     EVALUATE TRUE
003160         WHEN WS-CARDS-INVALID
003170             MOVE 8 TO WS-TB-RC
003180         WHEN WS-RUN-INCOMPLETE
003190             MOVE 12 TO WS-TB-RC
003200         WHEN WS-WARN-COUNT > ZERO
003210             MOVE 4 TO WS-TB-RC
003220         WHEN OTHER
003230             MOVE ZERO TO WS-TB-RC
003240     END-EVALUATE.
003250     MOVE WS-TB-RC TO RETURN-CODE.
003255     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
003260     STOP RUN.
003270
003280*----------------------------------------------------------------
003290*    READ THE CONTROL CARDS AND OPEN THE FILES.
003300*----------------------------------------------------------------
003310 1000-INITIALIZE.
003313     ACCEPT WS-RUN-START-DATE FROM DATE.
003316     ACCEPT WS-RUN-START-TIME FROM TIME.
003320     SET WS-CARDS-INVALID TO TRUE.
003330     DISPLAY "ENTER THE TRIAL BALANCE PERIOD (YYMM): ".
003340     MOVE SPACES TO WS-CARD-FIELD.
003350     ACCEPT WS-CARD-FIELD.
003360     IF WS-CARD-FIELD(1:4) IS NUMERIC
003370             AND WS-CARD-FIELD(5:7) = SPACES
003380         MOVE WS-CARD-FIELD(1:4) TO WS-TB-PERIOD-X
003390     ELSE
003400         DISPLAY "*** PERIOD CARD MISSING OR NOT YYMM - "
003410             "NO TRIAL BALANCE ***"
003420         GO TO 1000-EXIT
003430     END-IF.
003440     IF WS-TB-MM < 1 OR WS-TB-MM > 12
003450         DISPLAY "*** PERIOD MONTH NOT 01-12 - "
003460             "NO TRIAL BALANCE ***"
003470         GO TO 1000-EXIT
003480     END-IF.
003490     DISPLAY "ENTER THE FIRST MONTH OF THE FISCAL YEAR (MM): ".
003500     MOVE SPACES TO WS-CARD-FIELD.
003510     ACCEPT WS-CARD-FIELD.
003520     IF WS-CARD-FIELD NOT = SPACES
003530         IF WS-CARD-FIELD(1:2) IS NUMERIC
003540                 AND WS-CARD-FIELD(3:9) = SPACES
003550             MOVE WS-CARD-FIELD(1:2) TO WS-FY-FIRST-MM
003560         ELSE
003570             MOVE 99 TO WS-FY-FIRST-MM
003580         END-IF
003590     END-IF.
003600     IF WS-FY-FIRST-MM < 1 OR WS-FY-FIRST-MM > 12
003610         DISPLAY "*** FISCAL YEAR CARD NOT MM 01-12 - "
003620             "NO TRIAL BALANCE ***"
003630         GO TO 1000-EXIT
003640     END-IF.
003650     DISPLAY "ENTER THE SUSPENSE/CLEARING ACCOUNT: ".
003660     MOVE SPACES TO WS-CARD-FIELD.
003670     ACCEPT WS-CARD-FIELD.
003680     IF WS-CARD-FIELD NOT = SPACES
003690         MOVE WS-CARD-FIELD TO WS-SUSP-ACCOUNT
003700     END-IF.
003710     SET WS-CARDS-VALID TO TRUE.
003720     OPEN OUTPUT TB-REPORT-FILE.
003730     OPEN OUTPUT TB-EXTRACT-FILE.
003740     MOVE "============================================="
003750         TO WS-RPT-LINE-TEXT.
003760     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003770     STRING "  TRIAL BALANCE - PERIOD " WS-TB-PERIOD-X
003780         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
003790     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003800     MOVE "============================================="
003810         TO WS-RPT-LINE-TEXT.
003820     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003830     OPEN INPUT ACCOUNT-MASTER-FILE.
003840     IF WS-ACCTMST-STATUS = "00"
003850         SET WS-ACCTMST-OPEN TO TRUE
003860     ELSE
003870         STRING "  *** ACCTMST UNAVAILABLE - STATUS "
003880             WS-ACCTMST-STATUS " ***"
003890             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
003900         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003910         SET WS-RUN-INCOMPLETE TO TRUE
003920         SET WS-ACCTMST-EOF TO TRUE
003930     END-IF.
003940     OPEN INPUT POSTING-MASTER-FILE.
003950     IF WS-POSTMST-STATUS = "00"
003960         SET WS-POSTMST-OPEN TO TRUE
003970     ELSE
003980         STRING "  *** POSTMST UNAVAILABLE - STATUS "
003990             WS-POSTMST-STATUS " ***"
004000             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
004010         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
004020         SET WS-RUN-INCOMPLETE TO TRUE
004030     END-IF.
004040     OPEN INPUT PERIOD-FILE.
004050     IF WS-PERIOD-STATUS = "00"
004060         SET WS-PERIODS-OPEN TO TRUE
004070     ELSE
004080         MOVE "  ** NO PERIODS FILE - ALL MONTHS OPEN **"
004090             TO WS-RPT-LINE-TEXT
004100         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
004110         ADD 1 TO WS-WARN-COUNT
004120     END-IF.
004130 1000-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------------
004170*    EVERY ACCOUNT MASTER RECORD GOES INTO THE TABLE, BALANCE
004180*    OR NOT - THE TRIAL BALANCE LISTS THEM ALL.
004190*----------------------------------------------------------------
004200 2000-LOAD-ACCOUNTS.
004210     IF WS-ACCTMST-EOF
004220         GO TO 2000-EXIT
004230     END-IF.
004240     MOVE LOW-VALUES TO AM-ACCOUNT-CODE.
004250     START ACCOUNT-MASTER-FILE
004260         KEY IS NOT LESS THAN AM-ACCOUNT-CODE
004270         INVALID KEY
004280             SET WS-ACCTMST-EOF TO TRUE
004290     END-START.
004300     PERFORM 2100-LOAD-ONE-ACCOUNT THRU 2100-EXIT
004310         UNTIL WS-ACCTMST-EOF.
004320 2000-EXIT.
004330     EXIT.
004340
004350 2100-LOAD-ONE-ACCOUNT.
004360     READ ACCOUNT-MASTER-FILE NEXT RECORD
004370         AT END
004380             SET WS-ACCTMST-EOF TO TRUE
004390             GO TO 2100-EXIT
004400     END-READ.
004410     IF WS-ACCTMST-STATUS NOT = "00" AND "02"
004420         SET WS-ACCTMST-EOF TO TRUE
004430         GO TO 2100-EXIT
004440     END-IF.
004450     IF WS-ACCT-COUNT NOT < WS-ACCT-MAX
004460         SET WS-ACCT-OVERFLOW TO TRUE
004470         SET WS-ACCTMST-EOF TO TRUE
004480         GO TO 2100-EXIT
004490     END-IF.
004500     ADD 1 TO WS-ACCT-COUNT.
004510     MOVE AM-ACCOUNT-CODE TO WS-ACCT-CODE(WS-ACCT-COUNT).
004520     MOVE AM-DESCRIPTION TO WS-ACCT-DESC(WS-ACCT-COUNT).
004530     IF AM-ACTIVE
004540         MOVE "A" TO WS-ACCT-GROUP(WS-ACCT-COUNT)
004550     ELSE
004560         MOVE "I" TO WS-ACCT-GROUP(WS-ACCT-COUNT)
004570     END-IF.
004580     MOVE ZERO TO WS-ACCT-OPENING(WS-ACCT-COUNT).
004590     MOVE ZERO TO WS-ACCT-ACTIVITY(WS-ACCT-COUNT).
004600 2100-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------------
004640*    LIST THE MONTHS FROM THE START OF THE FISCAL YEAR TO THE
004650*    REQUESTED PERIOD AND LOOK EACH ONE UP ON PERIODS.
004660*----------------------------------------------------------------
004670 2500-BUILD-MONTHS.
004680     MOVE WS-TB-YY TO WS-WORK-YY.
004690     MOVE WS-FY-FIRST-MM TO WS-WORK-MM.
004700     IF WS-TB-MM < WS-FY-FIRST-MM
004710         IF WS-WORK-YY = ZERO
004720             MOVE 99 TO WS-WORK-YY
004730         ELSE
004740             SUBTRACT 1 FROM WS-WORK-YY
004750         END-IF
004760     END-IF.
004770     MOVE WS-WORK-PERIOD-X TO WS-FY-FIRST-PERIOD.
004780     STRING "  FISCAL YEAR FROM . . . . . . : " WS-FY-FIRST-PERIOD
004790         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
004800     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
004810     STRING "  SUSPENSE ACCOUNT . . . . . . : " WS-SUSP-ACCOUNT
004820         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
004830     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
004840     SET WS-MON-NOT-DONE TO TRUE.
004850     PERFORM 2510-ADD-MONTH THRU 2510-EXIT
004860         UNTIL WS-MON-DONE.
004870 2500-EXIT.
004880     EXIT.
004890
004900 2510-ADD-MONTH.
004910     ADD 1 TO WS-MON-COUNT.
004920     MOVE WS-WORK-PERIOD-X TO WS-MON-PERIOD(WS-MON-COUNT).
004930     SET WS-MON-OPEN(WS-MON-COUNT) TO TRUE.
004940     SET WS-MON-FROM-MASTER(WS-MON-COUNT) TO TRUE.
004950     MOVE ZERO TO WS-MON-LAST-SET(WS-MON-COUNT).
004960     IF WS-PERIODS-OPEN
004970         MOVE WS-WORK-PERIOD-X TO PD-PERIOD
004980         READ PERIOD-FILE
004990             INVALID KEY
005000                 CONTINUE
005010             NOT INVALID KEY
005020                 IF PD-CLOSED
005030                     SET WS-MON-CLOSED(WS-MON-COUNT) TO TRUE
005040                 END-IF
005050         END-READ
005060     END-IF.
005070     IF WS-WORK-PERIOD-X = WS-TB-PERIOD-X
005080         SET WS-MON-DONE TO TRUE
005090         GO TO 2510-EXIT
005100     END-IF.
005110     IF WS-WORK-MM = 12
005120         MOVE 1 TO WS-WORK-MM
005130         ADD 1 TO WS-WORK-YY
005140     ELSE
005150         ADD 1 TO WS-WORK-MM
005160     END-IF.
005170 2510-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------------
005210*    FIRST PASS OF PERTOTS - THE LAST SET WRITTEN FOR EACH
005220*    MONTH.  A CLOSED MONTH WITH A SET IS TAKEN FROM PERTOTS;
005230*    EVERY OTHER MONTH IS SWEPT FROM THE POSTING MASTER.
005240*----------------------------------------------------------------
005250 3000-FIND-PERTOTS-SETS.
005260     OPEN INPUT PERIOD-TOTAL-FILE.
005270     IF WS-PERTOT-STATUS = "00"
005280         SET WS-PERTOT-AVAIL TO TRUE
005290         SET WS-PERTOT-NOT-EOF TO TRUE
005300         MOVE ZERO TO WS-PT-SET-NO
005310         MOVE SPACES TO WS-PT-PREV-PERIOD
005315         MOVE SPACES TO WS-PT-PREV-STAMP
005320         PERFORM 3100-NOTE-SET THRU 3100-EXIT
005330             UNTIL WS-PERTOT-EOF
005340         CLOSE PERIOD-TOTAL-FILE
005350     END-IF.
005360     MOVE "  MONTHS IN THE YEAR-TO-DATE" TO WS-RPT-LINE-TEXT.
005370     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
005380     PERFORM 3200-CHOOSE-SOURCE THRU 3200-EXIT
005390         VARYING WS-MON-SUB FROM 1 BY 1
005400         UNTIL WS-MON-SUB > WS-MON-COUNT.
005410 3000-EXIT.
005420     EXIT.
005430
005440 3100-NOTE-SET.
005450     PERFORM 3400-READ-PERTOTS THRU 3400-EXIT.
005460     IF WS-PERTOT-EOF
005470         GO TO 3100-EXIT
005480     END-IF.
005490     PERFORM 3900-FIND-MONTH THRU 3900-EXIT.
005500     IF WS-MON-HIT-SUB > ZERO
005510         MOVE WS-PT-SET-NO TO WS-MON-LAST-SET(WS-MON-HIT-SUB)
005520     END-IF.
005530 3100-EXIT.
005540     EXIT.
005550
005560 3200-CHOOSE-SOURCE.
005570     IF WS-MON-CLOSED(WS-MON-SUB)
005580             AND WS-MON-LAST-SET(WS-MON-SUB) > ZERO
005590         SET WS-MON-FROM-PERTOTS(WS-MON-SUB) TO TRUE
005600         STRING "    " WS-MON-PERIOD(WS-MON-SUB)
005610             "  CLOSED - PERIOD TOTALS"
005620             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
005630     ELSE
005640         IF WS-MON-CLOSED(WS-MON-SUB)
005650             ADD 1 TO WS-WARN-COUNT
005660             STRING "    " WS-MON-PERIOD(WS-MON-SUB)
005670                 "  CLOSED - NO PERIOD TOTALS, SWEPT FROM POSTMST"
005680                 DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
005690         ELSE
005700             STRING "    " WS-MON-PERIOD(WS-MON-SUB)
005710                 "  OPEN   - SWEPT FROM POSTMST"
005720                 DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
005730         END-IF
005740     END-IF.
005750     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
005760 3200-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------------
005800*    SECOND PASS - TAKE THE LAST SET OF EACH MONTH CHOSEN FOR
005810*    PERTOTS.  THE REQUESTED PERIOD IS ITS ACTIVITY; EARLIER
005820*    MONTHS MAKE UP THE OPENING YEAR-TO-DATE BALANCE.
005830*----------------------------------------------------------------
005840 3500-TAKE-PERTOTS.
005850     IF WS-PERTOT-UNAVAIL
005860         GO TO 3500-EXIT
005870     END-IF.
005880     OPEN INPUT PERIOD-TOTAL-FILE.
005890     SET WS-PERTOT-NOT-EOF TO TRUE.
005900     MOVE ZERO TO WS-PT-SET-NO.
005910     MOVE SPACES TO WS-PT-PREV-PERIOD.
005915     MOVE SPACES TO WS-PT-PREV-STAMP.
005920     PERFORM 3600-TAKE-ONE-TOTAL THRU 3600-EXIT
005930         UNTIL WS-PERTOT-EOF.
005940     CLOSE PERIOD-TOTAL-FILE.
005950 3500-EXIT.
005960     EXIT.
005970
005980 3600-TAKE-ONE-TOTAL.
005990     PERFORM 3400-READ-PERTOTS THRU 3400-EXIT.
006000     IF WS-PERTOT-EOF
006010         GO TO 3600-EXIT
006020     END-IF.
006030     PERFORM 3900-FIND-MONTH THRU 3900-EXIT.
006040     IF WS-MON-HIT-SUB = ZERO
006050         GO TO 3600-EXIT
006060     END-IF.
006070     IF NOT WS-MON-FROM-PERTOTS(WS-MON-HIT-SUB)
006080             OR WS-MON-LAST-SET(WS-MON-HIT-SUB) NOT = WS-PT-SET-NO
006090         GO TO 3600-EXIT
006100     END-IF.
006110     IF PT-NET-AMOUNT IS NOT NUMERIC
006120         GO TO 3600-EXIT
006130     END-IF.
006140     ADD 1 TO WS-PT-USED-COUNT.
006150     MOVE PT-ACCOUNT TO WS-LOOK-ACCOUNT.
006160     MOVE "NOT ON ACCTMST-PERTOTS" TO WS-LOOK-DESC.
006170     MOVE PT-NET-AMOUNT TO WS-LOOK-AMOUNT.
006180     PERFORM 3800-APPLY-AMOUNT THRU 3800-EXIT.
006190 3600-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------------
006230*    READ ONE PERTOTS RECORD AND NUMBER ITS SET - A NEW SET
006235*    STARTS WHENEVER THE PERIOD OR THE CLOSE STAMP CHANGES FROM
006240*    THE RECORD BEFORE, SO A RE-CLOSE WRITTEN STRAIGHT AFTER THE
006245*    FIRST CLOSE OF THE SAME PERIOD IS STILL A SET OF ITS OWN.
006250*----------------------------------------------------------------
006260 3400-READ-PERTOTS.
006270     READ PERIOD-TOTAL-FILE
006280         AT END
006290             SET WS-PERTOT-EOF TO TRUE
006300             GO TO 3400-EXIT
006310     END-READ.
006320     IF PT-PERIOD NOT = WS-PT-PREV-PERIOD
006325             OR PT-CLOSE-STAMP NOT = WS-PT-PREV-STAMP
006330         ADD 1 TO WS-PT-SET-NO
006340         MOVE PT-PERIOD TO WS-PT-PREV-PERIOD
006345         MOVE PT-CLOSE-STAMP TO WS-PT-PREV-STAMP
006350     END-IF.
006360 3400-EXIT.
006370     EXIT.
006380
006390*----------------------------------------------------------------
006400*    ADD WS-LOOK-AMOUNT TO WS-LOOK-ACCOUNT - ACTIVITY FOR THE
006410*    REQUESTED PERIOD (WS-MON-HIT-SUB IS THE LAST MONTH),
006420*    OPENING BALANCE OTHERWISE.  AN ACCOUNT THE ACCOUNT MASTER
006430*    DOES NOT HOLD IS ADDED WITH WS-LOOK-DESC AS ITS CALL-OUT.
006440*----------------------------------------------------------------
006450 3800-APPLY-AMOUNT.
006460     MOVE ZERO TO WS-ACCT-HIT-SUB.
006470     PERFORM 3810-FIND-ACCOUNT THRU 3810-EXIT
006480         VARYING WS-ACCT-SUB FROM 1 BY 1
006490         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
006500             OR WS-ACCT-HIT-SUB > ZERO.
006510     IF WS-ACCT-HIT-SUB = ZERO
006520         IF WS-ACCT-COUNT NOT < WS-ACCT-MAX
006530             SET WS-ACCT-OVERFLOW TO TRUE
006540             GO TO 3800-EXIT
006550         END-IF
006560         ADD 1 TO WS-ACCT-COUNT
006570         ADD 1 TO WS-UNKNOWN-COUNT
006580         MOVE WS-ACCT-COUNT TO WS-ACCT-HIT-SUB
006590         MOVE WS-LOOK-ACCOUNT TO WS-ACCT-CODE(WS-ACCT-HIT-SUB)
006600         MOVE WS-LOOK-DESC TO WS-ACCT-DESC(WS-ACCT-HIT-SUB)
006610         MOVE "U" TO WS-ACCT-GROUP(WS-ACCT-HIT-SUB)
006620         MOVE ZERO TO WS-ACCT-OPENING(WS-ACCT-HIT-SUB)
006630         MOVE ZERO TO WS-ACCT-ACTIVITY(WS-ACCT-HIT-SUB)
006640     END-IF.
006650     IF WS-MON-HIT-SUB = WS-MON-COUNT
006660         ADD WS-LOOK-AMOUNT TO WS-ACCT-ACTIVITY(WS-ACCT-HIT-SUB)
006670     ELSE
006680         ADD WS-LOOK-AMOUNT TO WS-ACCT-OPENING(WS-ACCT-HIT-SUB)
006690     END-IF.
006700 3800-EXIT.
006710     EXIT.
006720
006730 3810-FIND-ACCOUNT.
006740     IF WS-ACCT-CODE(WS-ACCT-SUB) = WS-LOOK-ACCOUNT
006750         MOVE WS-ACCT-SUB TO WS-ACCT-HIT-SUB
006760     END-IF.
006770 3810-EXIT.
006780     EXIT.
006790
006800*----------------------------------------------------------------
006810*    WHICH MONTH OF THE YEAR-TO-DATE PT-PERIOD IS - ZERO WHEN
006820*    IT IS NOT ONE OF THEM.
006830*----------------------------------------------------------------
006840 3900-FIND-MONTH.
006850     MOVE ZERO TO WS-MON-HIT-SUB.
006860     PERFORM 3910-MATCH-MONTH THRU 3910-EXIT
006870         VARYING WS-MON-SUB FROM 1 BY 1
006880         UNTIL WS-MON-SUB > WS-MON-COUNT
006890             OR WS-MON-HIT-SUB > ZERO.
006900 3900-EXIT.
006910     EXIT.
006920
006930 3910-MATCH-MONTH.
006940     IF WS-MON-PERIOD(WS-MON-SUB) = PT-PERIOD
006950         MOVE WS-MON-SUB TO WS-MON-HIT-SUB
006960     END-IF.
006970 3910-EXIT.
006980     EXIT.
006990
007000*----------------------------------------------------------------
007010*    SWEEP EACH MONTH NOT TAKEN FROM PERTOTS FROM THE POSTING
007020*    MASTER, THE SAME WAY PERCLOSE SWEEPS A MONTH AT CLOSE -
007030*    EVERY ENTRY, REVERSALS INCLUDED, ON THE DATE/SEQUENCE KEY.
007040*----------------------------------------------------------------
007050 4000-SWEEP-OPEN-MONTHS.
007060     IF WS-POSTMST-UNAVAIL
007070         GO TO 4000-EXIT
007080     END-IF.
007090     PERFORM 4100-SWEEP-ONE-MONTH THRU 4100-EXIT
007100         VARYING WS-MON-HIT-SUB FROM 1 BY 1
007110         UNTIL WS-MON-HIT-SUB > WS-MON-COUNT.
007120 4000-EXIT.
007130     EXIT.
007140
007150 4100-SWEEP-ONE-MONTH.
007160     IF WS-MON-FROM-PERTOTS(WS-MON-HIT-SUB)
007170         GO TO 4100-EXIT
007180     END-IF.
007190     SET WS-POSTMST-NOT-EOF TO TRUE.
007200     MOVE SPACES TO PM-KEY.
007210     STRING WS-MON-PERIOD(WS-MON-HIT-SUB) "01" DELIMITED BY SIZE
007220         INTO PM-POST-DATE.
007230     MOVE 1 TO PM-POST-SEQ.
007240     START POSTING-MASTER-FILE
007250         KEY IS NOT LESS THAN PM-KEY
007260         INVALID KEY
007270             SET WS-POSTMST-EOF TO TRUE
007280     END-START.
007290     PERFORM 4200-SWEEP-POSTING THRU 4200-EXIT
007300         UNTIL WS-POSTMST-EOF.
007310 4100-EXIT.
007320     EXIT.
007330
007340 4200-SWEEP-POSTING.
007350     READ POSTING-MASTER-FILE NEXT RECORD
007360         AT END
007370             SET WS-POSTMST-EOF TO TRUE
007380             GO TO 4200-EXIT
007390     END-READ.
007400     IF WS-POSTMST-STATUS NOT = "00" AND "02"
007410         SET WS-POSTMST-EOF TO TRUE
007420         GO TO 4200-EXIT
007430     END-IF.
007440     IF PM-POST-DATE(1:4) NOT = WS-MON-PERIOD(WS-MON-HIT-SUB)
007450         SET WS-POSTMST-EOF TO TRUE
007460         GO TO 4200-EXIT
007470     END-IF.
007480     ADD 1 TO WS-SWEEP-COUNT.
007490     MOVE PM-ACCOUNT TO WS-LOOK-ACCOUNT.
007500     MOVE "NOT ON ACCTMST-POSTMST" TO WS-LOOK-DESC.
007510     MOVE PM-RESULT TO WS-LOOK-AMOUNT.
007520     PERFORM 3800-APPLY-AMOUNT THRU 3800-EXIT.
007530 4200-EXIT.
007540     EXIT.
007550
007560*----------------------------------------------------------------
007570*    ADD UP THE SUSPENSE LINES GLJRNL HAS WRITTEN FOR THE
007580*    YEAR-TO-DATE - DEBITS PLUS, CREDITS MINUS.  A LINE WITH NO
007590*    BUSINESS DATE CANNOT BE PLACED IN A MONTH AND IS LEFT OUT.
007600*----------------------------------------------------------------
007610 5000-READ-JOURNAL.
007620     OPEN INPUT GL-JOURNAL-FILE.
007630     IF WS-GLJRNL-STATUS NOT = "00"
007640         GO TO 5000-EXIT
007650     END-IF.
007660     SET WS-GLJRNL-AVAIL TO TRUE.
007670     SET WS-GLJRNL-NOT-EOF TO TRUE.
007680     PERFORM 5100-READ-JOURNAL-LINE THRU 5100-EXIT
007690         UNTIL WS-GLJRNL-EOF.
007700     CLOSE GL-JOURNAL-FILE.
007710 5000-EXIT.
007720     EXIT.
007730
007740 5100-READ-JOURNAL-LINE.
007750     READ GL-JOURNAL-FILE
007760         AT END
007770             SET WS-GLJRNL-EOF TO TRUE
007780             GO TO 5100-EXIT
007790     END-READ.
007800     IF GJ-ACCOUNT-REF NOT = WS-SUSP-ACCOUNT
007810         GO TO 5100-EXIT
007820     END-IF.
007830     IF GJ-POST-DATE = SPACES
007840         ADD 1 TO WS-UNDATED-COUNT
007850         GO TO 5100-EXIT
007860     END-IF.
007870     IF GJ-POST-DATE(1:4) < WS-FY-FIRST-PERIOD
007880             OR GJ-POST-DATE(1:4) > WS-TB-PERIOD-X
007890         GO TO 5100-EXIT
007900     END-IF.
007910     ADD 1 TO WS-SUSP-LINE-COUNT.
007920     IF GJ-CREDIT
007930         SUBTRACT GJ-AMOUNT FROM WS-SUSP-POSITION
007940     ELSE
007950         ADD GJ-AMOUNT TO WS-SUSP-POSITION
007960     END-IF.
007970 5100-EXIT.
007980     EXIT.
007990
008000*----------------------------------------------------------------
008010*    PRINT AND EXTRACT THE TABLE GROUP BY GROUP - ACTIVE, THEN
008020*    INACTIVE, THEN ANY ACCOUNT NOT ON THE ACCOUNT MASTER.
008030*----------------------------------------------------------------
008040 6000-WRITE-TRIAL-BALANCE.
008050     IF WS-ACCT-OVERFLOW
008060         SET WS-RUN-INCOMPLETE TO TRUE
008070         MOVE "  *** ACCOUNT TABLE FULL - BALANCES INCOMPLETE ***"
008080             TO WS-RPT-LINE-TEXT
008090         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
008100     END-IF.
008110     MOVE "A" TO WS-PRINT-GROUP.
008120     MOVE "  ACTIVE ACCOUNTS" TO WS-RPT-LINE-TEXT.
008130     PERFORM 6100-PRINT-GROUP THRU 6100-EXIT.
008140     MOVE "I" TO WS-PRINT-GROUP.
008150     MOVE "  INACTIVE ACCOUNTS" TO WS-RPT-LINE-TEXT.
008160     PERFORM 6100-PRINT-GROUP THRU 6100-EXIT.
008170     IF WS-UNKNOWN-COUNT > ZERO
008180         ADD 1 TO WS-WARN-COUNT
008190         MOVE "U" TO WS-PRINT-GROUP
008200         MOVE "  ** ACCOUNTS NOT ON THE ACCOUNT MASTER **"
008210             TO WS-RPT-LINE-TEXT
008220         PERFORM 6100-PRINT-GROUP THRU 6100-EXIT
008230     END-IF.
008240 6000-EXIT.
008250     EXIT.
008260
008270 6100-PRINT-GROUP.
008280     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008290     MOVE WS-HEADING-LINE TO WS-RPT-LINE-TEXT.
008300     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008310     MOVE ZERO TO WS-GRP-COUNT.
008320     MOVE ZERO TO WS-GRP-DR-TOTAL.
008330     MOVE ZERO TO WS-GRP-CR-TOTAL.
008340     PERFORM 6200-PRINT-ACCOUNT THRU 6200-EXIT
008350         VARYING WS-ACCT-SUB FROM 1 BY 1
008360         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.
008370     MOVE WS-GRP-COUNT TO WS-RPT-CT-EDIT.
008380     STRING "    ACCOUNTS . . . . . . . . . : " WS-RPT-CT-EDIT
008390         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008400     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008410     MOVE WS-GRP-DR-TOTAL TO WS-RPT-TOT-EDIT.
008420     STRING "    DEBIT BALANCES . . . . . . : " WS-RPT-TOT-EDIT
008430         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008440     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008450     MOVE WS-GRP-CR-TOTAL TO WS-RPT-TOT-EDIT.
008460     STRING "    CREDIT BALANCES  . . . . . : " WS-RPT-TOT-EDIT
008470         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
008480     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008490     ADD WS-GRP-DR-TOTAL TO WS-TOT-DR-TOTAL.
008500     ADD WS-GRP-CR-TOTAL TO WS-TOT-CR-TOTAL.
008510 6100-EXIT.
008520     EXIT.
008530
008540 6200-PRINT-ACCOUNT.
008550     IF WS-ACCT-GROUP(WS-ACCT-SUB) NOT = WS-PRINT-GROUP
008560         GO TO 6200-EXIT
008570     END-IF.
008580     ADD 1 TO WS-GRP-COUNT.
008590     COMPUTE WS-CLOSING = WS-ACCT-OPENING(WS-ACCT-SUB)
008600         + WS-ACCT-ACTIVITY(WS-ACCT-SUB).
008610     MOVE SPACES TO TB-RECORD.
008620     MOVE WS-TB-PERIOD-X TO TB-PERIOD.
008630     MOVE WS-ACCT-CODE(WS-ACCT-SUB) TO TB-ACCOUNT.
008640     MOVE WS-ACCT-DESC(WS-ACCT-SUB) TO TB-DESCRIPTION.
008650     MOVE WS-ACCT-GROUP(WS-ACCT-SUB) TO TB-GROUP.
008660     MOVE WS-ACCT-OPENING(WS-ACCT-SUB) TO TB-OPENING-YTD.
008670     MOVE WS-ACCT-ACTIVITY(WS-ACCT-SUB) TO TB-PERIOD-ACTIVITY.
008680     MOVE WS-CLOSING TO TB-CLOSING-BALANCE.
008690     IF WS-CLOSING > ZERO
008700         SET TB-DEBIT TO TRUE
008710         ADD WS-CLOSING TO WS-GRP-DR-TOTAL
008720     END-IF.
008730     IF WS-CLOSING < ZERO
008740         SET TB-CREDIT TO TRUE
008750         SUBTRACT WS-CLOSING FROM WS-GRP-CR-TOTAL
008760     END-IF.
008770     WRITE TB-RECORD.
008780     ADD 1 TO WS-EXTRACT-COUNT.
008790     MOVE WS-ACCT-CODE(WS-ACCT-SUB) TO WS-DTL-ACCOUNT.
008800     MOVE WS-ACCT-DESC(WS-ACCT-SUB) TO WS-DTL-DESC.
008810     MOVE WS-ACCT-OPENING(WS-ACCT-SUB) TO WS-DTL-OPENING.
008820     MOVE WS-ACCT-ACTIVITY(WS-ACCT-SUB) TO WS-DTL-ACTIVITY.
008830     MOVE WS-CLOSING TO WS-DTL-CLOSING.
008840     MOVE WS-DETAIL-LINE TO WS-RPT-LINE-TEXT.
008850     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
008860 6200-EXIT.
008870     EXIT.
008880
008890*----------------------------------------------------------------
008900*    DEBITS LESS CREDITS IS THE NET OF EVERY POSTING IN THE
008910*    YEAR-TO-DATE; THE JOURNAL'S SUSPENSE POSITION MUST OFFSET
008920*    IT EXACTLY.  A DIFFERENCE IS A DATE GLRECON HELD BACK, A
008930*    JOURNAL LINE MISSING FROM GLJRNL, OR A CLOSED MONTH WHOSE
008940*    PERIOD TOTALS NO LONGER MATCH WHAT WAS JOURNALED.
008950*----------------------------------------------------------------
008960 7000-PROVE-TO-SUSPENSE.
008970     MOVE "============================================="
008980         TO WS-RPT-LINE-TEXT.
008990     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009000     MOVE WS-EXTRACT-COUNT TO WS-RPT-CT-EDIT.
009010     STRING "  ACCOUNTS EXTRACTED . . . . . : " WS-RPT-CT-EDIT
009020         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009030     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009040     MOVE WS-PT-USED-COUNT TO WS-RPT-CT-EDIT.
009050     STRING "  PERIOD TOTALS TAKEN  . . . . : " WS-RPT-CT-EDIT
009060         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009070     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009080     MOVE WS-SWEEP-COUNT TO WS-RPT-CT-EDIT.
009090     STRING "  POSTINGS SWEPT . . . . . . . : " WS-RPT-CT-EDIT
009100         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009110     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009120     MOVE WS-TOT-DR-TOTAL TO WS-RPT-TOT-EDIT.
009130     STRING "  TOTAL DEBIT BALANCES . . . . : " WS-RPT-TOT-EDIT
009140         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009150     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009160     MOVE WS-TOT-CR-TOTAL TO WS-RPT-TOT-EDIT.
009170     STRING "  TOTAL CREDIT BALANCES  . . . : " WS-RPT-TOT-EDIT
009180         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009190     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009200     COMPUTE WS-TOT-NET = WS-TOT-DR-TOTAL - WS-TOT-CR-TOTAL.
009210     MOVE WS-TOT-NET TO WS-RPT-TOT-EDIT.
009220     STRING "  NET DEBIT (CREDIT) . . . . . : " WS-RPT-TOT-EDIT
009230         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009240     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009250     IF WS-GLJRNL-UNAVAIL
009260         ADD 1 TO WS-WARN-COUNT
009270         MOVE "  *** NO GLJRNL - NOT PROVED TO SUSPENSE ***"
009280             TO WS-RPT-LINE-TEXT
009290         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
009300         GO TO 7000-EXIT
009310     END-IF.
009320     MOVE WS-SUSP-LINE-COUNT TO WS-RPT-CT-EDIT.
009330     STRING "  SUSPENSE JOURNAL LINES . . . : " WS-RPT-CT-EDIT
009340         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009350     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009360     MOVE WS-SUSP-POSITION TO WS-RPT-TOT-EDIT.
009370     STRING "  GLJRNL SUSPENSE POSITION . . : " WS-RPT-TOT-EDIT
009380         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009390     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009400     IF WS-UNDATED-COUNT > ZERO
009410         ADD 1 TO WS-WARN-COUNT
009420         MOVE WS-UNDATED-COUNT TO WS-RPT-CT-EDIT
009430         STRING "  UNDATED SUSPENSE LINES . . . : " WS-RPT-CT-EDIT
009440             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
009450         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
009460     END-IF.
009470     COMPUTE WS-PROOF-DIFF = WS-TOT-NET + WS-SUSP-POSITION.
009480     MOVE WS-PROOF-DIFF TO WS-RPT-TOT-EDIT.
009490     STRING "  DIFFERENCE . . . . . . . . . : " WS-RPT-TOT-EDIT
009500         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
009510     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009520     IF WS-PROOF-DIFF = ZERO
009530         MOVE "  *** TRIAL BALANCE PROVED TO GLJRNL SUSPENSE ***"
009540             TO WS-RPT-LINE-TEXT
009550     ELSE
009560         ADD 1 TO WS-WARN-COUNT
009570         MOVE "  *** TRIAL BALANCE DOES NOT PROVE TO SUSPENSE ***"
009580             TO WS-RPT-LINE-TEXT
009590     END-IF.
009600     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009610 7000-EXIT.
009620     EXIT.
009630
009640 8000-REPORT-LINE.
009650     DISPLAY WS-RPT-LINE-TEXT.
009660     MOVE WS-RPT-LINE-TEXT TO TR-RECORD.
009670     WRITE TR-RECORD.
009680     MOVE SPACES TO WS-RPT-LINE-TEXT.
009690 8000-EXIT.
009700     EXIT.
009710
009720 9000-TERMINATE.
009730     IF WS-CARDS-INVALID
009740         GO TO 9000-EXIT
009750     END-IF.
009760     IF WS-RUN-INCOMPLETE
009770         MOVE "  *** TRIAL BALANCE INCOMPLETE - DO NOT USE ***"
009780             TO WS-RPT-LINE-TEXT
009790         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
009800     END-IF.
009810     MOVE "============================================="
009820         TO WS-RPT-LINE-TEXT.
009830     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
009840     IF WS-ACCTMST-OPEN
009850         CLOSE ACCOUNT-MASTER-FILE
009860     END-IF.
009870     IF WS-POSTMST-OPEN
009880         CLOSE POSTING-MASTER-FILE
009890     END-IF.
009900     IF WS-PERIODS-OPEN
009910         CLOSE PERIOD-FILE
009920     END-IF.
009930     CLOSE TB-EXTRACT-FILE.
009940     CLOSE TB-REPORT-FILE.
009950 9000-EXIT.
009960     EXIT.
009970
009980*----------------------------------------------------------------
009990*    APPEND THIS RUN TO THE SHARED RUN HISTORY.  THE HISTORY
010000*    RECORDS THE RUN, IT IS NOT PART OF IT - A RUNHIST THAT
010010*    WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE RETURN
010020*    CODE IS LEFT AS IT IS.
010030*----------------------------------------------------------------
010040 9800-WRITE-RUN-HISTORY.
010050     OPEN EXTEND RUN-HISTORY-FILE.
010060     IF WS-RUNHIST-STATUS = "35" OR "05"
010070         OPEN OUTPUT RUN-HISTORY-FILE
010080     END-IF.
010090     IF WS-RUNHIST-STATUS NOT = "00"
010100         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
010110             " - RUN NOT RECORDED ***"
010120         GO TO 9800-EXIT
010130     END-IF.
010140     IF WS-RUN-BUS-DATE = SPACES
010150         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
010160     END-IF.
010170     IF WS-RUN-THRU-DATE = SPACES
010180         MOVE WS-RUN-BUS-DATE TO WS-RUN-THRU-DATE
010190     END-IF.
010200     MOVE SPACES TO RH-RECORD.
010210     MOVE "TRIALBAL" TO RH-PROGRAM.
010220     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
010230     MOVE WS-RUN-THRU-DATE TO RH-THRU-DATE.
010240     MOVE WS-RUN-START-DATE TO RH-START-DATE.
010250     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
010260     ACCEPT RH-END-DATE FROM DATE.
010270     ACCEPT WS-RUN-END-TIME FROM TIME.
010280     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
010290     MOVE WS-TB-RC TO RH-RETURN-CODE.
010300     MOVE "ACCOUNTS" TO RH-COUNT-1-LABEL.
010310     MOVE WS-ACCT-COUNT TO RH-COUNT-1.
010320     MOVE "EXTRACT" TO RH-COUNT-2-LABEL.
010330     MOVE WS-EXTRACT-COUNT TO RH-COUNT-2.
010340     MOVE "WARNINGS" TO RH-COUNT-3-LABEL.
010350     MOVE WS-WARN-COUNT TO RH-COUNT-3.
010360     WRITE RH-RECORD.
010370     CLOSE RUN-HISTORY-FILE.
010380 9800-EXIT.
010390     EXIT.
