000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PMEXTRCT.
000120 AUTHOR. D. WHITFIELD.
000130 INSTALLATION. FINANCE-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*                                                               *
000180*    P M E X T R C T                                           *
000190*                                                               *
000200*    POSTING MASTER SELECTION EXTRACT.  WRITES THE POSTINGS    *
000210*    PICKED BY THE SYSIN SELECTION CARDS TO PMCSV AS COMMA-    *
000220*    DELIMITED TEXT FOR SPREADSHEET USERS - A HEADER ROW, ONE  *
000230*    ROW PER POSTING AND A TRAILER ROW WITH THE ROW COUNT AND  *
000240*    THE RESULT TOTAL SO THE RECIPIENT CAN PROVE THE FILE.     *
000250*    EACH ROW CARRIES THE DEPARTMENT NAME FROM DEPTMST AND     *
000260*    THE ACCOUNT DESCRIPTION FROM ACCTMST.                     *
000270*                                                               *
000280*    SELECTION CARDS - KEYWORD IN COLUMNS 1-8, VALUE FROM      *
000290*    COLUMN 9, ENDED BY AN END CARD:                           *
000300*        DATES   YYMMDD YYMMDD   FIRST AND LAST POSTING DATE   *
000310*        ACCOUNT XXXXXXXX        ONE CARD PER ACCOUNT (50)     *
000320*        DEPT    NN              ONE CARD PER DEPARTMENT (20)  *
000326*        STATUS  X               ONE CARD PER STATUS           *
000332*                                P/R/V/A/G/B                   *
000340*    A SELECTION NOT GIVEN TAKES EVERYTHING.  WHEN ACCOUNTS    *
000350*    ARE GIVEN THE MASTER IS READ ON ITS PM-ACCOUNT PATH FOR   *
000360*    THOSE ACCOUNTS ONLY; OTHERWISE IT IS READ IN KEY ORDER    *
000370*    FROM THE FIRST DATE TO THE LAST.                          *
000380*                                                               *
000390*        RC 00  EXTRACT WRITTEN                                *
000400*        RC 04  NOTHING MATCHED THE SELECTION                  *
000410*        RC 08  A SELECTION CARD IS UNREADABLE                 *
000420*        RC 12  POSTMST UNAVAILABLE - NO EXTRACT               *
000430*                                                               *
000440*****************************************************************
000450*
000460*    MODIFICATION HISTORY
000470*    --------------------
000480*    10/15/2026  DW    ORIGINAL PROGRAM.
000482*    10/15/2026  DW    STATUS B SELECTS THE BALANCE-FORWARD
000484*                       RECORDS LEFT BY THE RETENTION PURGE; THEIR
000486*                       DEPARTMENT COLUMN READS BALANCE FORWARD.
000488*    10/15/2026  DW    EACH RUN NOW APPENDS A RECORD - PROGRAM,
000490*                       BUSINESS DATE, START AND END, RETURN
000492*                       CODE AND KEY COUNTS - TO THE SHARED
000494*                       RUNHIST RUN HISTORY FOR STEPTRAK.
000496*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000530 OBJECT-COMPUTER. IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT POSTING-MASTER-FILE ASSIGN TO "POSTMST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS PM-KEY
000600         ALTERNATE RECORD KEY IS PM-ACCOUNT
000610             WITH DUPLICATES
000620         FILE STATUS IS WS-POSTMST-STATUS.
000630     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS AM-ACCOUNT-CODE
000670         FILE STATUS IS WS-ACCTMST-STATUS.
000680     SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMST"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS DM-DEPT-CODE
000720         FILE STATUS IS WS-DEPTMST-STATUS.
000730     SELECT EXTRACT-FILE ASSIGN TO "PMCSV"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-PMCSV-STATUS.
000760     SELECT EXTRACT-REPORT-FILE ASSIGN TO "EXTRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-EXTRPT-STATUS.
000782     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000784         ORGANIZATION IS LINE SEQUENTIAL
000786         FILE STATUS IS WS-RUNHIST-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  POSTING-MASTER-FILE.
000830     COPY POSTMSTR.
000840
000850 FD  ACCOUNT-MASTER-FILE.
000860     COPY ACCTMSTR.
000870
000880 FD  DEPARTMENT-MASTER-FILE.
000890     COPY DEPTREC.
000900
000910 FD  EXTRACT-FILE.
000920 01  CSV-RECORD                  PIC X(200).
000930
000940 FD  EXTRACT-REPORT-FILE.
000950 01  ER-RECORD                   PIC X(80).
000951
000952*----------------------------------------------------------------
000953*    ONE RECORD PER RUN, APPENDED TO THE SHARED RUN HISTORY.
000954*----------------------------------------------------------------
000955 FD  RUN-HISTORY-FILE.
000956     COPY RUNHISTR.
000960
000970 WORKING-STORAGE SECTION.
000980*----------------------------------------------------------------
000990*    FILE STATUS FIELDS
001000*----------------------------------------------------------------
001010 77  WS-POSTMST-STATUS          PIC X(02) VALUE SPACES.
001020 77  WS-ACCTMST-STATUS          PIC X(02) VALUE SPACES.
001030 77  WS-DEPTMST-STATUS          PIC X(02) VALUE SPACES.
001040 77  WS-PMCSV-STATUS            PIC X(02) VALUE SPACES.
001050 77  WS-EXTRPT-STATUS           PIC X(02) VALUE SPACES.
001060 77  WS-POSTMST-SW              PIC X(01) VALUE "N".
001070     88  WS-POSTMST-OPEN        VALUE "Y".
001080     88  WS-POSTMST-UNAVAIL     VALUE "N".
001090 77  WS-ACCTMST-SW              PIC X(01) VALUE "N".
001100     88  WS-ACCTMST-OPEN        VALUE "Y".
001110     88  WS-ACCTMST-UNAVAIL     VALUE "N".
001120 77  WS-DEPTMST-SW              PIC X(01) VALUE "N".
001130     88  WS-DEPTMST-OPEN        VALUE "Y".
001140     88  WS-DEPTMST-UNAVAIL     VALUE "N".
001150 77  WS-EXT-RC                  PIC 9(02) VALUE ZERO.
001160
001170*----------------------------------------------------------------
001180*    SELECTION CARDS
001190*----------------------------------------------------------------
001200 01  WS-CARD.
001210     05  WS-CARD-KEYWORD        PIC X(08).
001220     05  WS-CARD-VALUE          PIC X(72).
001230 01  WS-CARD-DATES REDEFINES WS-CARD.
001240     05  FILLER                 PIC X(08).
001250     05  WS-CARD-FROM-DATE      PIC X(06).
001260     05  FILLER                 PIC X(01).
001270     05  WS-CARD-TO-DATE        PIC X(06).
001280     05  WS-CARD-DATES-REST     PIC X(59).
001290 77  WS-CARD-COUNT              PIC 9(04) COMP VALUE ZERO.
001300 77  WS-CARD-MAX                PIC 9(04) COMP VALUE 100.
001310 77  WS-CARDS-DONE-SW           PIC X(01) VALUE "N".
001320     88  WS-CARDS-DONE          VALUE "Y".
001330     88  WS-CARDS-NOT-DONE      VALUE "N".
001340 77  WS-CARDS-VALID-SW          PIC X(01) VALUE "Y".
001350     88  WS-CARDS-VALID         VALUE "Y".
001360     88  WS-CARDS-INVALID       VALUE "N".
001370
001380 77  WS-FROM-DATE               PIC X(06) VALUE LOW-VALUES.
001390 77  WS-TO-DATE                 PIC X(06) VALUE HIGH-VALUES.
001400 77  WS-DATES-SW                PIC X(01) VALUE "N".
001410     88  WS-DATES-GIVEN         VALUE "Y".
001420     88  WS-DATES-NOT-GIVEN     VALUE "N".
001430
001440 77  WS-SA-MAX                  PIC 9(04) COMP VALUE 50.
001450 77  WS-SA-COUNT                PIC 9(04) COMP VALUE ZERO.
001460 77  WS-SA-SUB                  PIC 9(04) COMP VALUE ZERO.
001470 01  WS-SA-TABLE.
001480     05  WS-SA-ACCOUNT OCCURS 50 TIMES PIC X(08).
001490
001500 77  WS-SD-MAX                  PIC 9(04) COMP VALUE 20.
001510 77  WS-SD-COUNT                PIC 9(04) COMP VALUE ZERO.
001520 77  WS-SD-SUB                  PIC 9(04) COMP VALUE ZERO.
001530 01  WS-SD-TABLE.
001540     05  WS-SD-DEPT OCCURS 20 TIMES PIC 9(02).
001550
001560 77  WS-SS-COUNT                PIC 9(04) COMP VALUE ZERO.
001570 77  WS-SS-SUB                  PIC 9(04) COMP VALUE ZERO.
001580 01  WS-SS-TABLE.
001590     05  WS-SS-STATUS OCCURS 6 TIMES PIC X(01).
001600
001610 77  WS-HIT-SW                  PIC X(01) VALUE "N".
001620     88  WS-HIT                 VALUE "Y".
001630     88  WS-NO-HIT              VALUE "N".
001640
001650*----------------------------------------------------------------
001660*    MASTER READ
001670*----------------------------------------------------------------
001680 77  WS-POSTMST-EOF-SW          PIC X(01) VALUE "N".
001690     88  WS-POSTMST-EOF         VALUE "Y".
001700     88  WS-POSTMST-NOT-EOF     VALUE "N".
001710 77  WS-READ-ACCOUNT            PIC X(08) VALUE SPACES.
001720
001730*----------------------------------------------------------------
001740*    LAST NAME LOOKED UP ON EACH MASTER, SO A RUN OF POSTINGS
001750*    FOR ONE ACCOUNT OR DEPARTMENT READS IT ONCE.
001760*----------------------------------------------------------------
001770 77  WS-LAST-ACCOUNT            PIC X(08) VALUE LOW-VALUES.
001780 77  WS-LAST-DESCRIPTION        PIC X(30) VALUE SPACES.
001790 77  WS-LAST-DEPT               PIC X(02) VALUE LOW-VALUES.
001800 77  WS-LAST-DEPT-NAME          PIC X(30) VALUE SPACES.
001810
001820*----------------------------------------------------------------
001830*    DELIMITED ROW BUILD
001840*----------------------------------------------------------------
001850 77  WS-ROW                     PIC X(200) VALUE SPACES.
001860 77  WS-ROW-PTR                 PIC 9(04) COMP VALUE 1.
001870 77  WS-TEXT-FIELD              PIC X(30) VALUE SPACES.
001880 77  WS-NUM-EDIT                PIC -(9)9.99.
001890 77  WS-NUM-LEAD                PIC 9(04) COMP VALUE ZERO.
001900 77  WS-COUNT-EDIT              PIC Z(6)9.
001910 01  WS-TIMESTAMP-OUT.
001920     05  WS-TS-OUT-DATE         PIC 9(06).
001930     05  FILLER                 PIC X(01) VALUE "-".
001940     05  WS-TS-OUT-TIME         PIC 9(06).
001950
001960*----------------------------------------------------------------
001970*    COUNTS AND TOTALS
001980*----------------------------------------------------------------
001990 77  WS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
002000 77  WS-ROW-COUNT               PIC 9(07) COMP VALUE ZERO.
002010 77  WS-RESULT-TOTAL            PIC S9(11)V99 COMP VALUE ZERO.
002020 77  WS-NO-ACCT-COUNT           PIC 9(07) COMP VALUE ZERO.
002030 77  WS-NO-DEPT-COUNT           PIC 9(07) COMP VALUE ZERO.
002040
002050*----------------------------------------------------------------
002060*    REPORT EDIT FIELDS
002070*----------------------------------------------------------------
002080 77  WS-RPT-LINE-TEXT           PIC X(80) VALUE SPACES.
002090 77  WS-RPT-CT-EDIT             PIC 9(07) VALUE ZERO.
002100 77  WS-RPT-TOT-EDIT            PIC -(11)9.99.
002101
002102*----------------------------------------------------------------
002103*    RUN HISTORY - WHEN THE RUN STARTED AND THE BUSINESS
002104*    DATES IT WAS FOR, STAMPED ON THE RECORD APPENDED TO
002105*    RUNHIST AS THE RUN ENDS.
002106*----------------------------------------------------------------
002107 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
002108 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
002109 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
002110 77  WS-RUN-THRU-DATE           PIC X(06) VALUE SPACES.
002111 01  WS-RUN-START-TIME.
002112     05  WS-RUN-START-HHMMSS    PIC X(06).
002113     05  FILLER                 PIC X(02).
002114 01  WS-RUN-END-TIME.
002115     05  WS-RUN-END-HHMMSS      PIC X(06).
002116     05  FILLER                 PIC X(02).
002117
002120 PROCEDURE DIVISION.
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     IF WS-CARDS-VALID
002160         PERFORM 2000-OPEN-FILES THRU 2000-EXIT
002170     END-IF.
002180     IF WS-CARDS-VALID AND WS-POSTMST-OPEN
002190         PERFORM 2500-WRITE-HEADER-ROW THRU 2500-EXIT
002200         IF WS-SA-COUNT > ZERO
002210             PERFORM 3000-EXTRACT-ACCOUNT THRU 3000-EXIT
002220                 VARYING WS-SA-SUB FROM 1 BY 1
002230                 UNTIL WS-SA-SUB > WS-SA-COUNT
002240         ELSE
002250             PERFORM 3500-EXTRACT-DATES THRU 3500-EXIT
002260         END-IF
002270         PERFORM 5000-WRITE-TRAILER-ROW THRU 5000-EXIT
002280         PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
002290     END-IF.
002300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002310     EVALUATE TRUE
002320         WHEN WS-CARDS-INVALID
002330             MOVE 8 TO WS-EXT-RC
002340         WHEN WS-POSTMST-UNAVAIL
002350             MOVE 12 TO WS-EXT-RC
002360         WHEN WS-ROW-COUNT = ZERO
002370             MOVE 4 TO WS-EXT-RC
002380         WHEN OTHER
002390             MOVE ZERO TO WS-EXT-RC
002400     END-EVALUATE.
002410     MOVE WS-EXT-RC TO RETURN-CODE.
002415     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
002420     STOP RUN.
002430
002440*----------------------------------------------------------------
002450*    READ THE SELECTION CARDS UP TO THE END CARD.  A BLANK CARD
002460*    IS SKIPPED.
002470*----------------------------------------------------------------
002480 1000-INITIALIZE.
002483     ACCEPT WS-RUN-START-DATE FROM DATE.
002486     ACCEPT WS-RUN-START-TIME FROM TIME.
002490     SET WS-CARDS-VALID TO TRUE.
002500     SET WS-CARDS-NOT-DONE TO TRUE.
002510     DISPLAY "ENTER SELECTION CARDS, THEN END: ".
002520     PERFORM 1100-READ-CARD THRU 1100-EXIT
002530         UNTIL WS-CARDS-DONE.
002540 1000-EXIT.
002550     EXIT.
002560
002570 1100-READ-CARD.
002580     MOVE SPACES TO WS-CARD.
002590     ACCEPT WS-CARD.
002600     ADD 1 TO WS-CARD-COUNT.
002610     IF WS-CARD-COUNT > WS-CARD-MAX
002620         DISPLAY "*** NO END CARD - NOTHING EXTRACTED ***"
002630         SET WS-CARDS-INVALID TO TRUE
002640         SET WS-CARDS-DONE TO TRUE
002650         GO TO 1100-EXIT
002660     END-IF.
002670     EVALUATE WS-CARD-KEYWORD
002680         WHEN SPACES
002690             CONTINUE
002700         WHEN "END"
002710             SET WS-CARDS-DONE TO TRUE
002720         WHEN "DATES"
002730             PERFORM 1200-DATES-CARD THRU 1200-EXIT
002740         WHEN "ACCOUNT"
002750             PERFORM 1300-ACCOUNT-CARD THRU 1300-EXIT
002760         WHEN "DEPT"
002770             PERFORM 1400-DEPT-CARD THRU 1400-EXIT
002780         WHEN "STATUS"
002790             PERFORM 1500-STATUS-CARD THRU 1500-EXIT
002800         WHEN OTHER
002810             PERFORM 1900-BAD-CARD THRU 1900-EXIT
002820     END-EVALUATE.
002830 1100-EXIT.
002840     EXIT.
002850
002860 1200-DATES-CARD.
002870     IF WS-DATES-GIVEN
002880             OR WS-CARD-FROM-DATE IS NOT NUMERIC
002890             OR WS-CARD-TO-DATE IS NOT NUMERIC
002900             OR WS-CARD-DATES-REST NOT = SPACES
002910             OR WS-CARD-FROM-DATE > WS-CARD-TO-DATE
002920         PERFORM 1900-BAD-CARD THRU 1900-EXIT
002930         GO TO 1200-EXIT
002940     END-IF.
002950     SET WS-DATES-GIVEN TO TRUE.
002960     MOVE WS-CARD-FROM-DATE TO WS-FROM-DATE.
002970     MOVE WS-CARD-TO-DATE TO WS-TO-DATE.
002980 1200-EXIT.
002990     EXIT.
003000
003010 1300-ACCOUNT-CARD.
003020     IF WS-CARD-VALUE(1:8) = SPACES
003030             OR WS-CARD-VALUE(9:64) NOT = SPACES
003040             OR WS-SA-COUNT NOT < WS-SA-MAX
003050         PERFORM 1900-BAD-CARD THRU 1900-EXIT
003060         GO TO 1300-EXIT
003070     END-IF.
003080     SET WS-NO-HIT TO TRUE.
003090     PERFORM 1310-FIND-ACCOUNT THRU 1310-EXIT
003100         VARYING WS-SA-SUB FROM 1 BY 1
003110         UNTIL WS-SA-SUB > WS-SA-COUNT OR WS-HIT.
003120     IF WS-NO-HIT
003130         ADD 1 TO WS-SA-COUNT
003140         MOVE WS-CARD-VALUE(1:8) TO WS-SA-ACCOUNT(WS-SA-COUNT)
003150     END-IF.
003160 1300-EXIT.
003170     EXIT.
003180
003190 1310-FIND-ACCOUNT.
003200     IF WS-SA-ACCOUNT(WS-SA-SUB) = WS-CARD-VALUE(1:8)
003210         SET WS-HIT TO TRUE
003220     END-IF.
003230 1310-EXIT.
003240     EXIT.
003250
003260 1400-DEPT-CARD.
003270     IF WS-CARD-VALUE(1:2) IS NOT NUMERIC
003280             OR WS-CARD-VALUE(3:70) NOT = SPACES
003290             OR WS-SD-COUNT NOT < WS-SD-MAX
003300         PERFORM 1900-BAD-CARD THRU 1900-EXIT
003310         GO TO 1400-EXIT
003320     END-IF.
003330     ADD 1 TO WS-SD-COUNT.
003340     MOVE WS-CARD-VALUE(1:2) TO WS-SD-DEPT(WS-SD-COUNT).
003350 1400-EXIT.
003360     EXIT.
003370
003380 1500-STATUS-CARD.
003390     IF WS-CARD-VALUE(2:71) NOT = SPACES
003400             OR WS-SS-COUNT NOT < 6
003410         PERFORM 1900-BAD-CARD THRU 1900-EXIT
003420         GO TO 1500-EXIT
003430     END-IF.
003440     IF WS-CARD-VALUE(1:1) NOT = "P" AND "R" AND "V" AND "A"
003450             AND "G" AND "B"
003460         PERFORM 1900-BAD-CARD THRU 1900-EXIT
003470         GO TO 1500-EXIT
003480     END-IF.
003490     ADD 1 TO WS-SS-COUNT.
003500     MOVE WS-CARD-VALUE(1:1) TO WS-SS-STATUS(WS-SS-COUNT).
003510 1500-EXIT.
003520     EXIT.
003530
003540 1900-BAD-CARD.
003550     DISPLAY "*** SELECTION CARD NOT VALID: " WS-CARD(1:40).
003560     SET WS-CARDS-INVALID TO TRUE.
003570 1900-EXIT.
003580     EXIT.
003590
003600*----------------------------------------------------------------
003610*    OPEN THE FILES AND ECHO THE SELECTION ON THE REPORT.  THE
003620*    EXTRACT IS STILL WRITTEN WITHOUT ACCTMST OR DEPTMST; THE
003630*    NAME COLUMNS ARE THEN LEFT BLANK.
003640*----------------------------------------------------------------
003650 2000-OPEN-FILES.
003660     OPEN OUTPUT EXTRACT-REPORT-FILE.
003670     MOVE "============================================="
003680         TO WS-RPT-LINE-TEXT.
003690     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003700     MOVE "  POSTING MASTER SELECTION EXTRACT"
003710         TO WS-RPT-LINE-TEXT.
003720     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003730     IF WS-DATES-GIVEN
003740         STRING "  POSTING DATES  . . . . . . . : " WS-FROM-DATE
003750             " THRU " WS-TO-DATE
003760             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
003770     ELSE
003780         MOVE "  POSTING DATES  . . . . . . . : ALL"
003790             TO WS-RPT-LINE-TEXT
003800     END-IF.
003810     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003820     IF WS-SA-COUNT = ZERO
003830         MOVE "  ACCOUNTS . . . . . . . . . . : ALL"
003840             TO WS-RPT-LINE-TEXT
003850         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003860     ELSE
003870         PERFORM 2100-ECHO-ACCOUNT THRU 2100-EXIT
003880             VARYING WS-SA-SUB FROM 1 BY 1
003890             UNTIL WS-SA-SUB > WS-SA-COUNT
003900     END-IF.
003910     IF WS-SD-COUNT = ZERO
003920         MOVE "  DEPARTMENTS  . . . . . . . . : ALL"
003930             TO WS-RPT-LINE-TEXT
003940         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003950     ELSE
003960         PERFORM 2200-ECHO-DEPT THRU 2200-EXIT
003970             VARYING WS-SD-SUB FROM 1 BY 1
003980             UNTIL WS-SD-SUB > WS-SD-COUNT
003990     END-IF.
004000     IF WS-SS-COUNT = ZERO
004010         MOVE "  STATUSES . . . . . . . . . . : ALL"
004020             TO WS-RPT-LINE-TEXT
004030     ELSE
004040         STRING "  STATUSES . . . . . . . . . . : " WS-SS-TABLE
004050             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
004060     END-IF.
004070     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
004080     MOVE "============================================="
004090         TO WS-RPT-LINE-TEXT.
004100     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
004110     OPEN INPUT POSTING-MASTER-FILE.
004120     IF WS-POSTMST-STATUS NOT = "00"
004130         STRING "  *** POSTMST UNAVAILABLE - STATUS "
004140             WS-POSTMST-STATUS " - NO EXTRACT ***"
004150             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
004160         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
004170         GO TO 2000-EXIT
004180     END-IF.
004190     SET WS-POSTMST-OPEN TO TRUE.
004200     OPEN INPUT ACCOUNT-MASTER-FILE.
004210     IF WS-ACCTMST-STATUS = "00"
004220         SET WS-ACCTMST-OPEN TO TRUE
004230     ELSE
004240         MOVE "  ** ACCTMST UNAVAILABLE - NO DESCRIPTIONS **"
004250             TO WS-RPT-LINE-TEXT
004260         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
004270     END-IF.
004280     OPEN INPUT DEPARTMENT-MASTER-FILE.
004290     IF WS-DEPTMST-STATUS = "00"
004300         SET WS-DEPTMST-OPEN TO TRUE
004310     ELSE
004320         MOVE "  ** DEPTMST UNAVAILABLE - NO DEPARTMENT NAMES **"
004330             TO WS-RPT-LINE-TEXT
004340         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
004350     END-IF.
004360     OPEN OUTPUT EXTRACT-FILE.
004370 2000-EXIT.
004380     EXIT.
004390
004400 2100-ECHO-ACCOUNT.
004410     STRING "  ACCOUNT  . . . . . . . . . . : "
004420         WS-SA-ACCOUNT(WS-SA-SUB)
004430         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
004440     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
004450 2100-EXIT.
004460     EXIT.
004470
004480 2200-ECHO-DEPT.
004490     STRING "  DEPARTMENT . . . . . . . . . : "
004500         WS-SD-DEPT(WS-SD-SUB)
004510         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
004520     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
004530 2200-EXIT.
004540     EXIT.
004550
004560 2500-WRITE-HEADER-ROW.
004570     MOVE SPACES TO CSV-RECORD.
004580     STRING "POST_KEY,POST_DATE,DEPT,DEPT_NAME,ACCOUNT,"
004590         "ACCOUNT_DESC,NUM1,NUM2,NUM3,RESULT,STATUS,"
004600         "TIMESTAMP,ORIG_KEY"
004610         DELIMITED BY SIZE INTO CSV-RECORD.
004620     WRITE CSV-RECORD.
004630 2500-EXIT.
004640     EXIT.
004650
004660*----------------------------------------------------------------
004670*    ONE SELECTED ACCOUNT, READ ON THE PM-ACCOUNT PATH.
004680*----------------------------------------------------------------
004690 3000-EXTRACT-ACCOUNT.
004700     MOVE WS-SA-ACCOUNT(WS-SA-SUB) TO WS-READ-ACCOUNT.
004710     MOVE WS-READ-ACCOUNT TO PM-ACCOUNT.
004720     SET WS-POSTMST-NOT-EOF TO TRUE.
004730     START POSTING-MASTER-FILE
004740         KEY IS EQUAL TO PM-ACCOUNT
004750         INVALID KEY
004760             SET WS-POSTMST-EOF TO TRUE
004770     END-START.
004780     PERFORM 3100-READ-ACCOUNT-POSTING THRU 3100-EXIT
004790         UNTIL WS-POSTMST-EOF.
004800 3000-EXIT.
004810     EXIT.
004820
004830 3100-READ-ACCOUNT-POSTING.
004840     READ POSTING-MASTER-FILE NEXT RECORD
004850         AT END
004860             SET WS-POSTMST-EOF TO TRUE
004870             GO TO 3100-EXIT
004880     END-READ.
004890     IF WS-POSTMST-STATUS NOT = "00" AND "02"
004900             OR PM-ACCOUNT NOT = WS-READ-ACCOUNT
004910         SET WS-POSTMST-EOF TO TRUE
004920         GO TO 3100-EXIT
004930     END-IF.
004940     ADD 1 TO WS-READ-COUNT.
004950     PERFORM 4000-SELECT-POSTING THRU 4000-EXIT.
004960 3100-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------------
005000*    NO ACCOUNTS GIVEN - READ IN KEY ORDER FROM THE FIRST DATE
005010*    AND STOP PAST THE LAST.
005020*----------------------------------------------------------------
005030 3500-EXTRACT-DATES.
005040     MOVE WS-FROM-DATE TO PM-POST-DATE.
005050     MOVE ZERO TO PM-POST-SEQ.
005060     SET WS-POSTMST-NOT-EOF TO TRUE.
005070     START POSTING-MASTER-FILE
005080         KEY IS NOT LESS THAN PM-KEY
005090         INVALID KEY
005100             SET WS-POSTMST-EOF TO TRUE
005110     END-START.
005120     PERFORM 3600-READ-DATE-POSTING THRU 3600-EXIT
005130         UNTIL WS-POSTMST-EOF.
005140 3500-EXIT.
005150     EXIT.
005160
005170 3600-READ-DATE-POSTING.
005180     READ POSTING-MASTER-FILE NEXT RECORD
005190         AT END
005200             SET WS-POSTMST-EOF TO TRUE
005210             GO TO 3600-EXIT
005220     END-READ.
005230     IF WS-POSTMST-STATUS NOT = "00" AND "02"
005240             OR PM-POST-DATE > WS-TO-DATE
005250         SET WS-POSTMST-EOF TO TRUE
005260         GO TO 3600-EXIT
005270     END-IF.
005280     ADD 1 TO WS-READ-COUNT.
005290     PERFORM 4000-SELECT-POSTING THRU 4000-EXIT.
005300 3600-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------------
005340*    APPLY THE DATE, DEPARTMENT AND STATUS SELECTIONS.
005350*----------------------------------------------------------------
005360 4000-SELECT-POSTING.
005370     IF PM-POST-DATE < WS-FROM-DATE
005380             OR PM-POST-DATE > WS-TO-DATE
005390         GO TO 4000-EXIT
005400     END-IF.
005410     IF WS-SD-COUNT > ZERO
005420         SET WS-NO-HIT TO TRUE
005430         PERFORM 4010-MATCH-DEPT THRU 4010-EXIT
005440             VARYING WS-SD-SUB FROM 1 BY 1
005450             UNTIL WS-SD-SUB > WS-SD-COUNT OR WS-HIT
005460         IF WS-NO-HIT
005470             GO TO 4000-EXIT
005480         END-IF
005490     END-IF.
005500     IF WS-SS-COUNT > ZERO
005510         SET WS-NO-HIT TO TRUE
005520         PERFORM 4020-MATCH-STATUS THRU 4020-EXIT
005530             VARYING WS-SS-SUB FROM 1 BY 1
005540             UNTIL WS-SS-SUB > WS-SS-COUNT OR WS-HIT
005550         IF WS-NO-HIT
005560             GO TO 4000-EXIT
005570         END-IF
005580     END-IF.
005590     PERFORM 4100-LOOKUP-NAMES THRU 4100-EXIT.
005600     PERFORM 4200-WRITE-ROW THRU 4200-EXIT.
005610 4000-EXIT.
005620     EXIT.
005630
005640 4010-MATCH-DEPT.
005650     IF WS-SD-DEPT(WS-SD-SUB) = PM-DEPT
005660         SET WS-HIT TO TRUE
005670     END-IF.
005680 4010-EXIT.
005690     EXIT.
005700
005710 4020-MATCH-STATUS.
005720     IF WS-SS-STATUS(WS-SS-SUB) = PM-STATUS
005730         SET WS-HIT TO TRUE
005740     END-IF.
005750 4020-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------------
005790*    DEPARTMENT 00 IS A RESUBMISSION OR DAYPOST ITEM, WHICH HAS
005800*    NO DEPARTMENT BLOCK AND SO NO DEPTMST ENTRY.
005810*----------------------------------------------------------------
005820 4100-LOOKUP-NAMES.
005830     IF PM-ACCOUNT NOT = WS-LAST-ACCOUNT
005840         MOVE PM-ACCOUNT TO WS-LAST-ACCOUNT
005850         MOVE SPACES TO WS-LAST-DESCRIPTION
005860         IF WS-ACCTMST-OPEN
005870             MOVE PM-ACCOUNT TO AM-ACCOUNT-CODE
005880             READ ACCOUNT-MASTER-FILE
005890                 INVALID KEY
005900                     MOVE "NOT ON ACCTMST" TO WS-LAST-DESCRIPTION
005910                 NOT INVALID KEY
005920                     MOVE AM-DESCRIPTION TO WS-LAST-DESCRIPTION
005930             END-READ
005940         END-IF
005950     END-IF.
005960     IF WS-LAST-DESCRIPTION = "NOT ON ACCTMST"
005970         ADD 1 TO WS-NO-ACCT-COUNT
005980     END-IF.
005981*    A BALANCE-FORWARD RECORD CARRIES DEPARTMENT ZERO BUT DID
005982*    NOT COME FROM A RESUB OR DAYPOST.
005983     IF PM-BALANCE-FWD
005984         MOVE LOW-VALUES TO WS-LAST-DEPT
005985         MOVE "BALANCE FORWARD" TO WS-LAST-DEPT-NAME
005986         GO TO 4100-EXIT
005987     END-IF.
005990     MOVE PM-DEPT TO DM-DEPT-CODE.
006000     IF DM-DEPT-CODE NOT = WS-LAST-DEPT
006010         MOVE DM-DEPT-CODE TO WS-LAST-DEPT
006020         MOVE SPACES TO WS-LAST-DEPT-NAME
006030         IF PM-DEPT = ZERO
006040             MOVE "RESUB/DAYPOST" TO WS-LAST-DEPT-NAME
006050         ELSE
006060             IF WS-DEPTMST-OPEN
006070                 READ DEPARTMENT-MASTER-FILE
006080                     INVALID KEY
006090                         MOVE "NOT ON DEPTMST"
006100                             TO WS-LAST-DEPT-NAME
006110                     NOT INVALID KEY
006120                         MOVE DM-NAME TO WS-LAST-DEPT-NAME
006130                 END-READ
006140             END-IF
006150         END-IF
006160     END-IF.
006170     IF WS-LAST-DEPT-NAME = "NOT ON DEPTMST"
006180         ADD 1 TO WS-NO-DEPT-COUNT
006190     END-IF.
006200 4100-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------------
006240*    BUILD ONE ROW.  TEXT COLUMNS ARE QUOTED, WITH TRAILING
006250*    BLANKS DROPPED; AMOUNTS ARE SIGNED WITH NO LEADING BLANKS.
006260*----------------------------------------------------------------
006270 4200-WRITE-ROW.
006280     MOVE SPACES TO WS-ROW.
006290     MOVE 1 TO WS-ROW-PTR.
006300     STRING """" PM-KEY """," PM-POST-DATE ","
006310         """" PM-DEPT ""","
006320         DELIMITED BY SIZE INTO WS-ROW WITH POINTER WS-ROW-PTR.
006330     MOVE WS-LAST-DEPT-NAME TO WS-TEXT-FIELD.
006340     PERFORM 4300-ADD-TEXT THRU 4300-EXIT.
006350     STRING """" PM-ACCOUNT ""","
006360         DELIMITED BY SIZE INTO WS-ROW WITH POINTER WS-ROW-PTR.
006370     MOVE WS-LAST-DESCRIPTION TO WS-TEXT-FIELD.
006380     PERFORM 4300-ADD-TEXT THRU 4300-EXIT.
006390     MOVE PM-NUM1 TO WS-NUM-EDIT.
006400     PERFORM 4400-ADD-AMOUNT THRU 4400-EXIT.
006410     MOVE PM-NUM2 TO WS-NUM-EDIT.
006420     PERFORM 4400-ADD-AMOUNT THRU 4400-EXIT.
006430     MOVE PM-NUM3 TO WS-NUM-EDIT.
006440     PERFORM 4400-ADD-AMOUNT THRU 4400-EXIT.
006450     MOVE PM-RESULT TO WS-NUM-EDIT.
006460     PERFORM 4400-ADD-AMOUNT THRU 4400-EXIT.
006470     MOVE PM-TS-DATE TO WS-TS-OUT-DATE.
006480     MOVE PM-TS-TIME TO WS-TS-OUT-TIME.
006490     STRING PM-STATUS "," WS-TIMESTAMP-OUT ","
006500         DELIMITED BY SIZE INTO WS-ROW WITH POINTER WS-ROW-PTR.
006510     IF PM-ORIG-KEY NOT = SPACES AND LOW-VALUES
006520         STRING """" PM-ORIG-KEY """"
006530             DELIMITED BY SIZE INTO WS-ROW WITH POINTER WS-ROW-PTR
006540     END-IF.
006550     MOVE WS-ROW TO CSV-RECORD.
006560     WRITE CSV-RECORD.
006570     ADD 1 TO WS-ROW-COUNT.
006580     ADD PM-RESULT TO WS-RESULT-TOTAL.
006590 4200-EXIT.
006600     EXIT.
006610
006620*----------------------------------------------------------------
006630*    QUOTED TEXT COLUMN.  A DOUBLE QUOTE IN THE NAME WOULD END
006640*    THE COLUMN EARLY, SO IT BECOMES A SINGLE QUOTE.
006650*----------------------------------------------------------------
006660 4300-ADD-TEXT.
006670     INSPECT WS-TEXT-FIELD REPLACING ALL """" BY "'".
006680     STRING """" DELIMITED BY SIZE
006690         WS-TEXT-FIELD DELIMITED BY "  "
006700         """," DELIMITED BY SIZE
006710         INTO WS-ROW WITH POINTER WS-ROW-PTR.
006720 4300-EXIT.
006730     EXIT.
006740
006750 4400-ADD-AMOUNT.
006760     MOVE ZERO TO WS-NUM-LEAD.
006770     INSPECT WS-NUM-EDIT TALLYING WS-NUM-LEAD FOR LEADING SPACES.
006780     ADD 1 TO WS-NUM-LEAD.
006790     STRING WS-NUM-EDIT(WS-NUM-LEAD:) "," DELIMITED BY SIZE
006800         INTO WS-ROW WITH POINTER WS-ROW-PTR.
006810 4400-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------------
006850*    TRAILER ROW - ROW COUNT AND RESULT TOTAL.
006860*----------------------------------------------------------------
006870 5000-WRITE-TRAILER-ROW.
006880     MOVE SPACES TO WS-ROW.
006890     MOVE 1 TO WS-ROW-PTR.
006900     MOVE WS-ROW-COUNT TO WS-COUNT-EDIT.
006910     MOVE ZERO TO WS-NUM-LEAD.
006920     INSPECT WS-COUNT-EDIT TALLYING WS-NUM-LEAD
006930         FOR LEADING SPACES.
006940     ADD 1 TO WS-NUM-LEAD.
006950     STRING "TRAILER," WS-COUNT-EDIT(WS-NUM-LEAD:) ","
006960         DELIMITED BY SIZE INTO WS-ROW WITH POINTER WS-ROW-PTR.
006970     MOVE WS-RESULT-TOTAL TO WS-RPT-TOT-EDIT.
006980     MOVE ZERO TO WS-NUM-LEAD.
006990     INSPECT WS-RPT-TOT-EDIT TALLYING WS-NUM-LEAD
007000         FOR LEADING SPACES.
007010     ADD 1 TO WS-NUM-LEAD.
007020     STRING WS-RPT-TOT-EDIT(WS-NUM-LEAD:)
007030         DELIMITED BY SIZE INTO WS-ROW WITH POINTER WS-ROW-PTR.
007040     MOVE WS-ROW TO CSV-RECORD.
007050     WRITE CSV-RECORD.
007060 5000-EXIT.
007070     EXIT.
007080
007090 6000-WRITE-SUMMARY.
007100     MOVE WS-READ-COUNT TO WS-RPT-CT-EDIT.
007110     STRING "  POSTINGS READ  . . . . . . . : " WS-RPT-CT-EDIT
007120         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
007130     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007140     MOVE WS-ROW-COUNT TO WS-RPT-CT-EDIT.
007150     STRING "  ROWS EXTRACTED . . . . . . . : " WS-RPT-CT-EDIT
007160         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
007170     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007180     MOVE WS-RESULT-TOTAL TO WS-RPT-TOT-EDIT.
007190     STRING "  RESULT TOTAL . . . . . . . . : " WS-RPT-TOT-EDIT
007200         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
007210     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007220     MOVE WS-NO-ACCT-COUNT TO WS-RPT-CT-EDIT.
007230     STRING "  ACCOUNT NOT ON ACCTMST . . . : " WS-RPT-CT-EDIT
007240         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
007250     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007260     MOVE WS-NO-DEPT-COUNT TO WS-RPT-CT-EDIT.
007270     STRING "  DEPARTMENT NOT ON DEPTMST  . : " WS-RPT-CT-EDIT
007280         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
007290     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007300     IF WS-ROW-COUNT = ZERO
007310         MOVE "  *** NO POSTINGS MATCHED THE SELECTION ***"
007320             TO WS-RPT-LINE-TEXT
007330         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
007340     END-IF.
007350     MOVE "============================================="
007360         TO WS-RPT-LINE-TEXT.
007370     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
007380 6000-EXIT.
007390     EXIT.
007400
007410 8000-REPORT-LINE.
007420     DISPLAY WS-RPT-LINE-TEXT.
007430     MOVE WS-RPT-LINE-TEXT TO ER-RECORD.
007440     WRITE ER-RECORD.
007450     MOVE SPACES TO WS-RPT-LINE-TEXT.
007460 8000-EXIT.
007470     EXIT.
007480
007490 9000-TERMINATE.
007500     IF WS-CARDS-INVALID
007510         GO TO 9000-EXIT
007520     END-IF.
007530     IF WS-POSTMST-OPEN
007540         CLOSE POSTING-MASTER-FILE
007550         CLOSE EXTRACT-FILE
007560         IF WS-ACCTMST-OPEN
007570             CLOSE ACCOUNT-MASTER-FILE
007580         END-IF
007590         IF WS-DEPTMST-OPEN
007600             CLOSE DEPARTMENT-MASTER-FILE
007610         END-IF
007620     END-IF.
007630     CLOSE EXTRACT-REPORT-FILE.
007640 9000-EXIT.
007650     EXIT.
007660
007670*----------------------------------------------------------------
007680*    APPEND THIS RUN TO THE SHARED RUN HISTORY.  THE HISTORY
007690*    RECORDS THE RUN, IT IS NOT PART OF IT - A RUNHIST THAT
007700*    WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE RETURN
007710*    CODE IS LEFT AS IT IS.
007720*----------------------------------------------------------------
007730 9800-WRITE-RUN-HISTORY.
007740     OPEN EXTEND RUN-HISTORY-FILE.
007750     IF WS-RUNHIST-STATUS = "35" OR "05"
007760         OPEN OUTPUT RUN-HISTORY-FILE
007770     END-IF.
007780     IF WS-RUNHIST-STATUS NOT = "00"
007790         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
007800             " - RUN NOT RECORDED ***"
007810         GO TO 9800-EXIT
007820     END-IF.
007830     IF WS-RUN-BUS-DATE = SPACES
007840         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
007850     END-IF.
007860     IF WS-RUN-THRU-DATE = SPACES
007870         MOVE WS-RUN-BUS-DATE TO WS-RUN-THRU-DATE
007880     END-IF.
007890     MOVE SPACES TO RH-RECORD.
007900     MOVE "PMEXTRCT" TO RH-PROGRAM.
007910     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
007920     MOVE WS-RUN-THRU-DATE TO RH-THRU-DATE.
007930     MOVE WS-RUN-START-DATE TO RH-START-DATE.
007940     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
007950     ACCEPT RH-END-DATE FROM DATE.
007960     ACCEPT WS-RUN-END-TIME FROM TIME.
007970     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
007980     MOVE WS-EXT-RC TO RH-RETURN-CODE.
007990     MOVE "READ" TO RH-COUNT-1-LABEL.
008000     MOVE WS-READ-COUNT TO RH-COUNT-1.
008010     MOVE "ROWS" TO RH-COUNT-2-LABEL.
008020     MOVE WS-ROW-COUNT TO RH-COUNT-2.
008030     WRITE RH-RECORD.
008040     CLOSE RUN-HISTORY-FILE.
008050 9800-EXIT.
008060     EXIT.
