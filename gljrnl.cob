000190*                                                               *
000200*    BALANCED GL JOURNAL BUILD.  RUNS AS ITS OWN JOB STEP      *
000210*    AFTER GLRECON HAS PROVED THE FEED, NETS THE DAY'S GLFEED  *
000215*    DOWN TO ONE JOURNAL LINE PER LEDGER ACCOUNT PER BUSINESS  *
000220*    DATE, AND ADDS EACH DATE'S OFFSETTING LINE TO THE         *
000225*    SUSPENSE/CLEARING ACCOUNT SO TOTAL DEBITS EQUAL TOTAL     *
000230*    CREDITS DATE BY DATE.  ONLY THE DATES GLRECON RELEASED    *
000235*    ON RECONOK ARE JOURNALED; THE REST OF THE FEED IS LEFT    *
000240*    FOR A LATER RUN.  WITH NO RECONOK AT ALL THE WHOLE FEED   *
000245*    IS JOURNALED, AS BEFORE.  THE BALANCED JOURNAL            *
000250*    GOES TO GLJRNL FOR THE GL UPLOAD TO TAKE STRAIGHT IN,     *
000260*    AND A PROOF REPORT GOES TO JRNLRPT.  A JOURNAL WHOSE      *
000270*    DEBITS AND CREDITS DO NOT NET TO ZERO IS NOT RELEASED -   *
000320*                                                               *
000330*        RC 00  BALANCED JOURNAL WRITTEN - RELEASE THE UPLOAD  *
000340*        RC 08  JOURNAL DOES NOT BALANCE - HOLD THE UPLOAD     *
000350*        RC 12  TOO MANY DISTINCT ACCOUNTS OR DATES - HOLD     *
000360*                                                               *
000370*****************************************************************
000380*
000390*    MODIFICATION HISTORY
000400*    --------------------
000410*    09/02/2026  DW    ORIGINAL PROGRAM.
000412*    10/15/2026  DW    JOURNAL ONLY THE BUSINESS DATES LISTED ON
000414*                       RECONOK, NETTED AND BALANCED PER DATE
000416*                       WITH GJ-POST-DATE ON EVERY LINE, SO A
000418*                       CATCH-UP FEED IS RELEASED DATE BY DATE.
000420*    10/15/2026  DW    EACH RUN NOW APPENDS A RECORD - PROGRAM,
000422*                       BUSINESS DATE, START AND END, RETURN
000424*                       CODE AND KEY COUNTS - TO THE SHARED
000426*                       RUNHIST RUN HISTORY FOR STEPTRAK.
000428*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000550     SELECT JOURNAL-REPORT-FILE ASSIGN TO "JRNLRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-JRNRPT-STATUS.
000572     SELECT RECON-OK-FILE ASSIGN TO "RECONOK"
000574         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS WS-RECONOK-STATUS.
000577     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000578         ORGANIZATION IS LINE SEQUENTIAL
000579         FILE STATUS IS WS-RUNHIST-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000660
000670 FD  JOURNAL-REPORT-FILE.
000680 01  JR-RECORD                   PIC X(60).
000681
000683 FD  RECON-OK-FILE.
000686     COPY CTLTOTS.
000687
000688*----------------------------------------------------------------
000689*    ONE RECORD PER RUN, APPENDED TO THE SHARED RUN HISTORY.
000690*----------------------------------------------------------------
000691 FD  RUN-HISTORY-FILE.
000692     COPY RUNHISTR.
000693
000700 WORKING-STORAGE SECTION.
000710*----------------------------------------------------------------
000720*    FILE STATUS FIELDS
000740 77  WS-GLFEED-STATUS           PIC X(02) VALUE SPACES.
000750 77  WS-GLJRNL-STATUS           PIC X(02) VALUE SPACES.
000760 77  WS-JRNRPT-STATUS           PIC X(02) VALUE SPACES.
000765 77  WS-RECONOK-STATUS          PIC X(02) VALUE SPACES.
000770
000780*----------------------------------------------------------------
000790*    SUSPENSE/CLEARING ACCOUNT - THE OFFSETTING JOURNAL LINE
000900     88  WS-GLFEED-EOF          VALUE "Y".
000910     88  WS-GLFEED-NOT-EOF      VALUE "N".
000920 77  WS-FEED-COUNT              PIC 9(07) COMP VALUE ZERO.
000921 77  WS-FEED-HELD-COUNT         PIC 9(07) COMP VALUE ZERO.
000922
000923*----------------------------------------------------------------
000924*    RELEASED DATES - THE CONTROL RECORDS GLRECON COPIED TO
000925*    RECONOK FOR EVERY DATE THAT PROVED.  FEED RECORDS FOR ANY
000926*    OTHER DATE ARE HELD.  NO RECONOK MEANS NO SELECTION.
000927*----------------------------------------------------------------
000928 77  WS-OK-LIST-SW              PIC X(01) VALUE "N".
000929     88  WS-OK-LIST-USED        VALUE "Y".
000930     88  WS-OK-LIST-NOT-USED    VALUE "N".
000931 77  WS-OK-EOF-SW               PIC X(01) VALUE "N".
000932     88  WS-OK-EOF              VALUE "Y".
000933     88  WS-OK-NOT-EOF          VALUE "N".
000934 77  WS-OK-FOUND-SW             PIC X(01) VALUE "N".
000935     88  WS-OK-FOUND            VALUE "Y".
000936     88  WS-OK-NOT-FOUND        VALUE "N".
000937 77  WS-OK-MAX                  PIC 9(04) COMP VALUE 62.
000938 77  WS-OK-COUNT                PIC 9(04) COMP VALUE ZERO.
000939 77  WS-OK-SUB                  PIC 9(04) COMP VALUE ZERO.
000940 01  WS-OK-TABLE.
000941     05  WS-OK-DATE OCCURS 62 TIMES PIC X(06).
000942
000943*----------------------------------------------------------------
000944*    PER-DATE JOURNAL TABLE - ONE ENTRY PER BUSINESS DATE
000945*    JOURNALED, IN THE ORDER THE DATES APPEAR ON THE FEED.  EACH
000946*    DATE CARRIES ITS OWN SUSPENSE NET AND DR/CR PROOF.
000947*----------------------------------------------------------------
000948 77  WS-JD-MAX                  PIC 9(04) COMP VALUE 62.
000949 77  WS-JD-COUNT                PIC 9(04) COMP VALUE ZERO.
000950 77  WS-JD-SUB                  PIC 9(04) COMP VALUE ZERO.
000951 77  WS-JD-HIT-SUB              PIC 9(04) COMP VALUE ZERO.
000952 01  WS-JD-TABLE.
000953     05  WS-JD-ENTRY OCCURS 62 TIMES.
000954         10  WS-JD-DATE         PIC X(06).
000955         10  WS-JD-DR-TOTAL     PIC 9(11)V99 COMP.
000956         10  WS-JD-CR-TOTAL     PIC 9(11)V99 COMP.
000957
000958*----------------------------------------------------------------
000959*    PER-ACCOUNT NETTING TABLE - ONE ENTRY PER DISTINCT LEDGER
000960*    ACCOUNT AND BUSINESS DATE ON THE FEED.  AN ACCOUNT WHOSE
000961*    POSTINGS FOR A DATE NET TO EXACTLY ZERO PRODUCES NO
000962*    JOURNAL LINE FOR THAT DATE.
000980*----------------------------------------------------------------
000990 77  WS-ACCT-MAX                PIC 9(04) COMP VALUE 2000.
001000 77  WS-ACCT-COUNT              PIC 9(04) COMP VALUE ZERO.
001010 77  WS-ACCT-SUB                PIC 9(04) COMP VALUE ZERO.
001020 77  WS-ACCT-HIT-SUB            PIC 9(04) COMP VALUE ZERO.
001030 01  WS-ACCT-TABLE.
001036     05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
001042         10  WS-ACCT-DATE       PIC X(06).
001050         10  WS-ACCT-REF        PIC X(11).
001060         10  WS-ACCT-NET        PIC S9(09)V99 COMP.
001070 77  WS-ACCT-OVERFLOW-SW        PIC X(01) VALUE "N".
001080     88  WS-ACCT-OVERFLOW       VALUE "Y".
001090     88  WS-ACCT-NO-OVERFLOW    VALUE "N".
001095     88  WS-DATE-OVERFLOW       VALUE "D".
001100
001110*----------------------------------------------------------------
001120*    JOURNAL PROOF FIELDS - THE WRITTEN JOURNAL IS CROSS-FOOTED
001300 77  WS-RPT-COUNT-EDIT          PIC 9(07) VALUE ZERO.
001310 77  WS-RPT-AMT-EDIT            PIC -(10)9.99.
001320 77  WS-RPT-LINE-TEXT           PIC X(60) VALUE SPACES.
001321
001322*----------------------------------------------------------------
001323*    RUN HISTORY - WHEN THE RUN STARTED AND THE BUSINESS
001324*    DATES IT WAS FOR, STAMPED ON THE RECORD APPENDED TO
001325*    RUNHIST AS THE RUN ENDS.
001326*----------------------------------------------------------------
001327 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
001328 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
001329 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
001330 77  WS-RUN-THRU-DATE           PIC X(06) VALUE SPACES.
001331 01  WS-RUN-START-TIME.
001332     05  WS-RUN-START-HHMMSS    PIC X(06).
001333     05  FILLER                 PIC X(02).
001334 01  WS-RUN-END-TIME.
001335     05  WS-RUN-END-HHMMSS      PIC X(06).
001336     05  FILLER                 PIC X(02).
001337
001340 PROCEDURE DIVISION.
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001450     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
001460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001470     MOVE WS-JRNL-RC TO RETURN-CODE.
001475     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
001480     STOP RUN.
001490
001500*----------------------------------------------------------------
001510*    PICK UP THE SUSPENSE ACCOUNT CARD.  A BLANK OR MISSING
001520*    CARD LEAVES THE STANDING CLEARING ACCOUNT IN PLACE.  THEN
001525*    LOAD THE DATES GLRECON RELEASED, IF IT LEFT A RECONOK.
001530*----------------------------------------------------------------
001540 1000-INITIALIZE.
001543     ACCEPT WS-RUN-START-DATE FROM DATE.
001546     ACCEPT WS-RUN-START-TIME FROM TIME.
001550     DISPLAY "ENTER THE SUSPENSE/CLEARING ACCOUNT: ".
001560     MOVE SPACES TO WS-SUSP-FIELD.
001570     ACCEPT WS-SUSP-FIELD.
001590         MOVE WS-SUSP-FIELD TO WS-SUSP-ACCOUNT
001600     END-IF.
001610     DISPLAY "JOURNAL SUSPENSE ACCOUNT: " WS-SUSP-ACCOUNT.
001611     OPEN INPUT RECON-OK-FILE.
001612     IF WS-RECONOK-STATUS = "00"
001613         SET WS-OK-LIST-USED TO TRUE
001614         SET WS-OK-NOT-EOF TO TRUE
001615         PERFORM 1100-READ-RELEASED-DATE THRU 1100-EXIT
001616         PERFORM 1200-LOAD-RELEASED-DATE THRU 1200-EXIT
001617             UNTIL WS-OK-EOF
001618         CLOSE RECON-OK-FILE
001619     ELSE
001620         SET WS-OK-LIST-NOT-USED TO TRUE
001621         DISPLAY "NO RECONOK - JOURNALING THE WHOLE FEED"
001622     END-IF.
001623 1000-EXIT.
001630     EXIT.
001631 1100-READ-RELEASED-DATE.
001632     READ RECON-OK-FILE
001633         AT END
001634             SET WS-OK-EOF TO TRUE
001635     END-READ.
001636 1100-EXIT.
001637     EXIT.
001638
001639 1200-LOAD-RELEASED-DATE.
001640     IF WS-OK-COUNT < WS-OK-MAX
001641         ADD 1 TO WS-OK-COUNT
001642         MOVE CT-RUN-DATE TO WS-OK-DATE(WS-OK-COUNT)
001643     ELSE
001644         DISPLAY "*** RELEASED DATE " CT-RUN-DATE
001645             " IGNORED - LIST FULL ***"
001646     END-IF.
001647     PERFORM 1100-READ-RELEASED-DATE THRU 1100-EXIT.
001648 1200-EXIT.
001649     EXIT.
001650
001651*----------------------------------------------------------------
001652*    READ THE WHOLE GL FEED AND NET EACH RECORD FOR A RELEASED
001653*    DATE INTO ITS DATE AND ACCOUNT'S TABLE ENTRY.  RECORDS FOR
001654*    A DATE GLRECON HELD ARE COUNTED AND PASSED OVER.  A FEED
001655*    THAT DOES NOT EXIST YET IS
001680*    TREATED AS EMPTY, WHICH PRODUCES AN EMPTY (AND TRIVIALLY
001690*    BALANCED) JOURNAL.
001700*----------------------------------------------------------------
001780         PERFORM 2200-NET-GL-RECORD THRU 2200-EXIT
001790             UNTIL WS-GLFEED-EOF
001800                 OR WS-ACCT-OVERFLOW
001805                 OR WS-DATE-OVERFLOW
001810         CLOSE GL-FEED-FILE
001820     END-IF.
001830 2000-EXIT.
001920     EXIT.
001930
001940 2200-NET-GL-RECORD.
001941     IF WS-OK-LIST-USED
001942         SET WS-OK-NOT-FOUND TO TRUE
001943         PERFORM 2250-CHECK-RELEASED THRU 2250-EXIT
001944             VARYING WS-OK-SUB FROM 1 BY 1
001945             UNTIL WS-OK-SUB > WS-OK-COUNT
001946                 OR WS-OK-FOUND
001947         IF WS-OK-NOT-FOUND
001948             ADD 1 TO WS-FEED-HELD-COUNT
001949             GO TO 2200-NEXT
001950         END-IF
001951     END-IF.
001952     ADD 1 TO WS-FEED-COUNT.
001953     PERFORM 2400-FIND-DATE-ENTRY THRU 2400-EXIT.
001954     IF WS-DATE-OVERFLOW
001955         GO TO 2200-EXIT
001956     END-IF.
001960     MOVE ZERO TO WS-ACCT-HIT-SUB.
001970     PERFORM 2300-FIND-ACCT-ENTRY THRU 2300-EXIT
001980         VARYING WS-ACCT-SUB FROM 1 BY 1
002010         IF WS-ACCT-COUNT < WS-ACCT-MAX
002020             ADD 1 TO WS-ACCT-COUNT
002030             MOVE WS-ACCT-COUNT TO WS-ACCT-HIT-SUB
002035             MOVE GL-POST-DATE TO WS-ACCT-DATE(WS-ACCT-HIT-SUB)
002040             MOVE GL-ACCOUNT-REF TO WS-ACCT-REF(WS-ACCT-HIT-SUB)
002050             MOVE ZERO TO WS-ACCT-NET(WS-ACCT-HIT-SUB)
002060         ELSE
002110         END-IF
002120     END-IF.
002130     ADD GL-POSTED-AMOUNT TO WS-ACCT-NET(WS-ACCT-HIT-SUB).
002135 2200-NEXT.
002140     PERFORM 2100-READ-GL-RECORD THRU 2100-EXIT.
002150 2200-EXIT.
002160     EXIT.
002161
002162 2250-CHECK-RELEASED.
002163     IF WS-OK-DATE(WS-OK-SUB) = GL-POST-DATE
002164         SET WS-OK-FOUND TO TRUE
002165     END-IF.
002166 2250-EXIT.
002167     EXIT.
002170
002180 2300-FIND-ACCT-ENTRY.
002190     IF WS-ACCT-REF(WS-ACCT-SUB) = GL-ACCOUNT-REF
002195         AND WS-ACCT-DATE(WS-ACCT-SUB) = GL-POST-DATE
002200         MOVE WS-ACCT-SUB TO WS-ACCT-HIT-SUB
002210     END-IF.
002220 2300-EXIT.
002230     EXIT.
002231
002232*----------------------------------------------------------------
002233*    FIND OR ADD THE FEED RECORD'S BUSINESS DATE ON THE PER-DATE
002234*    TABLE.
002235*----------------------------------------------------------------
002236 2400-FIND-DATE-ENTRY.
002237     MOVE ZERO TO WS-JD-HIT-SUB.
002238     PERFORM 2410-MATCH-DATE-ENTRY THRU 2410-EXIT
002239         VARYING WS-JD-SUB FROM 1 BY 1
002240         UNTIL WS-JD-SUB > WS-JD-COUNT.
002241     IF WS-JD-HIT-SUB = ZERO
002242         IF WS-JD-COUNT < WS-JD-MAX
002243             ADD 1 TO WS-JD-COUNT
002244             MOVE GL-POST-DATE TO WS-JD-DATE(WS-JD-COUNT)
002245             MOVE ZERO TO WS-JD-DR-TOTAL(WS-JD-COUNT)
002246             MOVE ZERO TO WS-JD-CR-TOTAL(WS-JD-COUNT)
002247         ELSE
002248             SET WS-DATE-OVERFLOW TO TRUE
002249             DISPLAY "*** MORE THAN " WS-JD-MAX
002250                 " BUSINESS DATES ON THE FEED ***"
002251         END-IF
002252     END-IF.
002253 2400-EXIT.
002254     EXIT.
002255
002256 2410-MATCH-DATE-ENTRY.
002257     IF WS-JD-DATE(WS-JD-SUB) = GL-POST-DATE
002258         MOVE WS-JD-SUB TO WS-JD-HIT-SUB
002259     END-IF.
002260 2410-EXIT.
002261     EXIT.
002262
002263*----------------------------------------------------------------
002264*    DATE BY DATE, WRITE ONE JOURNAL LINE PER ACCOUNT WITH A
002265*    NON-ZERO NET - POSITIVE NETS AS DEBITS, NEGATIVE AS
002266*    CREDITS - THEN THE OFFSETTING SUSPENSE LINE FOR THAT
002267*    DATE'S NET SO EACH DATE BALANCES BY CONSTRUCTION.
002300*----------------------------------------------------------------
002310 3000-BUILD-JOURNAL.
002320     OPEN OUTPUT GL-JOURNAL-FILE.
002321     PERFORM 3050-JOURNAL-ONE-DATE THRU 3050-EXIT
002322         VARYING WS-JD-SUB FROM 1 BY 1
002323         UNTIL WS-JD-SUB > WS-JD-COUNT.
002324     CLOSE GL-JOURNAL-FILE.
002325 3000-EXIT.
002326     EXIT.
002327
002328 3050-JOURNAL-ONE-DATE.
002330     MOVE ZERO TO WS-JRNL-NET-TOTAL.
002340     PERFORM 3100-WRITE-ACCT-LINE THRU 3100-EXIT
002350         VARYING WS-ACCT-SUB FROM 1 BY 1
002390         MOVE WS-SUSP-ACCOUNT TO GJ-ACCOUNT-REF
002400         PERFORM 3200-WRITE-JOURNAL-LINE THRU 3200-EXIT
002410     END-IF.
002420 3050-EXIT.
002430     EXIT.
002450
002460 3100-WRITE-ACCT-LINE.
002470     IF WS-ACCT-NET(WS-ACCT-SUB) = ZERO
002475         OR WS-ACCT-DATE(WS-ACCT-SUB) NOT = WS-JD-DATE(WS-JD-SUB)
002480         GO TO 3100-EXIT
002490     END-IF.
002500     MOVE WS-ACCT-NET(WS-ACCT-SUB) TO WS-LINE-AMOUNT.
002560
002570 3200-WRITE-JOURNAL-LINE.
002580     MOVE SPACES TO GJ-DR-CR.
002585     MOVE WS-JD-DATE(WS-JD-SUB) TO GJ-POST-DATE.
002590     IF WS-LINE-AMOUNT < ZERO
002600         SET GJ-CREDIT TO TRUE
002610         COMPUTE GJ-AMOUNT = WS-LINE-AMOUNT * -1
002620         ADD GJ-AMOUNT TO WS-JRNL-CR-TOTAL
002625         ADD GJ-AMOUNT TO WS-JD-CR-TOTAL(WS-JD-SUB)
002630     ELSE
002640         SET GJ-DEBIT TO TRUE
002650         MOVE WS-LINE-AMOUNT TO GJ-AMOUNT
002660         ADD GJ-AMOUNT TO WS-JRNL-DR-TOTAL
002665         ADD GJ-AMOUNT TO WS-JD-DR-TOTAL(WS-JD-SUB)
002670     END-IF.
002680     WRITE GJ-RECORD.
002690     ADD 1 TO WS-JRNL-LINE-COUNT.
003070         WS-RPT-COUNT-EDIT
003080         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
003090     PERFORM 5200-REPORT-LINE THRU 5200-EXIT.
003091     IF WS-OK-LIST-USED
003092         MOVE WS-FEED-HELD-COUNT TO WS-RPT-COUNT-EDIT
003093         STRING "  FEED RECORDS HELD BY GLRECON : "
003094             WS-RPT-COUNT-EDIT
003095             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
003096         PERFORM 5200-REPORT-LINE THRU 5200-EXIT
003097     END-IF.
003098     MOVE WS-JD-COUNT TO WS-RPT-COUNT-EDIT.
003099     STRING "  BUSINESS DATES JOURNALED . . : "
003100         WS-RPT-COUNT-EDIT
003101         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
003102     PERFORM 5200-REPORT-LINE THRU 5200-EXIT.
003103     IF WS-ACCT-NO-OVERFLOW
003104         PERFORM 5050-REPORT-DATE-TOTALS THRU 5050-EXIT
003105             VARYING WS-JD-SUB FROM 1 BY 1
003106             UNTIL WS-JD-SUB > WS-JD-COUNT
003107     END-IF.
003108     MOVE WS-JRNL-LINE-COUNT TO WS-RPT-COUNT-EDIT.
003110     STRING "  JOURNAL LINES WRITTEN  . . . : "
003120         WS-RPT-COUNT-EDIT
003130         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
003260         WHEN WS-ACCT-OVERFLOW
003270             MOVE "  *** ACCOUNT TABLE FULL - JOURNAL HELD ***"
003280                 TO WS-RPT-LINE-TEXT
003282             PERFORM 5200-REPORT-LINE THRU 5200-EXIT
003284         WHEN WS-DATE-OVERFLOW
003286             MOVE "  *** TOO MANY DATES - JOURNAL HELD ***"
003288                 TO WS-RPT-LINE-TEXT
003290             PERFORM 5200-REPORT-LINE THRU 5200-EXIT
003300         WHEN WS-IN-BALANCE
003310             MOVE "  *** IN BALANCE - RELEASE THE JOURNAL ***"
003470     CLOSE JOURNAL-REPORT-FILE.
003480 5000-EXIT.
003490     EXIT.
003491
003492*----------------------------------------------------------------
003493*    ONE DEBIT AND ONE CREDIT LINE PER BUSINESS DATE JOURNALED.
003494*    THE SUSPENSE LINE MAKES THEM EQUAL.
003495*----------------------------------------------------------------
003496 5050-REPORT-DATE-TOTALS.
003497     MOVE WS-JD-DR-TOTAL(WS-JD-SUB) TO WS-RPT-AMT-EDIT.
003498     STRING "  DATE " WS-JD-DATE(WS-JD-SUB)
003499         " DEBITS . . . . . : "
003500         WS-RPT-AMT-EDIT
003501         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
003502     PERFORM 5200-REPORT-LINE THRU 5200-EXIT.
003503     MOVE WS-JD-CR-TOTAL(WS-JD-SUB) TO WS-RPT-AMT-EDIT.
003504     STRING "  DATE " WS-JD-DATE(WS-JD-SUB)
003505         " CREDITS  . . . . : "
003506         WS-RPT-AMT-EDIT
003507         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
003508     PERFORM 5200-REPORT-LINE THRU 5200-EXIT.
003509 5050-EXIT.
003510     EXIT.
003511
003512*----------------------------------------------------------------
003520*    A HELD JOURNAL IS EMPTIED SO NOTHING PARTIAL CAN REACH THE
003530*    LEDGER EVEN IF THE UPLOAD STEP RUNS DESPITE THE CONDITION
003540*    CODE.
003710     CONTINUE.
003720 9000-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------
003760*    APPEND THIS RUN TO THE SHARED RUN HISTORY.  THE HISTORY
003770*    RECORDS THE RUN, IT IS NOT PART OF IT - A RUNHIST THAT
003780*    WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE RETURN
003790*    CODE IS LEFT AS IT IS.
003800*----------------------------------------------------------------
003810 9800-WRITE-RUN-HISTORY.
003820     OPEN EXTEND RUN-HISTORY-FILE.
003830     IF WS-RUNHIST-STATUS = "35" OR "05"
003840         OPEN OUTPUT RUN-HISTORY-FILE
003850     END-IF.
003860     IF WS-RUNHIST-STATUS NOT = "00"
003870         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
003880             " - RUN NOT RECORDED ***"
003890         GO TO 9800-EXIT
003900     END-IF.
003910     PERFORM 9810-NOTE-RUN-DATE THRU 9810-EXIT
003920         VARYING WS-JD-SUB FROM 1 BY 1
003930         UNTIL WS-JD-SUB > WS-JD-COUNT.
003940     IF WS-RUN-BUS-DATE = SPACES
003950         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
003960     END-IF.
003970     IF WS-RUN-THRU-DATE = SPACES
003980         MOVE WS-RUN-BUS-DATE TO WS-RUN-THRU-DATE
003990     END-IF.
004000     MOVE SPACES TO RH-RECORD.
004010     MOVE "GLJRNL" TO RH-PROGRAM.
004020     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
004030     MOVE WS-RUN-THRU-DATE TO RH-THRU-DATE.
004040     MOVE WS-RUN-START-DATE TO RH-START-DATE.
004050     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
004060     ACCEPT RH-END-DATE FROM DATE.
004070     ACCEPT WS-RUN-END-TIME FROM TIME.
004080     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
004090     MOVE WS-JRNL-RC TO RH-RETURN-CODE.
004100     MOVE "FEED" TO RH-COUNT-1-LABEL.
004110     MOVE WS-FEED-COUNT TO RH-COUNT-1.
004120     MOVE "HELD" TO RH-COUNT-2-LABEL.
004130     MOVE WS-FEED-HELD-COUNT TO RH-COUNT-2.
004140     MOVE "LINES" TO RH-COUNT-3-LABEL.
004150     MOVE WS-JRNL-LINE-COUNT TO RH-COUNT-3.
004160     WRITE RH-RECORD.
004170     CLOSE RUN-HISTORY-FILE.
004180 9800-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------------
004220*    WIDEN THE RUN'S BUSINESS DATES TO TAKE IN ONE ENTRY OF
004230*    THE DATE TABLE.
004240*----------------------------------------------------------------
004250 9810-NOTE-RUN-DATE.
004260     IF WS-RUN-BUS-DATE = SPACES
004270             OR WS-JD-DATE(WS-JD-SUB) < WS-RUN-BUS-DATE
004280         MOVE WS-JD-DATE(WS-JD-SUB) TO WS-RUN-BUS-DATE
004290     END-IF.
004300     IF WS-JD-DATE(WS-JD-SUB) > WS-RUN-THRU-DATE
004310         MOVE WS-JD-DATE(WS-JD-SUB) TO WS-RUN-THRU-DATE
004320     END-IF.
004330 9810-EXIT.
004340     EXIT.
