000370*    MODIFICATION HISTORY
000380*    --------------------
000390*    09/02/2026  DW    ORIGINAL PROGRAM.
000392*    10/15/2026  DW    CTLTOT NOW HOLDS ONE RECORD PER BUSINESS
000394*                       DATE.  THE SHEET SHOWS THE LAST DATE, THE
000396*                       NUMBER OF DATES AND ANY DATE THAT STOPPED,
000398*                       AND PROVES THE FEED AGAINST ALL OF THEM.
000400*    10/15/2026  DW    EACH RUN NOW APPENDS A RECORD - PROGRAM,
000402*                       BUSINESS DATE, START AND END, RETURN
000404*                       CODE AND KEY COUNTS - TO THE SHARED
000406*                       RUNHIST RUN HISTORY FOR STEPTRAK.
000408*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000730     SELECT STATUS-REPORT-FILE ASSIGN TO "OPSRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-OPSRPT-STATUS.
000752     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000754         ORGANIZATION IS LINE SEQUENTIAL
000756         FILE STATUS IS WS-RUNHIST-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
001200
001210 FD  STATUS-REPORT-FILE.
001220 01  OP-RECORD                   PIC X(80).
001221
001222*----------------------------------------------------------------
001223*    ONE RECORD PER RUN, APPENDED TO THE SHARED RUN HISTORY.
001224*----------------------------------------------------------------
001225 FD  RUN-HISTORY-FILE.
001226     COPY RUNHISTR.
001230
001240 WORKING-STORAGE SECTION.
001250*----------------------------------------------------------------
001600 77  WS-CTL-REJECTS             PIC 9(07) VALUE ZERO.
001610 77  WS-MAX-REJECTS             PIC 9(07) VALUE ZERO.
001620 77  WS-MAX-REJECT-PCT          PIC 9(03) VALUE ZERO.
001622 77  WS-CTL-DATE-COUNT          PIC 9(04) COMP VALUE ZERO.
001624 77  WS-CTL-FAILED-COUNT        PIC 9(04) COMP VALUE ZERO.
001626 77  WS-CTL-FEED-COUNT          PIC 9(07) COMP VALUE ZERO.
001628 77  WS-CTL-FEED-SUM            PIC S9(09)V99 COMP VALUE ZERO.
001630
001640*----------------------------------------------------------------
001650*    QUEUE DEPTHS AND PENDING-WORK SWITCHES
002000 77  WS-RPT-CT2-EDIT            PIC 9(07) VALUE ZERO.
002010 77  WS-RPT-AMT-EDIT            PIC -(10)9.99.
002020 77  WS-RPT-PCT-EDIT            PIC 9(03) VALUE ZERO.
002021
002022*----------------------------------------------------------------
002023*    RUN HISTORY - WHEN THE RUN STARTED AND THE BUSINESS
002024*    DATES IT WAS FOR, STAMPED ON THE RECORD APPENDED TO
002025*    RUNHIST AS THE RUN ENDS.
002026*----------------------------------------------------------------
002027 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
002028 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
002029 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
002030 77  WS-RUN-THRU-DATE           PIC X(06) VALUE SPACES.
002031 01  WS-RUN-START-TIME.
002032     05  WS-RUN-START-HHMMSS    PIC X(06).
002033     05  FILLER                 PIC X(02).
002034 01  WS-RUN-END-TIME.
002035     05  WS-RUN-END-HHMMSS      PIC X(06).
002036     05  FILLER                 PIC X(02).
002037
002040 PROCEDURE DIVISION.
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     IF WS-ATTENTION-COUNT > ZERO
002150         MOVE 4 TO RETURN-CODE
002160     END-IF.
002165     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
002170     STOP RUN.
002180
002190 1000-INITIALIZE.
002193     ACCEPT WS-RUN-START-DATE FROM DATE.
002196     ACCEPT WS-RUN-START-TIME FROM TIME.
002200     ACCEPT WS-TODAY-DATE FROM DATE.
002210     OPEN OUTPUT STATUS-REPORT-FILE.
002220     MOVE "============================================="
003100
003110*----------------------------------------------------------------
003120*    THE LAST BATCH'S CONTROL TOTALS AND THE REJECT COUNT
003125*    AGAINST THE BATCHPRM LIMITS.  A CATCH-UP RUN LEAVES ONE
003130*    RECORD PER DATE; THE LAST ONE IS SHOWN AND ALL OF THEM
003135*    ARE ADDED UP FOR THE GL FEED PROOF.
003140*----------------------------------------------------------------
003150 3000-BATCH-TOTALS-STATUS.
003160     SET WS-CTLTOT-MISSING TO TRUE.
003170     OPEN INPUT CONTROL-TOTAL-FILE.
003180     IF WS-CTLTOT-STATUS = "00"
003190         SET WS-SCAN-NOT-EOF TO TRUE
003200         PERFORM 3100-READ-CONTROL-TOTALS THRU 3100-EXIT
003210             UNTIL WS-SCAN-EOF
003300         CLOSE CONTROL-TOTAL-FILE
003310     END-IF.
003320     OPEN INPUT BATCH-PARM-FILE.
003590         WS-RPT-CT-EDIT " / " WS-RPT-AMT-EDIT
003600         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
003610     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003611     IF WS-CTL-DATE-COUNT > 1
003612         MOVE WS-CTL-DATE-COUNT TO WS-RPT-CT-EDIT
003613         MOVE SPACES TO WS-RPT-LINE-TEXT
003614         STRING "    BUSINESS DATES IN THE RUN  : "
003615             WS-RPT-CT-EDIT
003616             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
003617         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003618     END-IF.
003619     IF WS-CTL-FAILED-COUNT > ZERO
003620         MOVE WS-CTL-FAILED-COUNT TO WS-RPT-CT-EDIT
003621         MOVE SPACES TO WS-RPT-LINE-TEXT
003622         STRING "    DATES STOPPED ON REJECTS . : "
003623             WS-RPT-CT-EDIT
003624             DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT
003625         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
003626     END-IF.
003627     MOVE WS-CTL-REJECTS TO WS-RPT-CT-EDIT.
003630     MOVE WS-MAX-REJECTS TO WS-RPT-CT2-EDIT.
003640     MOVE WS-MAX-REJECT-PCT TO WS-RPT-PCT-EDIT.
003650     MOVE SPACES TO WS-RPT-LINE-TEXT.
003700     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003710 3000-EXIT.
003720     EXIT.
003721
003722 3100-READ-CONTROL-TOTALS.
003723     READ CONTROL-TOTAL-FILE
003724         AT END
003725             SET WS-SCAN-EOF TO TRUE
003726             GO TO 3100-EXIT
003727     END-READ.
003728     IF WS-CTLTOT-STATUS NOT = "00"
003729         SET WS-SCAN-EOF TO TRUE
003730         GO TO 3100-EXIT
003731     END-IF.
003732     MOVE CT-RUN-DATE TO WS-CTL-RUN-DATE.
003733     MOVE CT-POST-COUNT TO WS-CTL-POST-COUNT.
003734     MOVE CT-RESULT-SUM TO WS-CTL-SUM.
003735     MOVE CT-REJECT-COUNT TO WS-CTL-REJECTS.
003736     ADD CT-POST-COUNT TO WS-CTL-FEED-COUNT.
003737     ADD CT-RESULT-SUM TO WS-CTL-FEED-SUM.
003738     ADD 1 TO WS-CTL-DATE-COUNT.
003739     IF WS-CTL-DATE-COUNT = 1
003740         MOVE CT-RUN-DATE TO WS-RUN-BUS-DATE
003741     END-IF.
003742     MOVE CT-RUN-DATE TO WS-RUN-THRU-DATE.
003743     IF CT-DATE-FAILED
003744         ADD 1 TO WS-CTL-FAILED-COUNT
003745     END-IF.
003746     SET WS-CTLTOT-FOUND TO TRUE.
003747 3100-EXIT.
003748     EXIT.
003749
003750*----------------------------------------------------------------
003751*    QUEUE DEPTHS: OUTSTANDING REJECTS WAITING FOR OPTION 6,
003760*    AND WHAT RESUB AND DAYPOST WILL FEED INTO TONIGHT'S RUN.
003770*----------------------------------------------------------------
003780 4000-QUEUE-STATUS.
004840
004850*----------------------------------------------------------------
004860*    PROVE THE GL FEED AGAINST THE CONTROL TOTALS WITH THE
004866*    SAME COUNT-AND-SUM COMPARISON GLRECON MAKES, TAKEN OVER
004872*    EVERY BUSINESS DATE ON CTLTOT.
004880*----------------------------------------------------------------
004890 6000-GL-BALANCE-STATUS.
004900     IF WS-CTLTOT-MISSING
005000             UNTIL WS-GLFEED-EOF
005010         CLOSE GL-FEED-FILE
005020     END-IF.
005030     IF WS-GL-COUNT = WS-CTL-FEED-COUNT
005040             AND WS-GL-SUM = WS-CTL-FEED-SUM
005050         SET WS-FEED-BALANCED TO TRUE
005060         MOVE "  GL FEED BALANCE  . . . . . . : IN BALANCE"
005070             TO WS-RPT-LINE-TEXT
005470             TO WS-RPT-LINE-TEXT
005480         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
005490     END-IF.
005491     IF WS-CTL-FAILED-COUNT > ZERO
005492         ADD 1 TO WS-ATTENTION-COUNT
005493         MOVE "  ** ATTENTION: A DATE STOPPED - FEED HELD **"
005494             TO WS-RPT-LINE-TEXT
005495         PERFORM 8000-REPORT-LINE THRU 8000-EXIT
005496     END-IF.
005500     IF WS-OUT-REJECT-COUNT > ZERO
005510         ADD 1 TO WS-ATTENTION-COUNT
005520         MOVE "  ** ATTENTION: REJECTS AWAIT CORRECTION **"
005760     CLOSE STATUS-REPORT-FILE.
005770 9000-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------------
005810*    APPEND THIS RUN TO THE SHARED RUN HISTORY.  THE HISTORY
005820*    RECORDS THE RUN, IT IS NOT PART OF IT - A RUNHIST THAT
005830*    WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE RETURN
005840*    CODE IS LEFT AS IT IS.
005850*----------------------------------------------------------------
005860 9800-WRITE-RUN-HISTORY.
005870     OPEN EXTEND RUN-HISTORY-FILE.
005880     IF WS-RUNHIST-STATUS = "35" OR "05"
005890         OPEN OUTPUT RUN-HISTORY-FILE
005900     END-IF.
005910     IF WS-RUNHIST-STATUS NOT = "00"
005920         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
005930             " - RUN NOT RECORDED ***"
005940         GO TO 9800-EXIT
005950     END-IF.
005960     IF WS-RUN-BUS-DATE = SPACES
005970         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
005980     END-IF.
005990     IF WS-RUN-THRU-DATE = SPACES
006000         MOVE WS-RUN-BUS-DATE TO WS-RUN-THRU-DATE
006010     END-IF.
006020     MOVE SPACES TO RH-RECORD.
006030     MOVE "OPSTATUS" TO RH-PROGRAM.
006040     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
006050     MOVE WS-RUN-THRU-DATE TO RH-THRU-DATE.
006060     MOVE WS-RUN-START-DATE TO RH-START-DATE.
006070     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
006080     ACCEPT RH-END-DATE FROM DATE.
006090     ACCEPT WS-RUN-END-TIME FROM TIME.
006100     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
006110     MOVE RETURN-CODE TO RH-RETURN-CODE.
006120     MOVE "DATES" TO RH-COUNT-1-LABEL.
006130     MOVE WS-CTL-DATE-COUNT TO RH-COUNT-1.
006140     MOVE "POSTED" TO RH-COUNT-2-LABEL.
006150     MOVE WS-CTL-FEED-COUNT TO RH-COUNT-2.
006160     MOVE "ATTN" TO RH-COUNT-3-LABEL.
006170     MOVE WS-ATTENTION-COUNT TO RH-COUNT-3.
006180     WRITE RH-RECORD.
006190     CLOSE RUN-HISTORY-FILE.
006200 9800-EXIT.
006210     EXIT.
