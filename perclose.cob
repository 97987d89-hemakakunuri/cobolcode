000290*    LOG (SOURCE O) THE SAME WAY THE RUN-CONTROL OVERRIDE IS.  *
000300*                                                               *
000310*        RC 00  ACTION COMPLETE                                *
000313*        RC 08  PERIOD OR ACTION CARD MISSING OR UNREADABLE,   *
000316*               OR THE PERIOD HAS BEEN PURGED (SEE PMPURGE) -  *
000319*               NOTHING DONE                                   *
000322*        RC 12  SWEEP TOTALS INCOMPLETE (ACCOUNT TABLE FULL)   *
000324*               - DO NOT SIGN OFF THE CLOSE REPORT             *
000330*                                                               *
000360*    MODIFICATION HISTORY
000370*    --------------------
000380*    09/02/2026  DW    ORIGINAL PROGRAM.
000382*    10/15/2026  DW    PERTOTS IS NOW EXTENDED, NOT REWRITTEN -
000384*                       IT KEEPS EVERY CLOSED MONTH FOR THE
000386*                       TRIAL BALANCE.  A RE-CLOSE APPENDS A NEW
000388*                       SET THAT SUPERSEDES THE EARLIER ONE.
000390*    10/15/2026  DW    REFUSES TO REOPEN OR RE-CLOSE A PERIOD THE
000392*                       RETENTION PURGE HAS REACHED - ITS POSTINGS
000394*                       ARE NO LONGER ALL ON THE MASTER (RC 8).
000395*    10/15/2026  DW    EACH RUN NOW APPENDS A RECORD - PROGRAM,
000396*                       BUSINESS DATE, START AND END, RETURN
000397*                       CODE AND KEY COUNTS - TO THE SHARED
000398*                       RUNHIST RUN HISTORY FOR STEPTRAK.
000400*    10/15/2026  DW    PT-RECORD MOVED TO COPYBOOK PERTOTR; EVERY
000402*                       RECORD OF A CLOSE IS STAMPED WITH THE
000404*                       RUN'S START DATE AND TIME.
000406*
000408 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000640     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-AUDIT-STATUS.
000662     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000664         ORGANIZATION IS LINE SEQUENTIAL
000666         FILE STATUS IS WS-RUNHIST-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000730 FD  POSTING-MASTER-FILE.
000740     COPY POSTMSTR.
000750
000820 FD  PERIOD-TOTAL-FILE.
000830     COPY PERTOTR.
000920
000930 FD  CLOSE-REPORT-FILE.
000940 01  CL-RECORD                   PIC X(80).
000950
000960 FD  AUDIT-LOG-FILE.
000970     COPY AUDITREC.
000971
000972*----------------------------------------------------------------
000973*    ONE RECORD PER RUN, APPENDED TO THE SHARED RUN HISTORY.
000974*----------------------------------------------------------------
000975 FD  RUN-HISTORY-FILE.
000976     COPY RUNHISTR.
000980
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------------
001200     88  WS-CARDS-VALID         VALUE "Y".
001210     88  WS-CARDS-INVALID       VALUE "N".
001212 77  WS-CLOSE-RC                PIC 9(02) VALUE ZERO.
001214 77  WS-PURGED-SW               PIC X(01) VALUE "N".
001216     88  WS-PERIOD-PURGED       VALUE "Y".
001218     88  WS-PERIOD-NOT-PURGED   VALUE "N".
001220
001230*----------------------------------------------------------------
001240*    CLOSE SWEEP FIELDS - THE MONTH'S POSTING MASTER RECORDS
001650 77  WS-RPT-LINE-TEXT           PIC X(80) VALUE SPACES.
001660 77  WS-RPT-CT-EDIT             PIC 9(07) VALUE ZERO.
001670 77  WS-RPT-AMT-EDIT            PIC -(10)9.99.
001671
001672*----------------------------------------------------------------
001673*    RUN HISTORY - WHEN THE RUN STARTED AND THE BUSINESS
001674*    DATES IT WAS FOR, STAMPED ON THE RECORD APPENDED TO
001675*    RUNHIST AS THE RUN ENDS.
001676*----------------------------------------------------------------
001677 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
001678 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
001679 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
001680 77  WS-RUN-THRU-DATE           PIC X(06) VALUE SPACES.
001681 01  WS-RUN-START-TIME.
001682     05  WS-RUN-START-HHMMSS    PIC X(06).
001683     05  FILLER                 PIC X(02).
001684 01  WS-RUN-END-TIME.
001685     05  WS-RUN-END-HHMMSS      PIC X(06).
001686     05  FILLER                 PIC X(02).
001687
001690 PROCEDURE DIVISION.
001700 0000-MAINLINE.
001710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001770         MOVE 8 TO WS-CLOSE-RC
001780     END-IF.
001785     MOVE WS-CLOSE-RC TO RETURN-CODE.
001787     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
001790     STOP RUN.
001800
001810 1000-INITIALIZE.
001813     ACCEPT WS-RUN-START-DATE FROM DATE.
001816     ACCEPT WS-RUN-START-TIME FROM TIME.
001820     SET WS-CARDS-INVALID TO TRUE.
001830     DISPLAY "ENTER THE PERIOD (YYMM): ".
001840     MOVE SPACES TO WS-CARD-FIELD.
002250     EXIT.
002260
002270 2000-APPLY-ACTION.
002271     PERFORM 2050-CHECK-PURGED THRU 2050-EXIT.
002272     IF WS-PERIOD-PURGED
002273         MOVE 8 TO WS-CLOSE-RC
002274         GO TO 2000-EXIT
002275     END-IF.
002280     PERFORM 2100-MARK-PERIOD THRU 2100-EXIT.
002290     PERFORM 2200-AUDIT-ACTION THRU 2200-EXIT.
002300     IF WS-ACTION-CLOSE
002340     PERFORM 5000-SIGN-OFF-BLOCK THRU 5000-EXIT.
002350 2000-EXIT.
002360     EXIT.
002361*----------------------------------------------------------------
002362*    ONCE THE RETENTION PURGE HAS MOVED PART OF A PERIOD TO
002363*    HISTORY THE MASTER NO LONGER HOLDS THE WHOLE MONTH - A
002364*    RE-CLOSE WOULD SWEEP SHORT TOTALS ONTO PERTOTS AND A REOPEN
002365*    WOULD LET POSTINGS IN BEHIND THE BALANCE FORWARD.  NEITHER
002366*    IS ALLOWED.
002367*----------------------------------------------------------------
002368 2050-CHECK-PURGED.
002369     SET WS-PERIOD-NOT-PURGED TO TRUE.
002370     MOVE WS-CLOSE-PERIOD TO PD-PERIOD.
002371     READ PERIOD-FILE
002372         INVALID KEY
002373             GO TO 2050-EXIT
002374     END-READ.
002375     IF PD-PURGED-THRU = SPACES
002376         GO TO 2050-EXIT
002377     END-IF.
002378     SET WS-PERIOD-PURGED TO TRUE.
002379     STRING "  *** PERIOD " WS-CLOSE-PERIOD " PURGED THRU "
002380         PD-PURGED-THRU " - NOTHING DONE ***"
002381         DELIMITED BY SIZE INTO WS-RPT-LINE-TEXT.
002382     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
002383 2050-EXIT.
002384     EXIT.
002385
002386 2100-MARK-PERIOD.
002390     ACCEPT WS-CURRENT-DATE FROM DATE.
002400     ACCEPT WS-CURRENT-TIME FROM TIME.
002410     MOVE SPACES TO PD-RECORD.
003690
003700*----------------------------------------------------------------
003710*    WRITE THE PER-ACCOUNT PERIOD TOTALS TO PERTOTS AND PRINT
003714*    THE SAME FIGURES ON THE CLOSE REPORT.  PERTOTS HOLDS EVERY
003718*    CLOSED MONTH, SO THE SET IS ADDED TO THE END; A MONTH
003722*    CLOSED AGAIN AFTER A REOPEN GETS A NEW SET AND READERS
003724*    TAKE THE LAST SET WRITTEN FOR THE PERIOD.  EVERY RECORD
003726*    OF THE SET CARRIES THIS RUN'S START DATE AND TIME, SO TWO
003728*    CLOSES OF ONE PERIOD NEVER READ AS ONE SET.
003730*----------------------------------------------------------------
003740 4000-WRITE-TOTALS.
003744     OPEN EXTEND PERIOD-TOTAL-FILE.
003748     IF WS-PERTOT-STATUS = "35" OR "05"
003752         OPEN OUTPUT PERIOD-TOTAL-FILE
003756     END-IF.
003760     MOVE "  PER-ACCOUNT PERIOD TOTALS" TO WS-RPT-LINE-TEXT.
003770     PERFORM 8000-REPORT-LINE THRU 8000-EXIT.
003780     PERFORM 4100-WRITE-ONE-TOTAL THRU 4100-EXIT
004050     MOVE WS-ACCT-REF(WS-ACCT-SUB) TO PT-ACCOUNT.
004060     MOVE WS-ACCT-CT(WS-ACCT-SUB) TO PT-POST-COUNT.
004070     MOVE WS-ACCT-NET(WS-ACCT-SUB) TO PT-NET-AMOUNT.
004073     MOVE WS-RUN-START-DATE TO PT-CLOSE-DATE.
004076     MOVE WS-RUN-START-TIME TO PT-CLOSE-TIME.
004080     WRITE PT-RECORD.
004090     MOVE WS-ACCT-CT(WS-ACCT-SUB) TO WS-RPT-CT-EDIT.
004100     MOVE WS-ACCT-NET(WS-ACCT-SUB) TO WS-RPT-AMT-EDIT.
004480     END-IF.
004490 9000-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------------
004530*    APPEND THIS RUN TO THE SHARED RUN HISTORY.  THE HISTORY
004540*    RECORDS THE RUN, IT IS NOT PART OF IT - A RUNHIST THAT
004550*    WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE RETURN
004560*    CODE IS LEFT AS IT IS.
004570*----------------------------------------------------------------
004580 9800-WRITE-RUN-HISTORY.
004590     OPEN EXTEND RUN-HISTORY-FILE.
004600     IF WS-RUNHIST-STATUS = "35" OR "05"
004610         OPEN OUTPUT RUN-HISTORY-FILE
004620     END-IF.
004630     IF WS-RUNHIST-STATUS NOT = "00"
004640         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
004650             " - RUN NOT RECORDED ***"
004660         GO TO 9800-EXIT
004670     END-IF.
004680     IF WS-RUN-BUS-DATE = SPACES
004690         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
004700     END-IF.
004710     IF WS-RUN-THRU-DATE = SPACES
004720         MOVE WS-RUN-BUS-DATE TO WS-RUN-THRU-DATE
004730     END-IF.
004740     MOVE SPACES TO RH-RECORD.
004750     MOVE "PERCLOSE" TO RH-PROGRAM.
004760     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
004770     MOVE WS-RUN-THRU-DATE TO RH-THRU-DATE.
004780     MOVE WS-RUN-START-DATE TO RH-START-DATE.
004790     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
004800     ACCEPT RH-END-DATE FROM DATE.
004810     ACCEPT WS-RUN-END-TIME FROM TIME.
004820     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
004830     MOVE WS-CLOSE-RC TO RH-RETURN-CODE.
004840     MOVE "SWEPT" TO RH-COUNT-1-LABEL.
004850     MOVE WS-SWEEP-COUNT TO RH-COUNT-1.
004860     MOVE "ACCOUNTS" TO RH-COUNT-2-LABEL.
004870     MOVE WS-ACCT-COUNT TO RH-COUNT-2.
004880     WRITE RH-RECORD.
004890     CLOSE RUN-HISTORY-FILE.
004900 9800-EXIT.
004910     EXIT.
