020748*                       THE HEADER'S COUNT AND HASH, A FAILED
020749*                       BLOCK REJECTS WHOLE, AND CHECKPOINTS
020750*                       STILL LAND ON BLOCK BOUNDARIES.
020753*    10/15/2026  DW    ADDED TWO-PERSON (MAKER-CHECKER) APPROVAL.
020756*                       THE OPERATOR NOW SIGNS ON WITH AN ID
020759*                       WHEN THE MENU STARTS.  A SINGLE ADD OR
020762*                       A SINGLE REVERSAL WHOSE RESULT IS OVER
020765*                       THE NEW BATCHPRM APPROVAL LIMIT, AND
020768*                       EVERY BLOCK BACK-OUT, IS HELD ON THE
020771*                       NEW PENDAPR QUEUE INSTEAD OF GOING TO
020774*                       DAYPOST, UNTIL A DIFFERENT OPERATOR
020777*                       APPROVES OR DECLINES IT FROM NEW MENU
020780*                       OPTION A.  ONLY APPROVED ITEMS REACH
020783*                       DAYPOST AND THE NIGHTLY BATCH; ITEMS
020786*                       STILL PENDING ARE LISTED ON THE CONTROL
020789*                       REPORT.  AUDIT ENTRIES NOW CARRY THE
020792*                       MAKER AND CHECKER IDS.
020793*    10/15/2026  DW    ADDED MENU OPTION B, STANDING-ENTRY
020794*                       SCHEDULE MAINTENANCE, OVER THE NEW
020795*                       STNDENT FILE THE STNDGEN JOB READS TO
020796*                       GENERATE RECURRING DEPARTMENT BLOCKS
020797*                       INTO BATCHIN AHEAD OF THE BATCH.
020805*    10/15/2026  DW    ADDED THE ACCTRDR ACCOUNT REDIRECTION
020813*                       MASTER.  A DETAIL CODED TO A RETIRED OR
020821*                       UNKNOWN ACCOUNT WITH A REDIRECTION IN
020829*                       EFFECT POSTS TO THE SUCCESSOR ACCOUNT,
020837*                       THE CODE SENT KEPT IN PM-ORIG-ACCOUNT,
020845*                       AND OPTION 6 REVALIDATION ACCEPTS IT THE
020853*                       SAME WAY.  NEW MENU OPTION C MAINTAINS
020861*                       THE MASTER; THE CONTROL REPORT LISTS
020869*                       REDIRECTED POSTINGS BY DEPARTMENT.
020870*    10/15/2026  DW    ADDED MENU OPTION D, THE CATCH-UP BATCH
020871*                       RUN.  AFTER AN OUTAGE BATCHIN CAN CARRY
020872*                       BLOCKS FOR SEVERAL BUSINESS DATES; EACH
020873*                       DATE IS POSTED IN TURN, OLDEST FIRST, WITH
020874*                       ITS OWN RUN-CONTROL RECORD, POSTING
020875*                       SEQUENCE, CTLTOT RECORD AND REPORT
020876*                       SECTION.  A DATE ALREADY POSTED IS
020877*                       REFUSED; A DATE THAT FAILS STOPS THE RUN
020878*                       BUT LEAVES THE DATES BEFORE IT POSTED.
020879*                       GLFEED NOW CARRIES EACH RECORD'S DATE.
020880*    10/15/2026  DW    RUN CONTROL NOW KEEPS EACH DATE'S RUNNING
020881*                       POSTED COUNT AND RESULT SUM, ADDED TO BY
020882*                       EVERY RUN THAT POSTS THE DATE, FOR THE
020883*                       POSTING MASTER VERIFICATION JOB.
020886*    10/15/2026  DW    OPTION 8 REFUSES TO REVERSE A BALANCE-
020889*                       FORWARD RECORD LEFT BY PMPURGE.
020890*    10/15/2026  DW    BATCH (OPTION 2) AND CATCH-UP (OPTION D)
020891*                       RUNS NOW APPEND A RECORD - PROGRAM,
020892*                       BUSINESS DATE, START AND END, RETURN
020893*                       CODE AND KEY COUNTS - TO THE SHARED
020894*                       RUNHIST RUN HISTORY FOR STEPTRAK; A
020895*                       CATCH-UP RUN WRITES ONE PER DATE.
020905*    10/15/2026  DW    THE REDIRECTED-POSTING TALLY NOW RIDES
020915*                       THE CHECKPOINT ("R" RECORDS) SO A RESTART
020925*                       REPORTS THE WHOLE RUN.  A BLOCK STNDGEN
020935*                       GENERATED ("G" IN ITS HEADER) IS MARKED
020945*                       ON POSTMST AND DOES NOT COUNT AS THE
020955*                       DEPARTMENT HAVING SUBMITTED.
020956*    10/15/2026  DW    A SESSION SIGNED ON WITHOUT AN OPERATOR ID
020957*                       MAY NOT HOLD OR BACK OUT, AND AN ITEM HELD
020958*                       WITHOUT A MAKER ID MAY ONLY BE DECLINED.
020959*                       A CATCH-UP HEADER DATE MUST BE A REAL
020960*                       CALENDAR DATE.
020965*
020975 ENVIRONMENT DIVISION.
020985 CONFIGURATION SECTION.
021000 SOURCE-COMPUTER. IBM-370.
021100 OBJECT-COMPUTER. IBM-370.
021200 INPUT-OUTPUT SECTION.
024620     SELECT BLOCK-WORK-FILE ASSIGN TO "BLKWRK"
024640         ORGANIZATION IS LINE SEQUENTIAL
024660         FILE STATUS IS WS-BLKWRK-STATUS.
024670     SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPR"
024680         ORGANIZATION IS LINE SEQUENTIAL
024690         FILE STATUS IS WS-PENDAPR-STATUS.
024700     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
024800         ORGANIZATION IS INDEXED
024900         ACCESS MODE IS RANDOM
025645         ACCESS MODE IS RANDOM
025650         RECORD KEY IS PD-PERIOD
025655         FILE STATUS IS WS-PERIOD-STATUS.
025662     SELECT STANDING-ENTRY-FILE ASSIGN TO "STNDENT"
025669         ORGANIZATION IS INDEXED
025676         ACCESS MODE IS RANDOM
025683         RECORD KEY IS SE-KEY
025690         FILE STATUS IS WS-STNDENT-STATUS.
025691     SELECT ACCOUNT-REDIRECT-FILE ASSIGN TO "ACCTRDR"
025692         ORGANIZATION IS INDEXED
025693         ACCESS MODE IS RANDOM
025694         RECORD KEY IS RD-OLD-ACCOUNT
025695         FILE STATUS IS WS-ACCTRDR-STATUS.
025696     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
025697         ORGANIZATION IS LINE SEQUENTIAL
025698         FILE STATUS IS WS-RUNHIST-STATUS.
025700     SELECT POSTING-MASTER-FILE ASSIGN TO "POSTMST"
025800         ORGANIZATION IS INDEXED
025900         ACCESS MODE IS DYNAMIC
028500*    RECORD COUNT AND A HASH TOTAL OF THE AMOUNTS) AND A
028600*    TRAILER ("T" IN COLUMN 1).  A DETAIL RECORD ALWAYS STARTS
028700*    WITH A DIGIT, SO COLUMN 1 IS ENOUGH TO TELL THE THREE
028710*    RECORD TYPES APART.  STNDGEN MARKS THE HEADER OF EVERY
028720*    BLOCK IT GENERATES WITH "G" IN COLUMN 33; A DEPARTMENT'S
028730*    OWN HEADER LEAVES IT BLANK.
028900*----------------------------------------------------------------
029000 01  BI-HEADER-RECORD REDEFINES BI-INPUT-RECORD.
029100     05  BI-HDR-TYPE          PIC X(01).
029700     05  BI-HDR-COUNT         PIC 9(07).
029800     05  FILLER                PIC X(01).
029900     05  BI-HDR-HASH          PIC S9(9)V99.
029910     05  FILLER                PIC X(01).
029920     05  BI-HDR-SOURCE        PIC X(01).
029930         88  BI-HDR-GENERATED  VALUE "G".
029940     05  FILLER                PIC X(47).
030100 01  BI-TRAILER-RECORD REDEFINES BI-INPUT-RECORD.
030200     05  BI-TRL-TYPE          PIC X(01).
030300     05  FILLER                PIC X(01).
037800     05  CK-DEPT-POST-COUNT   PIC 9(07).
037900     05  FILLER                PIC X(01).
038000     05  CK-DEPT-SUM          PIC S9(09)V99.
038010     05  FILLER                PIC X(01).
038020     05  CK-DEPT-KEYED-COUNT  PIC 9(07).
038030     05  FILLER                PIC X(48).
038106*----------------------------------------------------------------
038112*    A CATCH-UP RUN (MENU OPTION D) ENDS THE CHECKPOINT WITH A
038118*    "C" RECORD NAMING THE DATE IN HAND - "I" PART-WAY THROUGH
038124*    IT, "C" COMPLETE AND POSTED - AND THE DATE WHOSE PASS TOOK
038130*    THE RECORDS OUTSIDE ANY DATED BLOCK.
038136*----------------------------------------------------------------
038142 01  CK-CATCHUP-RECORD REDEFINES CK-RECORD.
038148     05  CK-CU-MARK           PIC X(01).
038154     05  FILLER                PIC X(01).
038160     05  CK-CU-DATE           PIC X(06).
038166     05  FILLER                PIC X(01).
038172     05  CK-CU-STATE          PIC X(01).
038178     05  FILLER                PIC X(01).
038184     05  CK-CU-ORPHAN-DATE    PIC X(06).
038190     05  FILLER                PIC X(71).
038194*----------------------------------------------------------------
038198*    ONE "R" RECORD PER LINE OF THE REDIRECTED-POSTINGS TABLE,
038202*    SO A RESTARTED RUN'S CONTROL REPORT STILL LISTS THE
038206*    REDIRECTS POSTED BEFORE THE RESTART.  EACH CARRIES THE
038210*    RUN'S TOTAL REDIRECT COUNT, WHICH RUNS ON PAST THE TABLE.
038214*----------------------------------------------------------------
038218 01  CK-RDR-RECORD REDEFINES CK-RECORD.
038222     05  CK-RDR-MARK          PIC X(01).
038226     05  FILLER                PIC X(01).
038230     05  CK-RDR-DEPT          PIC 9(02).
038234     05  FILLER                PIC X(01).
038238     05  CK-RDR-OLD           PIC X(08).
038242     05  FILLER                PIC X(01).
038246     05  CK-RDR-NEW           PIC X(08).
038250     05  FILLER                PIC X(01).
038254     05  CK-RDR-COUNT         PIC 9(07).
038258     05  FILLER                PIC X(01).
038262     05  CK-RDR-SUM           PIC S9(09)V99.
038266     05  FILLER                PIC X(01).
038270     05  CK-RDR-TOTAL-CT      PIC 9(07).
038274     05  FILLER                PIC X(38).
038278
038300 FD  CONTROL-REPORT-FILE.
038400 01  CR-RECORD                   PIC X(60).
038500
043400*    MAXIMUM REJECT PERCENTAGE BEFORE THE BATCH STOPS POSTING.
043500*    A ZERO DISABLES THAT LIMIT; A MISSING OR UNREADABLE PARM
043600*    FILE DISABLES BOTH.  KEPT IN A DATASET SO THE LIMITS CAN
043610*    BE CHANGED WITHOUT A RECOMPILE.  THE SAME RECORD CARRIES
043620*    THE TWO-PERSON APPROVAL LIMIT: A SINGLE ADD OR REVERSAL
043630*    WHOSE RESULT (EITHER SIGN) IS OVER IT WAITS FOR A SECOND
043640*    OPERATOR.  BLANK OR ZERO HOLDS ONLY BLOCK BACK-OUTS.
043800*----------------------------------------------------------------
043900 FD  BATCH-PARM-FILE.
044000 01  BP-RECORD.
044100     05  BP-MAX-REJECTS       PIC 9(07).
044200     05  FILLER                PIC X(01).
044300     05  BP-MAX-REJECT-PCT    PIC 9(03).
044310     05  FILLER                PIC X(01).
044320     05  BP-APPROVAL-LIMIT    PIC 9(07)V99.
044330     05  FILLER                PIC X(59).
044500
044600*----------------------------------------------------------------
044700*    POSTING MASTER - EVERY POSTED RESULT, KEYED BY BUSINESS
045520*----------------------------------------------------------------
045540 FD  PERIOD-FILE.
045560     COPY PERDREC.
045562
045564*----------------------------------------------------------------
045566*    STANDING-ENTRY SCHEDULE - RECURRING POSTINGS BY DEPARTMENT,
045568*    MAINTAINED THROUGH MENU OPTION B.  THE BATCH ITSELF NEVER
045570*    READS IT; THE STNDGEN JOB TURNS THE ENTRIES DUE INTO
045572*    ORDINARY DEPARTMENT BLOCKS ON BATCHIN.
045574*----------------------------------------------------------------
045576 FD  STANDING-ENTRY-FILE.
045578     COPY STNDENTR.
045580*----------------------------------------------------------------
045582*    ACCOUNT REDIRECTION MASTER - A RETIRED ACCOUNT CODE AND THE
045584*    SUCCESSOR ITS POSTINGS GO TO FROM AN EFFECTIVE DATE.
045586*    LOADED BY COASYNC FROM THE COA EXTRACT AND MAINTAINED
045588*    THROUGH MENU OPTION C.
045590*----------------------------------------------------------------
045592 FD  ACCOUNT-REDIRECT-FILE.
045594     COPY ACCTRDRR.
045596
045600 FD  POSTING-MASTER-FILE.
045620     COPY POSTMSTR.
047000
048240     05  BW-SEQ               PIC 9(07).
048260     05  FILLER                PIC X(01).
048280     05  BW-DETAIL            PIC X(80).
048290
048300*----------------------------------------------------------------
048310*    PENDING-APPROVAL QUEUE - SINGLE ADDS AND REVERSALS OVER THE
048320*    BATCHPRM APPROVAL LIMIT, AND EVERY BLOCK BACK-OUT, WAIT HERE
048330*    UNDER THE MAKER'S OPERATOR ID UNTIL A DIFFERENT OPERATOR
048340*    APPROVES OR DECLINES THEM FROM MENU OPTION A.  NOTHING ON
048350*    THIS FILE IS POSTED; THE CONTROL REPORT LISTS IT.
048360*----------------------------------------------------------------
048370 FD  PENDING-APPROVAL-FILE.
048380     COPY PENDAPRR.
049100
049200 FD  GL-FEED-FILE.
049300     COPY GLFEEDR.
049310
049320*----------------------------------------------------------------
049330*    ONE RECORD PER BATCH RUN (PER DATE ON A CATCH-UP RUN),
049340*    APPENDED TO THE SHARED RUN HISTORY.
049350*----------------------------------------------------------------
049360 FD  RUN-HISTORY-FILE.
049370     COPY RUNHISTR.
049400
049500 WORKING-STORAGE SECTION.
049600*----------------------------------------------------------------
050600     88  WS-MENU-POST-INQ       VALUE "7".
050620     88  WS-MENU-POST-RVSL      VALUE "8".
050640     88  WS-MENU-DEPT-MAINT     VALUE "9".
050650     88  WS-MENU-APPROVE        VALUE "A".
050660     88  WS-MENU-STANDING       VALUE "B".
050670     88  WS-MENU-REDIRECT       VALUE "C".
050680     88  WS-MENU-CATCHUP        VALUE "D".
050700     88  WS-MENU-EXIT           VALUE "0".
050800
050900*----------------------------------------------------------------
060900     88  WS-BLK-FAILED          VALUE "Y".
061000     88  WS-BLK-CLEAN           VALUE "N".
061100 77  WS-BLK-FAIL-MSG            PIC X(40) VALUE SPACES.
061110 77  WS-BLK-GEN-SW              PIC X(01) VALUE "N".
061120     88  WS-BLK-GENERATED       VALUE "Y".
061130     88  WS-BLK-KEYED           VALUE "N".
061200
061300*----------------------------------------------------------------
061400*    PER-DEPARTMENT CONTROL SUBTOTALS FOR THE CONTROL REPORT
062200         10  WS-DEPT-ID         PIC 9(02).
062300         10  WS-DEPT-POST-COUNT PIC 9(07) COMP.
062400         10  WS-DEPT-SUM        PIC S9(09)V99 COMP.
062410*            POSTINGS FROM THE DEPARTMENT'S OWN BLOCKS, LEAVING
062420*            OUT STANDING-ENTRY BLOCKS STNDGEN GENERATED.
062430         10  WS-DEPT-KEYED-COUNT PIC 9(07) COMP.
062500 77  WS-DEPT-CT-EDIT            PIC 9(07) VALUE ZERO.
062600 77  WS-DEPT-SUM-EDIT           PIC -(8)9.99.
062700
071200     88  WS-RUN-ALLOWED         VALUE "N".
071300 77  WS-OVERRIDE-CHOICE         PIC X(01) VALUE SPACE.
071400     88  WS-OVERRIDE-YES        VALUE "Y".
071401*----------------------------------------------------------------
071402*    CATCH-UP RUN FIELDS - MENU OPTION D POSTS A BATCHIN THAT
071403*    CARRIES DEPARTMENT BLOCKS FOR SEVERAL BUSINESS DATES, ONE
071404*    DATE PER PASS OVER THE FILE, OLDEST DATE FIRST.  THE DATE
071405*    TABLE IS BUILT FROM THE BLOCK HEADERS AND KEPT IN DATE
071406*    ORDER; WHEN IT FILLS, THE LATEST DATES ARE LEFT FOR A
071407*    LATER RUN.  THE RUN'S RETURN CODE IS THE WORST OF ITS
071408*    DATES' CODES, AT LEAST 04 WHEN A DATE WAS REFUSED AND AT
071409*    LEAST 08 WHEN DATES WERE LEFT OVER; 16 WHEN NOTHING RAN.
071410*----------------------------------------------------------------
071411 77  WS-CATCHUP-SW              PIC X(01) VALUE "N".
071412     88  WS-CATCHUP-RUN         VALUE "Y".
071413     88  WS-SINGLE-DATE-RUN     VALUE "N".
071414 77  WS-CU-MAX                  PIC 9(02) COMP VALUE 31.
071415 77  WS-CU-COUNT                PIC 9(02) COMP VALUE ZERO.
071416 77  WS-CU-SUB                  PIC 9(02) COMP VALUE ZERO.
071417 77  WS-CU-SUB2                 PIC 9(02) COMP VALUE ZERO.
071418 77  WS-CU-SCAN-SUB             PIC 9(02) COMP VALUE ZERO.
071419 77  WS-CU-PASS-SUB             PIC 9(02) COMP VALUE ZERO.
071420 77  WS-CU-LAST-SUB             PIC 9(02) COMP VALUE ZERO.
071421 01  WS-CU-TABLE.
071422     05  WS-CU-ENTRY            OCCURS 31 TIMES.
071423         10  WS-CU-DATE         PIC X(06).
071424         10  WS-CU-IDENT-COUNT  PIC 9(07) COMP.
071425         10  WS-CU-IDENT-TOTAL  PIC S9(11)V99 COMP.
071426         10  WS-CU-POST-COUNT   PIC 9(07) COMP.
071427         10  WS-CU-SUM          PIC S9(09)V99 COMP.
071428         10  WS-CU-RC           PIC 9(02).
071429         10  WS-CU-OUTCOME      PIC X(01).
071430             88  WS-CU-PENDING      VALUE SPACE.
071431             88  WS-CU-POSTED       VALUE "P".
071432             88  WS-CU-EARLIER      VALUE "E".
071433             88  WS-CU-REFUSED      VALUE "R".
071434             88  WS-CU-FUTURE       VALUE "L".
071435             88  WS-CU-FAILED       VALUE "F".
071436             88  WS-CU-NOT-REACHED  VALUE "N".
071437 01  WS-CU-HDR-DATE.
071438     05  WS-CU-HDR-YY           PIC 9(02).
071439     05  WS-CU-HDR-MM           PIC 9(02).
071440     05  WS-CU-HDR-DD           PIC 9(02).
071441 77  WS-CU-DATE-SW              PIC X(01) VALUE "N".
071442     88  WS-CU-DATE-OK          VALUE "Y".
071443     88  WS-CU-DATE-BAD         VALUE "N".
071444*    DAYS IN EACH MONTH FOR THE HEADER DATE CHECK - FEBRUARY
071445*    TAKES 29 IN A YEAR DIVISIBLE BY 4 (CENTURY TAKEN AS 20).
071446 77  WS-CU-LAST-DD              PIC 9(02) VALUE ZERO.
071447 77  WS-CU-LEAP-WORK            PIC 9(04) COMP VALUE ZERO.
071448 77  WS-CU-LEAP-REM             PIC 9(02) COMP VALUE ZERO.
071449 01  WS-CU-MONTH-DAYS-LIST      PIC X(24)
071450         VALUE "312831303130313130313031".
071451 01  WS-CU-MONTH-DAYS-TABLE REDEFINES WS-CU-MONTH-DAYS-LIST.
071452     05  WS-CU-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
071453 77  WS-CU-SLOT-SW              PIC X(01) VALUE "N".
071454     88  WS-CU-SLOT-FOUND       VALUE "Y".
071455     88  WS-CU-SLOT-NOT-FOUND   VALUE "N".
071456 77  WS-CU-TODAY                PIC X(06) VALUE SPACES.
071457 77  WS-CU-PASS-DATE            PIC X(06) VALUE SPACES.
071458*    THE RECORDS OUTSIDE ANY DATED BLOCK (AND BLOCKS WHOSE HEADER
071459*    DATE IS NOT A DATE) ARE TAKEN ONCE, ON THIS DATE'S PASS, SO
071460*    THEY REACH EXCEPTS EXACTLY ONCE.
071461 77  WS-CU-ORPHAN-DATE          PIC X(06) VALUE SPACES.
071462 77  WS-CU-SKIP-COUNT           PIC 9(07) COMP VALUE ZERO.
071463 77  WS-CU-RESTART-DATE         PIC X(06) VALUE SPACES.
071464 77  WS-CU-RESTART-STATE        PIC X(01) VALUE SPACE.
071465     88  WS-CU-RESTART-IN-DATE  VALUE "I".
071466     88  WS-CU-RESTART-DATE-DONE VALUE "C".
071467 77  WS-CU-CK-STATE             PIC X(01) VALUE SPACE.
071468 77  WS-CU-BLOCK-SW             PIC X(01) VALUE "M".
071469     88  WS-CU-BLOCK-MINE       VALUE "M".
071470     88  WS-CU-BLOCK-OTHER      VALUE "O".
071471 77  WS-CU-IN-BLOCK-SW          PIC X(01) VALUE "N".
071472     88  WS-CU-IN-BLOCK         VALUE "Y".
071473     88  WS-CU-OUT-BLOCK        VALUE "N".
071474 77  WS-CU-RECORD-SW            PIC X(01) VALUE "M".
071475     88  WS-CU-RECORD-MINE      VALUE "M".
071476     88  WS-CU-RECORD-OTHER     VALUE "O".
071477 77  WS-CU-STOP-SW              PIC X(01) VALUE "N".
071478     88  WS-CU-STOPPED          VALUE "Y".
071479     88  WS-CU-GOING            VALUE "N".
071480 77  WS-CU-OVERFLOW-SW          PIC X(01) VALUE "N".
071481     88  WS-CU-OVERFLOW         VALUE "Y".
071482     88  WS-CU-NO-OVERFLOW      VALUE "N".
071483 77  WS-CU-RUN-RC               PIC 9(02) VALUE ZERO.
071484 77  WS-CU-RAN-CT               PIC 9(02) COMP VALUE ZERO.
071485 77  WS-CU-HELD-CT              PIC 9(02) COMP VALUE ZERO.
071486 77  WS-CU-OUTCOME-TEXT         PIC X(30) VALUE SPACES.
071500
071600*----------------------------------------------------------------
071700*    DAY-POSTING WORKING FIELDS - INTERACTIVE SINGLE ADDS ARE
074556     88  WS-DUE-NOT-HIT         VALUE "N".
074558 77  WS-DEPT-MISS-CT            PIC 9(02) COMP VALUE ZERO.
074560 77  WS-DUE-DEPT-NUM            PIC 9(02) VALUE ZERO.
074561
074562*----------------------------------------------------------------
074563*    STANDING-ENTRY MAINTENANCE WORKING FIELDS - MENU OPTION B.
074564*    AN ENTRY IS KEYED BY DEPARTMENT AND A FOUR-DIGIT ENTRY
074565*    NUMBER THE DEPARTMENT CHOOSES.  DATES ARE KEYED YYMMDD.
074566*----------------------------------------------------------------
074567 77  WS-STNDENT-STATUS          PIC X(02) VALUE SPACES.
074568 77  WS-STNDENT-AVAIL-SW        PIC X(01) VALUE "N".
074569     88  WS-STNDENT-AVAIL       VALUE "Y".
074570     88  WS-STNDENT-UNAVAIL     VALUE "N".
074571 77  WS-SMNT-CHOICE             PIC X(01) VALUE SPACE.
074572     88  WS-SMNT-ADD            VALUE "A".
074573     88  WS-SMNT-CHANGE         VALUE "C".
074574     88  WS-SMNT-DEACTIVATE     VALUE "D".
074575     88  WS-SMNT-RETURN         VALUE "X".
074576 77  WS-SE-ENTRY-IN             PIC X(04) VALUE SPACES.
074577 77  WS-SE-DESC-IN              PIC X(20) VALUE SPACES.
074578 77  WS-SE-FREQ-IN              PIC X(01) VALUE SPACE.
074579 77  WS-SE-DAY-IN               PIC X(02) VALUE SPACES.
074580 77  WS-SE-DATE-IN              PIC X(06) VALUE SPACES.
074581 77  WS-SE-START-IN             PIC 9(06) VALUE ZERO.
074582 77  WS-SE-END-IN               PIC 9(06) VALUE ZERO.
074583 77  WS-SE-AMT-EDIT             PIC -(5)9.99.
074584 77  WS-SE-FOUND-SW             PIC X(01) VALUE "N".
074585     88  WS-SE-FOUND            VALUE "Y".
074586     88  WS-SE-NOT-FOUND        VALUE "N".
074587 77  WS-SE-INPUT-SW             PIC X(01) VALUE "N".
074588     88  WS-SE-INPUT-OK         VALUE "Y".
074589     88  WS-SE-INPUT-BAD        VALUE "N".
074590*----------------------------------------------------------------
074591*    ACCOUNT REDIRECTION FIELDS.  5960-FIND-REDIRECT FOLLOWS A
074592*    RETIRED CODE TO THE ACCOUNT ITS POSTINGS NOW GO TO - ACROSS
074593*    UP TO WS-RDR-MAX-HOPS REDIRECTIONS, IN CASE A SUCCESSOR HAS
074594*    ITSELF BEEN RETIRED SINCE - AND ACCEPTS IT ONLY WHEN THAT
074595*    ACCOUNT IS ACTIVE ON THE MASTER.  WS-RDR-ORIG-ACCOUNT HOLDS
074596*    THE CODE SENT WHILE A REDIRECTED DETAIL IS BEING POSTED.
074597*----------------------------------------------------------------
074598 77  WS-ACCTRDR-STATUS          PIC X(02) VALUE SPACES.
074599 77  WS-ACCTRDR-AVAIL-SW        PIC X(01) VALUE "N".
074600     88  WS-ACCTRDR-AVAIL       VALUE "Y".
074601     88  WS-ACCTRDR-UNAVAIL     VALUE "N".
074602 77  WS-RDR-CODE-IN             PIC X(08) VALUE SPACES.
074603 77  WS-RDR-AS-OF               PIC X(06) VALUE SPACES.
074604 77  WS-RDR-NEW-ACCOUNT         PIC X(08) VALUE SPACES.
074605 77  WS-RDR-ORIG-ACCOUNT        PIC X(08) VALUE SPACES.
074606 77  WS-RDR-HOPS                PIC 9(02) COMP VALUE ZERO.
074607 77  WS-RDR-MAX-HOPS            PIC 9(02) COMP VALUE 5.
074608 77  WS-RDR-FOUND-SW            PIC X(01) VALUE "N".
074609     88  WS-RDR-FOUND           VALUE "Y".
074610     88  WS-RDR-NOT-FOUND       VALUE "N".
074611 77  WS-RDR-DONE-SW             PIC X(01) VALUE "N".
074612     88  WS-RDR-DONE            VALUE "Y".
074613     88  WS-RDR-NOT-DONE        VALUE "N".
074614 77  WS-RMNT-CHOICE             PIC X(01) VALUE SPACE.
074615     88  WS-RMNT-SET            VALUE "A".
074616     88  WS-RMNT-DELETE         VALUE "D".
074617     88  WS-RMNT-RETURN         VALUE "X".
074618 77  WS-RDR-OLD-IN              PIC X(08) VALUE SPACES.
074619 77  WS-RDR-DATE-IN             PIC X(06) VALUE SPACES.
074620 77  WS-RDR-ON-FILE-SW          PIC X(01) VALUE "N".
074621     88  WS-RDR-ON-FILE         VALUE "Y".
074622     88  WS-RDR-NOT-ON-FILE     VALUE "N".
074623*    REDIRECTED POSTINGS BY DEPARTMENT, RETIRED CODE AND
074624*    SUCCESSOR, FOR THE CONTROL REPORT.  PAST THE TABLE SIZE
074625*    THEY ARE STILL COUNTED IN THE TOTAL.
074626 77  WS-RDR-TBL-MAX             PIC 9(04) COMP VALUE 300.
074627 77  WS-RDR-TBL-COUNT           PIC 9(04) COMP VALUE ZERO.
074628 77  WS-RDR-TBL-SUB             PIC 9(04) COMP VALUE ZERO.
074629 77  WS-RDR-TBL-HIT             PIC 9(04) COMP VALUE ZERO.
074630 77  WS-RDR-TOTAL-CT            PIC 9(07) COMP VALUE ZERO.
074631 77  WS-RDR-RPT-DEPT            PIC 9(03) VALUE ZERO.
074632 77  WS-RDR-TOTAL-EDIT          PIC 9(07) VALUE ZERO.
074633 01  WS-RDR-TABLE.
074634     05  WS-RDR-ENTRY OCCURS 300 TIMES.
074635         10  WS-RDR-T-DEPT      PIC 9(02).
074636         10  WS-RDR-T-OLD       PIC X(08).
074637         10  WS-RDR-T-NEW       PIC X(08).
074638         10  WS-RDR-T-COUNT     PIC 9(07) COMP.
074639         10  WS-RDR-T-SUM       PIC S9(09)V99 COMP.
074640
074641*    PERIOD CONTROL - A MISSING PERIODS FILE OR PERIOD RECORD
074642*    LEAVES THE PERIOD OPEN, WHICH IS THE PRE-CONTROL BEHAVIOR.
074643 77  WS-PERIOD-STATUS           PIC X(02) VALUE SPACES.
074644 77  WS-PERIOD-CLOSED-SW        PIC X(01) VALUE "N".
074645     88  WS-PERIOD-IS-CLOSED    VALUE "Y".
074646     88  WS-PERIOD-IS-OPEN      VALUE "N".
074647 77  WS-PERIOD-AVAIL-SW         PIC X(01) VALUE "N".
074648     88  WS-PERIOD-AVAIL        VALUE "Y".
074649     88  WS-PERIOD-UNAVAIL      VALUE "N".
074650 77  WS-POST-SEQ-BASE           PIC 9(07) COMP VALUE ZERO.
074700 77  WS-POST-SEQ                PIC 9(07) COMP VALUE ZERO.
074710*    THE DATE'S POSTED TOTALS FROM EARLIER RUNS.  A RUN CONTROL
074720*    RECORD WRITTEN BEFORE THE TOTALS WERE KEPT LEAVES THEM
074730*    UNKNOWN, AND THEY STAY BLANK.
074740 77  WS-RC-PRIOR-COUNT          PIC 9(07) COMP VALUE ZERO.
074750 77  WS-RC-PRIOR-SUM            PIC S9(11)V99 COMP VALUE ZERO.
074760 77  WS-RC-PRIOR-SW             PIC X(01) VALUE "K".
074770     88  WS-RC-PRIOR-KNOWN      VALUE "K".
074780     88  WS-RC-PRIOR-UNKNOWN    VALUE "U".
074800 77  WS-POST-DATE               PIC X(06) VALUE SPACES.
074900 77  WS-INQ-FIELD               PIC X(09) VALUE SPACES.
075000 77  WS-INQ-DATE                PIC X(06) VALUE SPACES.
075932 77  WS-PM-WRITE-ORIG-KEY       PIC X(13) VALUE SPACES.
075934 77  WS-GL-ENTRY-TYPE           PIC X(01) VALUE "P".
075936
075938*----------------------------------------------------------------
075940*    TWO-PERSON APPROVAL WORKING FIELDS.  THE OPERATOR SIGNS ON
075942*    WHEN THE MENU STARTS.  A SINGLE ADD OR SINGLE REVERSAL
075944*    WHOSE RESULT (EITHER SIGN) IS OVER THE BATCHPRM APPROVAL
075946*    LIMIT, AND EVERY BLOCK BACK-OUT, IS HELD ON PENDAPR UNDER
075948*    THAT ID; MENU OPTION A LOADS THE QUEUE INTO WS-PEND-TABLE,
075950*    LETS A DIFFERENT OPERATOR APPROVE OR DECLINE EACH ITEM, AND
075952*    REWRITES THE FILE WITH ONLY THE ITEMS STILL UNDECIDED.
075954*----------------------------------------------------------------
075956 77  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
075958     88  WS-NOT-SIGNED-ON       VALUE SPACES.
075960 77  WS-APPROVAL-LIMIT          PIC 9(07)V99 VALUE ZERO.
075962 77  WS-APPROVAL-AMT            PIC S9(07)V99 VALUE ZERO.
075964 77  WS-HOLD-SW                 PIC X(01) VALUE "N".
075966     88  WS-HOLD-FOR-APPROVAL   VALUE "Y".
075968     88  WS-NO-HOLD             VALUE "N".
075970 77  WS-PENDAPR-STATUS          PIC X(02) VALUE SPACES.
075972 77  WS-PEND-MAX                PIC 9(04) COMP VALUE 500.
075974 77  WS-PEND-COUNT              PIC 9(04) COMP VALUE ZERO.
075976 77  WS-PEND-SUB                PIC 9(04) COMP VALUE ZERO.
075978 77  WS-PEND-EOF-SW             PIC X(01) VALUE "N".
075980     88  WS-PEND-EOF            VALUE "Y".
075982     88  WS-PEND-NOT-EOF        VALUE "N".
075984 77  WS-PEND-OVERFLOW-SW        PIC X(01) VALUE "N".
075986     88  WS-PEND-OVERFLOW       VALUE "Y".
075988     88  WS-PEND-NO-OVERFLOW    VALUE "N".
075990 77  WS-APR-CHOICE              PIC X(01) VALUE SPACE.
075992     88  WS-APR-DO-APPROVE      VALUE "A".
075994     88  WS-APR-DO-DECLINE      VALUE "D".
075996     88  WS-APR-DO-SKIP         VALUE "S".
075998 77  WS-APR-QUIT-SW             PIC X(01) VALUE "N".
076000     88  WS-APR-QUIT            VALUE "Y".
076002     88  WS-APR-NO-QUIT         VALUE "N".
076004 77  WS-APR-DONE-CT             PIC 9(04) COMP VALUE ZERO.
076006 77  WS-APR-DECL-CT             PIC 9(04) COMP VALUE ZERO.
076008 77  WS-PEND-LIST-CT            PIC 9(07) COMP VALUE ZERO.
076010 77  WS-CTL-PEND-EDIT           PIC 9(07) VALUE ZERO.
076012 77  WS-PEND-AMT-EDIT           PIC -(8)9.99.
076014 77  WS-PEND-TYPE-TEXT          PIC X(08) VALUE SPACES.
076016 01  WS-PEND-TABLE.
076018     05  WS-PEND-ENTRY          PIC X(120) OCCURS 500 TIMES.
076020 01  WS-PEND-WORK.
076022     05  WS-PW-STATUS           PIC X(01).
076024         88  WS-PW-PENDING       VALUE "P".
076026         88  WS-PW-APPROVED      VALUE "A".
076028         88  WS-PW-DECLINED      VALUE "D".
076030     05  FILLER                  PIC X(01).
076032     05  WS-PW-ITEM-TYPE        PIC X(01).
076034         88  WS-PW-SINGLE-ADD    VALUE "I".
076036         88  WS-PW-SINGLE-RVSL   VALUE "S".
076038         88  WS-PW-BLOCK-RVSL    VALUE "B".
076040     05  FILLER                  PIC X(01).
076042     05  WS-PW-MAKER-ID         PIC X(08).
076044     05  FILLER                  PIC X(01).
076046     05  WS-PW-REQ-DATE         PIC 9(06).
076048     05  FILLER                  PIC X(01).
076050     05  WS-PW-REQ-TIME         PIC 9(06).
076052     05  FILLER                  PIC X(01).
076054     05  WS-PW-ENTRY-COUNT      PIC 9(02).
076056     05  FILLER                  PIC X(01).
076058     05  WS-PW-RVSL-DATE        PIC X(06).
076060     05  FILLER                  PIC X(01).
076062     05  WS-PW-RVSL-DEPT        PIC 9(02).
076064     05  FILLER                  PIC X(01).
076066     05  WS-PW-DAY-POSTING.
076068         10  WS-PW-NUM1         PIC S9(5)V99.
076070         10  FILLER              PIC X(01).
076072         10  WS-PW-NUM2         PIC S9(5)V99.
076074         10  FILLER              PIC X(01).
076076         10  WS-PW-NUM3         PIC S9(5)V99.
076078         10  FILLER              PIC X(01).
076080         10  WS-PW-ACCOUNT      PIC X(08).
076082         10  FILLER              PIC X(01).
076084         10  WS-PW-RESULT       PIC S9(7)V99.
076086         10  FILLER              PIC X(01).
076088         10  WS-PW-ENTRY-TYPE   PIC X(01).
076090         10  FILLER              PIC X(01).
076092         10  WS-PW-ORIG-KEY     PIC X(13).
076094         10  FILLER              PIC X(22).
076096
076098*----------------------------------------------------------------
076100*    EXCEPTION CORRECTION WORKING FIELDS - MENU OPTION 6 LOADS
076200*    THE EXCEPTIONS FILE INTO WS-EXC-TABLE, WALKS THE
076300*    OUTSTANDING ENTRIES, AND REWRITES THE FILE WITH CORRECTED
085100 77  WS-AUDIT-NUM2              PIC S9(5)V99 VALUE ZERO.
085200 77  WS-AUDIT-NUM3              PIC S9(5)V99 VALUE ZERO.
085300 77  WS-AUDIT-RESULT            PIC S9(7)V99 VALUE ZERO.
085310*    THE SIGNED-ON OPERATOR BY DEFAULT; THE APPROVAL PATH BENDS
085320*    THEM TO THE ITEM'S MAKER AND THE APPROVING OPERATOR AROUND
085330*    ITS CALLS AND PUTS THEM BACK.
085340 77  WS-AUDIT-MAKER-ID          PIC X(08) VALUE SPACES.
085350 77  WS-AUDIT-CHECKER-ID        PIC X(08) VALUE SPACES.
085400 77  WS-RESULT-EDIT             PIC -(6)9.99.
085500 77  WS-AUDIT-VIEW-EOF-SW       PIC X(01) VALUE "N".
085600     88  WS-AUDIT-VIEW-EOF      VALUE "Y".
085700     88  WS-AUDIT-VIEW-NOT-EOF  VALUE "N".
085704
085708*----------------------------------------------------------------
085712*    RUN HISTORY - WHEN THE BATCH RUN (OR THE CATCH-UP DATE'S
085716*    PASS) STARTED, AND THE BUSINESS DATE, RETURN CODE AND
085720*    COUNTS STAMPED ON THE RECORD APPENDED TO RUNHIST FOR IT.
085724*    WS-RUN-HIST-CT COUNTS THE RECORDS A CATCH-UP RUN HAS
085728*    WRITTEN SO FAR.
085732*----------------------------------------------------------------
085736 77  WS-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
085740 77  WS-RUN-START-DATE          PIC X(06) VALUE SPACES.
085744 77  WS-RUN-BUS-DATE            PIC X(06) VALUE SPACES.
085748 77  WS-RUN-RC                  PIC 9(02) VALUE ZERO.
085752 77  WS-RUN-READ-CT             PIC 9(07) COMP VALUE ZERO.
085756 77  WS-RUN-POSTED-CT           PIC 9(07) COMP VALUE ZERO.
085760 77  WS-RUN-REJECT-CT           PIC 9(07) COMP VALUE ZERO.
085764 77  WS-RUN-HIST-CT             PIC 9(03) COMP VALUE ZERO.
085768 01  WS-RUN-START-TIME.
085772     05  WS-RUN-START-HHMMSS    PIC X(06).
085776     05  FILLER                 PIC X(02).
085780 01  WS-RUN-END-TIME.
085784     05  WS-RUN-END-HHMMSS      PIC X(06).
085788     05  FILLER                 PIC X(02).
085800
085900 PROCEDURE DIVISION.
086000 0000-MAINLINE.
086900     STOP RUN.
087000
087100 1000-INITIALIZE.
087110     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
087200     OPEN EXTEND EXCEPTION-FILE.
087300     IF WS-EXCEPTION-STATUS = "35" OR "05"
087400         OPEN OUTPUT EXCEPTION-FILE
089758     ELSE
089762         SET WS-PERIOD-UNAVAIL TO TRUE
089766     END-IF.
089767     OPEN I-O STANDING-ENTRY-FILE.
089768     IF WS-STNDENT-STATUS = "35" OR "05"
089769         OPEN OUTPUT STANDING-ENTRY-FILE
089770         CLOSE STANDING-ENTRY-FILE
089771         OPEN I-O STANDING-ENTRY-FILE
089772     END-IF.
089773     IF WS-STNDENT-STATUS = "00"
089774         SET WS-STNDENT-AVAIL TO TRUE
089775     END-IF.
089777     OPEN I-O ACCOUNT-REDIRECT-FILE.
089779     IF WS-ACCTRDR-STATUS = "35" OR "05"
089781         OPEN OUTPUT ACCOUNT-REDIRECT-FILE
089783         CLOSE ACCOUNT-REDIRECT-FILE
089785         OPEN I-O ACCOUNT-REDIRECT-FILE
089787     END-IF.
089789     IF WS-ACCTRDR-STATUS = "00"
089791         SET WS-ACCTRDR-AVAIL TO TRUE
089793     END-IF.
089795     PERFORM 1200-READ-APPROVAL-LIMIT THRU 1200-EXIT.
089800 1000-EXIT.
089900     EXIT.
089902
089904*----------------------------------------------------------------
089906*    OPERATOR SIGN-ON - THE ID IS STAMPED ON EVERY AUDIT ENTRY
089908*    THIS SESSION WRITES AND ON EVERY ITEM IT HOLDS FOR
089910*    APPROVAL.  A SESSION THAT SIGNS ON BLANK MAY STILL KEY,
089911*    BUT MAY NOT HOLD, BACK OUT OR APPROVE ANYTHING - WITH NO
089912*    MAKER ON THE ITEM THE OWN-ID CHECK WOULD MEAN NOTHING.  AN
089913*    UNATTENDED RUN READS THE ID FROM THE FIRST SYSIN CARD.
089916*----------------------------------------------------------------
089918 1100-SIGN-ON.
089920     DISPLAY "OPERATOR ID: ".
089922     MOVE SPACES TO WS-OPERATOR-ID.
089924     ACCEPT WS-OPERATOR-ID.
089926     MOVE WS-OPERATOR-ID TO WS-AUDIT-MAKER-ID.
089928     MOVE SPACES TO WS-AUDIT-CHECKER-ID.
089930     IF WS-NOT-SIGNED-ON
089932         DISPLAY "*** NO OPERATOR ID - HOLDS, BACK-OUTS AND"
089934             " APPROVALS NOT AVAILABLE ***"
089936     END-IF.
089938 1100-EXIT.
089940     EXIT.
089942
089944*----------------------------------------------------------------
089946*    PICK UP THE TWO-PERSON APPROVAL LIMIT FROM BATCHPRM.  A
089948*    MISSING PARM FILE OR A BLANK LIMIT LEAVES IT ZERO, WHICH
089950*    HOLDS NOTHING FOR APPROVAL BUT BLOCK BACK-OUTS.
089952*----------------------------------------------------------------
089954 1200-READ-APPROVAL-LIMIT.
089956     MOVE ZERO TO WS-APPROVAL-LIMIT.
089958     OPEN INPUT BATCH-PARM-FILE.
089960     IF WS-PARM-STATUS NOT = "00"
089962         GO TO 1200-EXIT
089964     END-IF.
089966     READ BATCH-PARM-FILE
089968         AT END
089970             CONTINUE
089972     END-READ.
089974     IF WS-PARM-STATUS = "00"
089976         IF BP-APPROVAL-LIMIT IS NUMERIC
089978             MOVE BP-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT
089980         END-IF
089982     END-IF.
089984     CLOSE BATCH-PARM-FILE.
089986 1200-EXIT.
089988     EXIT.
090000
090100*----------------------------------------------------------------
090200*    OPERATOR MENU - LETS ONE RUN OF THE PROGRAM DO ANY MIX OF A
090900         WHEN WS-MENU-SINGLE-ADD
091000             PERFORM 3000-SINGLE-ADD THRU 3000-EXIT
091100         WHEN WS-MENU-BATCH
091110             PERFORM 4080-NOTE-RUN-START THRU 4080-EXIT
091200             PERFORM 4000-BATCH-PROCESS THRU 4000-EXIT
091210             PERFORM 4085-RECORD-BATCH-RUN THRU 4085-EXIT
091300         WHEN WS-MENU-VIEW-AUDIT
091400             PERFORM 2100-VIEW-AUDIT-LOG THRU 2100-EXIT
091500         WHEN WS-MENU-VIEW-REPORT
092220             PERFORM 7500-POST-REVERSAL THRU 7500-EXIT
092230         WHEN WS-MENU-DEPT-MAINT
092240             PERFORM 5500-DEPT-MAINT THRU 5500-EXIT
092250         WHEN WS-MENU-APPROVE
092260             PERFORM 7700-APPROVE-PENDING THRU 7700-EXIT
092270         WHEN WS-MENU-STANDING
092280             PERFORM 7800-STANDING-MAINT THRU 7800-EXIT
092286         WHEN WS-MENU-REDIRECT
092292             PERFORM 7900-REDIRECT-MAINT THRU 7900-EXIT
092294         WHEN WS-MENU-CATCHUP
092295             PERFORM 4080-NOTE-RUN-START THRU 4080-EXIT
092296             PERFORM 4800-CATCHUP-PROCESS THRU 4800-EXIT
092300         WHEN WS-MENU-EXIT
092400             CONTINUE
092500*        A BLANK CHOICE MEANS AN UNATTENDED RUN HAS EXHAUSTED
092800         WHEN WS-MENU-CHOICE = SPACE
092900             SET WS-MENU-EXIT TO TRUE
093000         WHEN OTHER
093007             DISPLAY "*** INVALID SELECTION - CHOOSE 1-9, A-D"
093015                 " OR 0 ***"
093200     END-EVALUATE.
093300 2000-EXIT.
093400     EXIT.
094600     DISPLAY "    7  POSTING INQUIRY".
094620     DISPLAY "    8  REVERSE A POSTING / BACK OUT A BLOCK".
094640     DISPLAY "    9  DEPARTMENT MASTER MAINTENANCE".
094650     DISPLAY "    A  APPROVE / DECLINE PENDING ITEMS".
094660     DISPLAY "    B  STANDING ENTRY MAINTENANCE".
094670     DISPLAY "    C  ACCOUNT REDIRECTION MAINTENANCE".
094680     DISPLAY "    D  RUN THE BATCH FILE - CATCH-UP (MANY DATES)".
094700     DISPLAY "    0  EXIT".
094800     DISPLAY "=============================================".
094900     DISPLAY "SELECT AN OPTION: ".
108500             " IS INACTIVE ***"
108600         GO TO 3610-EXIT
108700     END-IF.
108710     MOVE RESULT TO WS-APPROVAL-AMT.
108720     PERFORM 3640-CHECK-APPROVAL-LIMIT THRU 3640-EXIT.
108730     IF WS-HOLD-FOR-APPROVAL
108740         PERFORM 3630-HOLD-DAY-POSTING THRU 3630-EXIT
108750     ELSE
108760         PERFORM 3620-WRITE-DAY-POSTING THRU 3620-EXIT
108770     END-IF.
108900     SET WS-DAYQ-DONE TO TRUE.
109000 3610-EXIT.
109100     EXIT.
110600     DISPLAY "POSTING QUEUED FOR THE NIGHTLY BATCH".
110700 3620-EXIT.
110800     EXIT.
110801
110802*----------------------------------------------------------------
110803*    AN ADD OVER THE APPROVAL LIMIT IS BUILT AS THE DAYPOST
110804*    RECORD IT WILL BECOME AND HELD ON PENDAPR INSTEAD; IT
110805*    REACHES DAYPOST ONLY WHEN A SECOND OPERATOR APPROVES IT.
110806*----------------------------------------------------------------
110807 3630-HOLD-DAY-POSTING.
110808     IF WS-NOT-SIGNED-ON
110809         DISPLAY "*** POSTING IS OVER THE APPROVAL LIMIT - SIGN"
110810             " ON WITH AN OPERATOR ID TO HOLD IT - NOT QUEUED ***"
110811         GO TO 3630-EXIT
110812     END-IF.
110813     MOVE SPACES TO WS-PEND-WORK.
110814     SET WS-PW-SINGLE-ADD TO TRUE.
110815     MOVE WS-ENTRY-COUNT TO WS-PW-ENTRY-COUNT.
110816     MOVE ZERO TO WS-PW-RVSL-DEPT.
110817     MOVE NUM1 TO WS-PW-NUM1.
110818     MOVE NUM2 TO WS-PW-NUM2.
110819     MOVE NUM3 TO WS-PW-NUM3.
110820     MOVE WS-ACCT-CODE-IN TO WS-PW-ACCOUNT.
110821     MOVE RESULT TO WS-PW-RESULT.
110822     PERFORM 3650-WRITE-PENDING THRU 3650-EXIT.
110823     DISPLAY "POSTING IS OVER THE APPROVAL LIMIT - HELD FOR A"
110824         " SECOND OPERATOR".
110825 3630-EXIT.
110826     EXIT.
110827
110828*----------------------------------------------------------------
110829*    WS-APPROVAL-AMT IS OVER THE APPROVAL LIMIT IN EITHER
110830*    DIRECTION - A LARGE NEGATIVE ADJUSTMENT IS AS MUCH A RISK
110831*    AS A LARGE POSTING.  A ZERO LIMIT HOLDS NOTHING.
110832*----------------------------------------------------------------
110833 3640-CHECK-APPROVAL-LIMIT.
110834     SET WS-NO-HOLD TO TRUE.
110835     IF WS-APPROVAL-LIMIT = ZERO
110836         GO TO 3640-EXIT
110837     END-IF.
110838     IF WS-APPROVAL-AMT < ZERO
110839         COMPUTE WS-APPROVAL-AMT = WS-APPROVAL-AMT * -1
110840     END-IF.
110841     IF WS-APPROVAL-AMT > WS-APPROVAL-LIMIT
110842         SET WS-HOLD-FOR-APPROVAL TO TRUE
110843     END-IF.
110844 3640-EXIT.
110845     EXIT.
110846
110847*----------------------------------------------------------------
110848*    APPEND THE ITEM BUILT IN WS-PEND-WORK TO THE PENDAPR QUEUE,
110849*    STAMPED WITH THE SIGNED-ON OPERATOR AS MAKER.
110850*----------------------------------------------------------------
110851 3650-WRITE-PENDING.
110852     ACCEPT WS-CURRENT-DATE FROM DATE.
110853     ACCEPT WS-CURRENT-TIME FROM TIME.
110854     SET WS-PW-PENDING TO TRUE.
110855     MOVE WS-OPERATOR-ID TO WS-PW-MAKER-ID.
110856     MOVE WS-CURRENT-DATE TO WS-PW-REQ-DATE.
110857     MOVE WS-CURRENT-TIME(1:6) TO WS-PW-REQ-TIME.
110858     OPEN EXTEND PENDING-APPROVAL-FILE.
110859     IF WS-PENDAPR-STATUS = "35" OR "05"
110860         OPEN OUTPUT PENDING-APPROVAL-FILE
110861     END-IF.
110862     MOVE WS-PEND-WORK TO PA-RECORD.
110863     WRITE PA-RECORD.
110864     CLOSE PENDING-APPROVAL-FILE.
110865 3650-EXIT.
110866     EXIT.
110900
111000 3050-GET-ENTRY-COUNT.
111100     SET WS-FIELD-IS-INVALID TO TRUE.
134500 4000-BATCH-PROCESS.
134600     PERFORM 4040-READ-BATCH-PARMS THRU 4040-EXIT.
134700     PERFORM 4010-CHECK-RESTART THRU 4010-EXIT.
134708     IF WS-CU-RESTART-DATE NOT = SPACES
134716         DISPLAY "*** A CATCH-UP RUN STOPPED PART-WAY AT DATE "
134724             WS-CU-RESTART-DATE " ***"
134732         DISPLAY "RESTART IT WITH OPTION D - "
134740             "BATCH RUN NOT STARTED"
134748         MOVE 16 TO WS-BATCH-RC
134756         IF WS-BATCH-RC > WS-SESSION-RC
134764             MOVE WS-BATCH-RC TO WS-SESSION-RC
134772         END-IF
134780         GO TO 4000-EXIT
134788     END-IF.
134800     PERFORM 4050-CHECK-RUN-CONTROL THRU 4050-EXIT.
134900     IF WS-RUN-REFUSED
135000         MOVE 16 TO WS-BATCH-RC
140900     END-IF.
141000 4000-EXIT.
141100     EXIT.
141101*----------------------------------------------------------------
141102*    CATCH-UP BATCH RUN - MENU OPTION D.  AFTER AN OUTAGE THE
141103*    DEPARTMENTS' FILES FOR SEVERAL BUSINESS DATES ARRIVE IN ONE
141104*    BATCHIN.  THE HEADER DATES ARE COLLECTED FIRST; EACH DATE
141105*    NOT ALREADY POSTED ON RUNCTL (AND NOT LATER THAN TODAY) IS
141106*    THEN POSTED IN ITS OWN PASS OVER THE FILE, OLDEST FIRST,
141107*    EXACTLY AS A SINGLE-DATE RUN WOULD POST IT - ITS OWN
141108*    POSTING SEQUENCE, RUN-CONTROL RECORD, CTLTOT RECORD AND
141109*    CONTROL-REPORT SECTION.  A DATE THAT STOPS ON THE REJECT
141110*    LIMIT ENDS THE RUN; THE DATES POSTED BEFORE IT STAND, AND
141111*    A CHECKPOINT BETWEEN DATES LETS A RESTART PICK UP AT THE
141112*    DATE IN HAND.  RESUB AND DAYPOST ARE NOT DATED, SO THEY
141113*    POST ONCE, ON THE LATEST DATE'S PASS.
141114*----------------------------------------------------------------
141115 4800-CATCHUP-PROCESS.
141116     SET WS-CATCHUP-RUN TO TRUE.
141117     MOVE ZERO TO WS-CU-RUN-RC.
141118     MOVE ZERO TO WS-CU-SKIP-COUNT.
141119     PERFORM 4040-READ-BATCH-PARMS THRU 4040-EXIT.
141120     PERFORM 4010-CHECK-RESTART THRU 4010-EXIT.
141121     IF WS-RESTART-COUNT > ZERO AND WS-CU-RESTART-DATE = SPACES
141122         DISPLAY "*** A SINGLE-DATE BATCH RUN STOPPED PART-WAY - "
141123             "RESTART IT WITH OPTION 2 ***"
141124         DISPLAY "CATCH-UP RUN NOT STARTED - NOTHING POSTED"
141125         MOVE 16 TO WS-CU-RUN-RC
141126         PERFORM 4885-END-CATCHUP THRU 4885-EXIT
141127         GO TO 4800-EXIT
141128     END-IF.
141129     PERFORM 4810-SCAN-BATCH-DATES THRU 4810-EXIT.
141130     IF WS-CU-COUNT = ZERO
141131         DISPLAY "*** NO DATED DEPARTMENT BLOCK ON BATCHIN - "
141132             "CATCH-UP RUN NOT STARTED ***"
141133         MOVE 16 TO WS-CU-RUN-RC
141134         PERFORM 4885-END-CATCHUP THRU 4885-EXIT
141135         GO TO 4800-EXIT
141136     END-IF.
141137     ACCEPT WS-CURRENT-DATE FROM DATE.
141138     MOVE WS-CURRENT-DATE TO WS-CU-TODAY.
141139     MOVE ZERO TO WS-CU-LAST-SUB.
141140     PERFORM 4820-CLASSIFY-DATE THRU 4820-EXIT
141141         VARYING WS-CU-SUB FROM 1 BY 1
141142         UNTIL WS-CU-SUB > WS-CU-COUNT.
141143*    NOTHING DUE - REPORT WHY, WITHOUT TOUCHING THE OUTPUT FILES
141144*    THE LAST RUN LEFT FOR THE GL STEPS.
141145     IF WS-CU-LAST-SUB = ZERO
141146         OPEN OUTPUT CONTROL-REPORT-FILE
141147         PERFORM 4890-CATCHUP-SUMMARY THRU 4890-EXIT
141148         CLOSE CONTROL-REPORT-FILE
141149         IF WS-CU-RESTART-DATE NOT = SPACES
141150             PERFORM 4030-CLEAR-CHECKPOINT THRU 4030-EXIT
141151         END-IF
141152         PERFORM 4880-SET-CATCHUP-RC THRU 4880-EXIT
141153         PERFORM 4885-END-CATCHUP THRU 4885-EXIT
141154         GO TO 4800-EXIT
141155     END-IF.
141156     IF WS-CU-RESTART-DATE NOT = SPACES
141157         DISPLAY "RESUMING CATCH-UP RUN AT DATE "
141158             WS-CU-RESTART-DATE
141159         OPEN EXTEND BATCH-OUT-FILE
141160         OPEN EXTEND GL-FEED-FILE
141161         OPEN EXTEND CONTROL-REPORT-FILE
141162         IF WS-CTLRPT-STATUS = "35" OR "05"
141163             OPEN OUTPUT CONTROL-REPORT-FILE
141164         END-IF
141165         OPEN EXTEND CONTROL-TOTAL-FILE
141166         IF WS-CTLTOT-STATUS = "35" OR "05"
141167             OPEN OUTPUT CONTROL-TOTAL-FILE
141168         END-IF
141169     ELSE
141170         OPEN OUTPUT BATCH-OUT-FILE
141171         OPEN OUTPUT GL-FEED-FILE
141172         OPEN OUTPUT CONTROL-REPORT-FILE
141173         OPEN OUTPUT CONTROL-TOTAL-FILE
141174     END-IF.
141175     SET WS-CU-GOING TO TRUE.
141176     PERFORM 4830-POST-ONE-DATE THRU 4830-EXIT
141177         VARYING WS-CU-PASS-SUB FROM 1 BY 1
141178         UNTIL WS-CU-PASS-SUB > WS-CU-COUNT.
141179     CLOSE BATCH-OUT-FILE.
141180     CLOSE GL-FEED-FILE.
141181     PERFORM 4030-CLEAR-CHECKPOINT THRU 4030-EXIT.
141182     PERFORM 4890-CATCHUP-SUMMARY THRU 4890-EXIT.
141183     CLOSE CONTROL-REPORT-FILE.
141184     CLOSE CONTROL-TOTAL-FILE.
141185     PERFORM 4880-SET-CATCHUP-RC THRU 4880-EXIT.
141186     PERFORM 4885-END-CATCHUP THRU 4885-EXIT.
141187 4800-EXIT.
141188     EXIT.
141189
141190*----------------------------------------------------------------
141191*    FIRST PASS - COLLECT THE BUSINESS DATES FROM THE BLOCK
141192*    HEADERS, WITH EACH DATE'S IDENTITY (RECORD COUNT AND
141193*    AMOUNT TOTAL OF ITS BLOCKS) FOR ITS RUN-CONTROL RECORD.
141194*----------------------------------------------------------------
141195 4810-SCAN-BATCH-DATES.
141196     MOVE ZERO TO WS-CU-COUNT.
141197     MOVE ZERO TO WS-CU-SCAN-SUB.
141198     SET WS-CU-NO-OVERFLOW TO TRUE.
141199     SET WS-IDENT-NOT-EOF TO TRUE.
141200     OPEN INPUT BATCH-IN-FILE.
141201     IF WS-BATCH-IN-STATUS NOT = "00"
141202         GO TO 4810-EXIT
141203     END-IF.
141204     PERFORM 4811-SCAN-DATE-RECORD THRU 4811-EXIT
141205         UNTIL WS-IDENT-EOF.
141206     CLOSE BATCH-IN-FILE.
141207 4810-EXIT.
141208     EXIT.
141209
141210 4811-SCAN-DATE-RECORD.
141211     READ BATCH-IN-FILE
141212         AT END
141213             SET WS-IDENT-EOF TO TRUE
141214             GO TO 4811-EXIT
141215     END-READ.
141216     IF BI-HDR-TYPE = "H"
141217         MOVE ZERO TO WS-CU-SCAN-SUB
141218         PERFORM 4812-CHECK-HDR-DATE THRU 4812-EXIT
141219         IF WS-CU-DATE-OK
141220             PERFORM 4813-FILE-SCAN-DATE THRU 4813-EXIT
141221         END-IF
141222     END-IF.
141223     IF WS-CU-SCAN-SUB = ZERO
141224         GO TO 4811-EXIT
141225     END-IF.
141226     ADD 1 TO WS-CU-IDENT-COUNT(WS-CU-SCAN-SUB).
141227     IF BI-HDR-TYPE NOT = "H" AND "T"
141228         IF BI-NUM1 IS NUMERIC
141229             ADD BI-NUM1 TO WS-CU-IDENT-TOTAL(WS-CU-SCAN-SUB)
141230         END-IF
141231         IF BI-NUM2 IS NUMERIC
141232             ADD BI-NUM2 TO WS-CU-IDENT-TOTAL(WS-CU-SCAN-SUB)
141233         END-IF
141234         IF BI-NUM3 IS NUMERIC
141235             ADD BI-NUM3 TO WS-CU-IDENT-TOTAL(WS-CU-SCAN-SUB)
141236         END-IF
141237     END-IF.
141238     IF BI-HDR-TYPE = "T"
141239         MOVE ZERO TO WS-CU-SCAN-SUB
141240     END-IF.
141241 4811-EXIT.
141242     EXIT.
141243
141244*----------------------------------------------------------------
141245*    A HEADER DATE IS USABLE WHEN IT IS NUMERIC YYMMDD WITH A
141246*    MONTH OF 01-12 AND A DAY THAT MONTH HAS - 29 FEBRUARY ONLY
141247*    IN A LEAP YEAR.
141248*----------------------------------------------------------------
141249 4812-CHECK-HDR-DATE.
141250     SET WS-CU-DATE-BAD TO TRUE.
141251     IF BI-HDR-DATE IS NOT NUMERIC
141252         GO TO 4812-EXIT
141253     END-IF.
141254     MOVE BI-HDR-DATE TO WS-CU-HDR-DATE.
141255     IF WS-CU-HDR-MM < 1 OR WS-CU-HDR-MM > 12
141256         GO TO 4812-EXIT
141257     END-IF.
141258     MOVE WS-CU-MONTH-DAYS(WS-CU-HDR-MM) TO WS-CU-LAST-DD.
141259     IF WS-CU-HDR-MM = 2
141260         DIVIDE WS-CU-HDR-YY BY 4 GIVING WS-CU-LEAP-WORK
141261             REMAINDER WS-CU-LEAP-REM
141262         IF WS-CU-LEAP-REM = ZERO
141263             MOVE 29 TO WS-CU-LAST-DD
141264         END-IF
141265     END-IF.
141266     IF WS-CU-HDR-DD < 1 OR WS-CU-HDR-DD > WS-CU-LAST-DD
141267         GO TO 4812-EXIT
141268     END-IF.
141269     SET WS-CU-DATE-OK TO TRUE.
141270 4812-EXIT.
141271     EXIT.
141272
141273*----------------------------------------------------------------
141274*    FIND THE HEADER DATE IN THE TABLE, OR OPEN A SLOT FOR IT IN
141275*    DATE ORDER.  A FULL TABLE KEEPS THE OLDEST DATES - A DATE
141276*    LATER THAN ALL OF THEM IS LEFT OUT, AN EARLIER ONE PUSHES
141277*    THE LATEST DATE OUT - AND THE RUN IS FLAGGED SO THE
141278*    OPERATOR KNOWS TO RUN AGAIN FOR THE DATES LEFT OVER.
141279*----------------------------------------------------------------
141280 4813-FILE-SCAN-DATE.
141281     MOVE 1 TO WS-CU-SUB.
141282     SET WS-CU-SLOT-NOT-FOUND TO TRUE.
141283     PERFORM 4814-FIND-DATE-SLOT THRU 4814-EXIT
141284         UNTIL WS-CU-SLOT-FOUND
141285             OR WS-CU-SUB > WS-CU-COUNT.
141286     IF WS-CU-SLOT-FOUND
141287         IF WS-CU-DATE(WS-CU-SUB) = WS-CU-HDR-DATE
141288             MOVE WS-CU-SUB TO WS-CU-SCAN-SUB
141289             GO TO 4813-EXIT
141290         END-IF
141291     END-IF.
141292     IF WS-CU-COUNT = WS-CU-MAX
141293         SET WS-CU-OVERFLOW TO TRUE
141294         IF WS-CU-SLOT-NOT-FOUND
141295             GO TO 4813-EXIT
141296         END-IF
141297         SUBTRACT 1 FROM WS-CU-COUNT
141298     END-IF.
141299     MOVE WS-CU-COUNT TO WS-CU-SUB2.
141300     PERFORM 4815-SHIFT-DATE-UP THRU 4815-EXIT
141301         UNTIL WS-CU-SUB2 < WS-CU-SUB.
141302     ADD 1 TO WS-CU-COUNT.
141303     MOVE WS-CU-HDR-DATE TO WS-CU-DATE(WS-CU-SUB).
141304     MOVE ZERO TO WS-CU-IDENT-COUNT(WS-CU-SUB).
141305     MOVE ZERO TO WS-CU-IDENT-TOTAL(WS-CU-SUB).
141306     MOVE ZERO TO WS-CU-POST-COUNT(WS-CU-SUB).
141307     MOVE ZERO TO WS-CU-SUM(WS-CU-SUB).
141308     MOVE ZERO TO WS-CU-RC(WS-CU-SUB).
141309     SET WS-CU-PENDING(WS-CU-SUB) TO TRUE.
141310     MOVE WS-CU-SUB TO WS-CU-SCAN-SUB.
141311 4813-EXIT.
141312     EXIT.
141313
141314 4814-FIND-DATE-SLOT.
141315     IF WS-CU-DATE(WS-CU-SUB) NOT < WS-CU-HDR-DATE
141316         SET WS-CU-SLOT-FOUND TO TRUE
141317     ELSE
141318         ADD 1 TO WS-CU-SUB
141319     END-IF.
141320 4814-EXIT.
141321     EXIT.
141322
141323 4815-SHIFT-DATE-UP.
141324     MOVE WS-CU-ENTRY(WS-CU-SUB2) TO WS-CU-ENTRY(WS-CU-SUB2 + 1).
141325     SUBTRACT 1 FROM WS-CU-SUB2.
141326 4815-EXIT.
141327     EXIT.
141328
141329*----------------------------------------------------------------
141330*    DECIDE WHAT BECOMES OF EACH DATE BEFORE ANYTHING IS OPENED.
141331*    ON A RESTART THE DATES AHEAD OF THE ONE IN HAND WERE POSTED
141332*    BEFORE THE INTERRUPTION.  A DATE LATER THAN TODAY, OR ONE
141333*    RUNCTL ALREADY SHOWS POSTED, IS REFUSED - THERE IS NO
141334*    OVERRIDE ON A CATCH-UP RUN; A GENUINE RE-RUN OF ONE DATE
141335*    GOES THROUGH OPTION 2 AND ITS SUPERVISOR OVERRIDE.
141336*----------------------------------------------------------------
141337 4820-CLASSIFY-DATE.
141338     IF WS-CU-RESTART-DATE NOT = SPACES
141339         IF WS-CU-DATE(WS-CU-SUB) < WS-CU-RESTART-DATE
141340             SET WS-CU-EARLIER(WS-CU-SUB) TO TRUE
141341             GO TO 4820-EXIT
141342         END-IF
141343         IF WS-CU-DATE(WS-CU-SUB) = WS-CU-RESTART-DATE
141344             IF WS-CU-RESTART-DATE-DONE
141345                 SET WS-CU-EARLIER(WS-CU-SUB) TO TRUE
141346             ELSE
141347                 MOVE WS-CU-SUB TO WS-CU-LAST-SUB
141348             END-IF
141349             GO TO 4820-EXIT
141350         END-IF
141351     END-IF.
141352     IF WS-CU-DATE(WS-CU-SUB) > WS-CU-TODAY
141353         SET WS-CU-FUTURE(WS-CU-SUB) TO TRUE
141354         DISPLAY "*** DATE " WS-CU-DATE(WS-CU-SUB)
141355             " IS LATER THAN TODAY - REFUSED ***"
141356         GO TO 4820-EXIT
141357     END-IF.
141358     MOVE WS-CU-DATE(WS-CU-SUB) TO RC-RUN-DATE.
141359     READ RUN-CONTROL-FILE
141360         INVALID KEY
141361             MOVE "23" TO WS-RUNCTL-STATUS
141362     END-READ.
141363     IF WS-RUNCTL-STATUS = "00" AND RC-POSTED
141364         SET WS-CU-REFUSED(WS-CU-SUB) TO TRUE
141365         DISPLAY "*** DATE " WS-CU-DATE(WS-CU-SUB)
141366             " ALREADY POSTED - REFUSED ***"
141367         GO TO 4820-EXIT
141368     END-IF.
141369     MOVE WS-CU-SUB TO WS-CU-LAST-SUB.
141370     IF WS-CU-ORPHAN-DATE = SPACES
141371         MOVE WS-CU-DATE(WS-CU-SUB) TO WS-CU-ORPHAN-DATE
141372     END-IF.
141373 4820-EXIT.
141374     EXIT.
141375
141376*----------------------------------------------------------------
141377*    ONE DATE'S PASS OVER BATCHIN.  THE COUNTERS, CHECKPOINTS,
141378*    EXCEPTIONS AND REJECT LIMITS ARE THE SINGLE-DATE RUN'S OWN,
141379*    RESET FOR EACH DATE.
141380*----------------------------------------------------------------
141381 4830-POST-ONE-DATE.
141382     IF NOT WS-CU-PENDING(WS-CU-PASS-SUB)
141383         GO TO 4830-EXIT
141384     END-IF.
141385     IF WS-CU-STOPPED
141386         SET WS-CU-NOT-REACHED(WS-CU-PASS-SUB) TO TRUE
141387         GO TO 4830-EXIT
141388     END-IF.
141389     MOVE WS-CU-DATE(WS-CU-PASS-SUB) TO WS-CU-PASS-DATE.
141390     PERFORM 4080-NOTE-RUN-START THRU 4080-EXIT.
141391     MOVE WS-CU-PASS-DATE TO WS-POST-DATE.
141392     MOVE WS-CU-IDENT-COUNT(WS-CU-PASS-SUB) TO WS-IDENT-COUNT.
141393     MOVE WS-CU-IDENT-TOTAL(WS-CU-PASS-SUB) TO WS-IDENT-TOTAL.
141394     PERFORM 4070-INIT-POST-SEQ THRU 4070-EXIT.
141395     MOVE ZERO TO WS-CU-SKIP-COUNT.
141396     SET WS-CU-OUT-BLOCK TO TRUE.
141397     OPEN INPUT BATCH-IN-FILE.
141398     IF WS-CU-PASS-DATE = WS-CU-RESTART-DATE
141399             AND WS-RESTART-COUNT > ZERO
141400         DISPLAY "RESTARTING DATE " WS-CU-PASS-DATE
141401             " AFTER CHECKPOINT - SKIPPING "
141402             WS-RESTART-COUNT " RECORDS"
141403         MOVE "N" TO WS-EOF-SWITCH
141404         SET WS-BATCH-NOT-ABORTED TO TRUE
141405         MOVE WS-RESTART-COUNT TO WS-RECORD-COUNT
141406         PERFORM 4020-SKIP-PROCESSED THRU 4020-EXIT
141407             VARYING WS-SKIP-SUB FROM 1 BY 1
141408             UNTIL WS-SKIP-SUB > WS-RESTART-COUNT
141409     ELSE
141410         PERFORM 4005-RESET-BATCH-TOTALS THRU 4005-EXIT
141411     END-IF.
141412     DISPLAY "CATCH-UP RUN - POSTING BUSINESS DATE "
141413         WS-CU-PASS-DATE.
141414     IF NOT WS-END-OF-BATCH
141415         PERFORM 4100-READ-INPUT THRU 4100-EXIT
141416     END-IF.
141417     PERFORM 4150-ROUTE-RECORD THRU 4150-EXIT
141418         UNTIL WS-END-OF-BATCH
141419             OR WS-BATCH-ABORTED.
141420     IF WS-BATCH-ABORTED AND WS-IN-BLOCK
141421         CLOSE BLOCK-WORK-FILE
141422         SET WS-NOT-IN-BLOCK TO TRUE
141423     END-IF.
141424     IF WS-BATCH-NOT-ABORTED
141425         PERFORM 4190-EOF-BLOCK-CHECK THRU 4190-EXIT
141426     END-IF.
141427     IF WS-BATCH-NOT-ABORTED
141428             AND WS-CU-PASS-SUB = WS-CU-LAST-SUB
141429         PERFORM 4300-PROCESS-RESUB THRU 4300-EXIT
141430     END-IF.
141431     IF WS-BATCH-NOT-ABORTED
141432             AND WS-CU-PASS-SUB = WS-CU-LAST-SUB
141433         PERFORM 4500-PROCESS-DAYPOST THRU 4500-EXIT
141434     END-IF.
141435     MOVE "B" TO WS-BATCH-EXC-SOURCE.
141436     CLOSE BATCH-IN-FILE.
141437     DISPLAY "DATE " WS-CU-PASS-DATE " - RECORDS POSTED:   "
141438         WS-CTL-POST-COUNT.
141439     DISPLAY "DATE " WS-CU-PASS-DATE " - RECORDS REJECTED: "
141440         WS-EXCEPTION-COUNT.
141441     PERFORM 4905-REPORT-DATE-SECTION THRU 4905-EXIT.
141442     IF WS-BATCH-NOT-ABORTED
141443         PERFORM 4060-MARK-RUN-POSTED THRU 4060-EXIT
141444     END-IF.
141445     EVALUATE TRUE
141446         WHEN WS-BATCH-ABORTED
141447             MOVE 12 TO WS-BATCH-RC
141448         WHEN WS-EXCEPTION-COUNT > ZERO
141449             MOVE 4 TO WS-BATCH-RC
141450         WHEN OTHER
141451             MOVE ZERO TO WS-BATCH-RC
141452     END-EVALUATE.
141453     IF WS-DEPT-MISS-CT > ZERO AND WS-BATCH-RC < 6
141454         MOVE 6 TO WS-BATCH-RC
141455     END-IF.
141456     MOVE WS-BATCH-RC TO WS-CU-RC(WS-CU-PASS-SUB).
141457     MOVE WS-CTL-POST-COUNT TO WS-CU-POST-COUNT(WS-CU-PASS-SUB).
141458     MOVE WS-CTL-SUM TO WS-CU-SUM(WS-CU-PASS-SUB).
141459     MOVE WS-CU-PASS-DATE TO WS-RUN-BUS-DATE.
141460     MOVE WS-BATCH-RC TO WS-RUN-RC.
141461     MOVE WS-RECORD-COUNT TO WS-RUN-READ-CT.
141462     MOVE WS-CTL-POST-COUNT TO WS-RUN-POSTED-CT.
141463     MOVE WS-EXCEPTION-COUNT TO WS-RUN-REJECT-CT.
141464     PERFORM 4090-WRITE-RUN-HISTORY THRU 4090-EXIT.
141465     IF WS-BATCH-ABORTED
141466         SET WS-CU-FAILED(WS-CU-PASS-SUB) TO TRUE
141467         SET WS-CU-STOPPED TO TRUE
141468         GO TO 4830-EXIT
141469     END-IF.
141470     SET WS-CU-POSTED(WS-CU-PASS-SUB) TO TRUE.
141471     PERFORM 4860-CHECKPOINT-DATE-DONE THRU 4860-EXIT.
141472 4830-EXIT.
141473     EXIT.
141474
141475*----------------------------------------------------------------
141476*    SORT EACH BATCHIN RECORD INTO THE DATE BEING POSTED OR AN
141477*    OTHER DATE.  A HEADER'S DATE DECIDES ITS BLOCK; DETAILS AND
141478*    THE TRAILER FOLLOW THEIR HEADER.  RECORDS OUTSIDE ANY BLOCK,
141479*    AND BLOCKS WHOSE HEADER DATE IS NOT A DATE, BELONG TO THE
141480*    ONE PASS NAMED BY WS-CU-ORPHAN-DATE, SO THEY ARE REJECTED
141481*    ONCE AND NOT ONCE PER DATE.
141482*----------------------------------------------------------------
141483 4840-FILTER-RECORD.
141484     SET WS-CU-RECORD-MINE TO TRUE.
141485     EVALUATE TRUE
141486         WHEN BI-HDR-TYPE = "H"
141487             SET WS-CU-IN-BLOCK TO TRUE
141488             SET WS-CU-BLOCK-MINE TO TRUE
141489             PERFORM 4812-CHECK-HDR-DATE THRU 4812-EXIT
141490             IF WS-CU-DATE-OK
141491                 IF WS-CU-HDR-DATE NOT = WS-CU-PASS-DATE
141492                     SET WS-CU-BLOCK-OTHER TO TRUE
141493                 END-IF
141494             ELSE
141495                 IF WS-CU-PASS-DATE NOT = WS-CU-ORPHAN-DATE
141496                     SET WS-CU-BLOCK-OTHER TO TRUE
141497                 END-IF
141498             END-IF
141499             IF WS-CU-BLOCK-OTHER
141500                 SET WS-CU-RECORD-OTHER TO TRUE
141501             END-IF
141502         WHEN WS-CU-IN-BLOCK
141503             IF WS-CU-BLOCK-OTHER
141504                 SET WS-CU-RECORD-OTHER TO TRUE
141505             END-IF
141506             IF BI-HDR-TYPE = "T"
141507                 SET WS-CU-OUT-BLOCK TO TRUE
141508             END-IF
141509         WHEN OTHER
141510             IF WS-CU-PASS-DATE NOT = WS-CU-ORPHAN-DATE
141511                 SET WS-CU-RECORD-OTHER TO TRUE
141512             END-IF
141513     END-EVALUATE.
141514     IF WS-CU-RECORD-OTHER
141515         ADD 1 TO WS-CU-SKIP-COUNT
141516     END-IF.
141517 4840-EXIT.
141518     EXIT.
141519
141520*----------------------------------------------------------------
141521*    A DATE IS POSTED AND MARKED ON RUNCTL - THE CHECKPOINT NOW
141522*    HOLDS NOTHING IN HAND BUT NAMES THE DATE AS COMPLETE, SO A
141523*    RESTART GOES ON FROM THE NEXT DATE.
141524*----------------------------------------------------------------
141525 4860-CHECKPOINT-DATE-DONE.
141526     PERFORM 4030-CLEAR-CHECKPOINT THRU 4030-EXIT.
141527     OPEN EXTEND CHECKPOINT-FILE.
141528     MOVE "C" TO WS-CU-CK-STATE.
141529     PERFORM 4277-WRITE-CATCHUP-CHECKPOINT THRU 4277-EXIT.
141530     CLOSE CHECKPOINT-FILE.
141531 4860-EXIT.
141532     EXIT.
141533
141534*----------------------------------------------------------------
141535*    THE RUN'S RETURN CODE - THE WORST OF THE DATES THAT RAN, AT
141536*    LEAST 04 WHEN A DATE WAS REFUSED, AT LEAST 08 WHEN DATES
141537*    WERE LEFT OVER FOR ANOTHER RUN, AND 16 WHEN NO DATE RAN.
141538*----------------------------------------------------------------
141539 4880-SET-CATCHUP-RC.
141540     MOVE ZERO TO WS-CU-RUN-RC.
141541     MOVE ZERO TO WS-CU-RAN-CT.
141542     MOVE ZERO TO WS-CU-HELD-CT.
141543     PERFORM 4881-RATE-ONE-DATE THRU 4881-EXIT
141544         VARYING WS-CU-SUB FROM 1 BY 1
141545         UNTIL WS-CU-SUB > WS-CU-COUNT.
141546     IF WS-CU-HELD-CT > ZERO AND WS-CU-RUN-RC < 4
141547         MOVE 4 TO WS-CU-RUN-RC
141548     END-IF.
141549     IF WS-CU-OVERFLOW AND WS-CU-RUN-RC < 8
141550         MOVE 8 TO WS-CU-RUN-RC
141551     END-IF.
141552     IF WS-CU-RAN-CT = ZERO
141553         MOVE 16 TO WS-CU-RUN-RC
141554     END-IF.
141555 4880-EXIT.
141556     EXIT.
141557
141558 4881-RATE-ONE-DATE.
141559     EVALUATE TRUE
141560         WHEN WS-CU-POSTED(WS-CU-SUB)
141561           OR WS-CU-FAILED(WS-CU-SUB)
141562             ADD 1 TO WS-CU-RAN-CT
141563             IF WS-CU-RC(WS-CU-SUB) > WS-CU-RUN-RC
141564                 MOVE WS-CU-RC(WS-CU-SUB) TO WS-CU-RUN-RC
141565             END-IF
141566         WHEN WS-CU-EARLIER(WS-CU-SUB)
141567             ADD 1 TO WS-CU-RAN-CT
141568         WHEN WS-CU-REFUSED(WS-CU-SUB)
141569           OR WS-CU-FUTURE(WS-CU-SUB)
141570             ADD 1 TO WS-CU-HELD-CT
141571     END-EVALUATE.
141572 4881-EXIT.
141573     EXIT.
141574
141575 4885-END-CATCHUP.
141576     MOVE WS-CU-RUN-RC TO WS-BATCH-RC.
141577     IF WS-BATCH-RC > WS-SESSION-RC
141578         MOVE WS-BATCH-RC TO WS-SESSION-RC
141579     END-IF.
141580     DISPLAY "CATCH-UP RUN COMPLETE - RETURN CODE " WS-CU-RUN-RC.
141581*    A CATCH-UP RUN THAT POSTED NO DATE AT ALL IS STILL A RUN OF
141582*    THE STEP - RECORD IT UNDER THE DATE IT WAS TRIED.
141583     IF WS-RUN-HIST-CT = ZERO
141584         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
141585         MOVE WS-CU-RUN-RC TO WS-RUN-RC
141586         MOVE ZERO TO WS-RUN-READ-CT
141587         MOVE ZERO TO WS-RUN-POSTED-CT
141588         MOVE ZERO TO WS-RUN-REJECT-CT
141589         PERFORM 4090-WRITE-RUN-HISTORY THRU 4090-EXIT
141590     END-IF.
141591     MOVE ZERO TO WS-CU-SKIP-COUNT.
141592     MOVE ZERO TO WS-RUN-HIST-CT.
141593     SET WS-SINGLE-DATE-RUN TO TRUE.
141594 4885-EXIT.
141595     EXIT.
141596
141597*----------------------------------------------------------------
141598*    CLOSING SECTION OF A CATCH-UP CONTROL REPORT - WHAT BECAME
141599*    OF EVERY DATE ON BATCHIN, THEN THE ITEMS STILL HELD FOR
141600*    APPROVAL.
141601*----------------------------------------------------------------
141602 4890-CATCHUP-SUMMARY.
141603     MOVE "============================================="
141604         TO WS-CTL-LINE-TEXT.
141605     PERFORM 4910-REPORT-LINE THRU 4910-EXIT.
141606     MOVE "  CATCH-UP RUN SUMMARY" TO WS-CTL-LINE-TEXT.
141607     PERFORM 4910-REPORT-LINE THRU 4910-EXIT.
141608     MOVE "  DATE    OUTCOME                          RC"
141609         TO WS-CTL-LINE-TEXT.
141610     PERFORM 4910-REPORT-LINE THRU 4910-EXIT.
141611     PERFORM 4891-SUMMARY-DATE-LINE THRU 4891-EXIT
141612         VARYING WS-CU-SUB FROM 1 BY 1
141613         UNTIL WS-CU-SUB > WS-CU-COUNT.
141614     IF WS-CU-OVERFLOW
141615         MOVE "  ** MORE THAN 31 DATES - LATER DATES NOT RUN **"
141616             TO WS-CTL-LINE-TEXT
141617         PERFORM 4910-REPORT-LINE THRU 4910-EXIT
141618     END-IF.
141619     PERFORM 4950-LIST-PENDING THRU 4950-EXIT.
141620     MOVE "============================================="
141621         TO WS-CTL-LINE-TEXT.
141622     PERFORM 4910-REPORT-LINE THRU 4910-EXIT.
141623 4890-EXIT.
141624     EXIT.
141625
141626 4891-SUMMARY-DATE-LINE.
141627     EVALUATE TRUE
141628         WHEN WS-CU-POSTED(WS-CU-SUB)
141629             MOVE "POSTED" TO WS-CU-OUTCOME-TEXT
141630         WHEN WS-CU-EARLIER(WS-CU-SUB)
141631             MOVE "POSTED BEFORE THE RESTART"
141632                 TO WS-CU-OUTCOME-TEXT
141633         WHEN WS-CU-REFUSED(WS-CU-SUB)
141634             MOVE "REFUSED - ALREADY POSTED" TO WS-CU-OUTCOME-TEXT
141635         WHEN WS-CU-FUTURE(WS-CU-SUB)
141636             MOVE "REFUSED - LATER THAN TODAY"
141637                 TO WS-CU-OUTCOME-TEXT
141638         WHEN WS-CU-FAILED(WS-CU-SUB)
141639             MOVE "FAILED - REJECT LIMIT CROSSED"
141640                 TO WS-CU-OUTCOME-TEXT
141641         WHEN OTHER
141642             MOVE "NOT RUN - EARLIER DATE FAILED"
141643                 TO WS-CU-OUTCOME-TEXT
141644     END-EVALUATE.
141645     MOVE SPACES TO WS-CTL-LINE-TEXT.
141646     IF WS-CU-POSTED(WS-CU-SUB) OR WS-CU-FAILED(WS-CU-SUB)
141647         STRING "  " WS-CU-DATE(WS-CU-SUB) "  "
141648             WS-CU-OUTCOME-TEXT "   " WS-CU-RC(WS-CU-SUB)
141649             DELIMITED BY SIZE INTO WS-CTL-LINE-TEXT
141650     ELSE
141651         STRING "  " WS-CU-DATE(WS-CU-SUB) "  "
141652             WS-CU-OUTCOME-TEXT
141653             DELIMITED BY SIZE INTO WS-CTL-LINE-TEXT
141654     END-IF.
141655     PERFORM 4910-REPORT-LINE THRU 4910-EXIT.
141656 4891-EXIT.
141657     EXIT.
141658
141659*----------------------------------------------------------------
141660*    PICK UP THE OPERATIONS-TUNED REJECT LIMITS.  A MISSING OR
141661*    UNREADABLE BATCHPRM LEAVES BOTH LIMITS DISABLED, WHICH IS
141662*    THE PRE-LIMIT BEHAVIOR.
141700*----------------------------------------------------------------
141800 4040-READ-BATCH-PARMS.
141900     SET WS-BATCH-NOT-ABORTED TO TRUE.
155200     ACCEPT WS-CURRENT-DATE FROM DATE.
155300     ACCEPT WS-CURRENT-TIME FROM TIME.
155400     MOVE SPACES TO RC-RECORD.
155410*    A CATCH-UP RUN MARKS THE BUSINESS DATE IT JUST POSTED.
155420     IF WS-CATCHUP-RUN
155430         MOVE WS-POST-DATE TO RC-RUN-DATE
155440     ELSE
155450         MOVE WS-CURRENT-DATE TO RC-RUN-DATE
155460     END-IF.
155600     MOVE WS-IDENT-COUNT TO RC-INPUT-COUNT.
155700     MOVE WS-IDENT-TOTAL TO RC-INPUT-TOTAL.
155800     SET RC-POSTED TO TRUE.
156000     MOVE WS-CURRENT-TIME(1:6) TO RC-POST-TIME.
156100     COMPUTE RC-NEXT-POST-SEQ =
156200         WS-POST-SEQ-BASE + WS-CTL-POST-COUNT.
156210     IF WS-RC-PRIOR-KNOWN
156220         COMPUTE RC-POSTED-COUNT =
156230             WS-RC-PRIOR-COUNT + WS-CTL-POST-COUNT
156240         COMPUTE RC-POSTED-SUM =
156250             WS-RC-PRIOR-SUM + WS-CTL-SUM
156260     END-IF.
156300     WRITE RC-RECORD
156400         INVALID KEY
156500             REWRITE RC-RECORD
157400*----------------------------------------------------------------
157500*    PICK UP TODAY'S POSTING-MASTER SEQUENCE BASE FROM THE
157600*    RUN-CONTROL RECORD.  NO RECORD (OR A PRE-SEQUENCE RECORD)
157610*    MEANS THE DATE STARTS AT SEQUENCE 1.  A CATCH-UP RUN HAS
157620*    ALREADY SET WS-POST-DATE TO THE DATE IT IS ABOUT TO POST.
157800*----------------------------------------------------------------
157900 4070-INIT-POST-SEQ.
158000     MOVE ZERO TO WS-POST-SEQ-BASE.
158002     MOVE ZERO TO WS-RC-PRIOR-COUNT.
158004     MOVE ZERO TO WS-RC-PRIOR-SUM.
158006     SET WS-RC-PRIOR-KNOWN TO TRUE.
158010     IF WS-SINGLE-DATE-RUN
158020         ACCEPT WS-CURRENT-DATE FROM DATE
158030         MOVE WS-CURRENT-DATE TO WS-POST-DATE
158040     END-IF.
158300     MOVE WS-POST-DATE TO RC-RUN-DATE.
158400     READ RUN-CONTROL-FILE
158500         INVALID KEY
159100     IF RC-NEXT-POST-SEQ IS NUMERIC
159200         MOVE RC-NEXT-POST-SEQ TO WS-POST-SEQ-BASE
159300     END-IF.
159310     IF RC-POSTED-COUNT IS NUMERIC
159320             AND RC-POSTED-SUM IS NUMERIC
159330         MOVE RC-POSTED-COUNT TO WS-RC-PRIOR-COUNT
159340         MOVE RC-POSTED-SUM TO WS-RC-PRIOR-SUM
159350     ELSE
159360         IF WS-POST-SEQ-BASE > ZERO
159370             SET WS-RC-PRIOR-UNKNOWN TO TRUE
159380         END-IF
159390     END-IF.
159400 4070-EXIT.
159500     EXIT.
159501
159502*----------------------------------------------------------------
159503*    RUN HISTORY.  A BATCH RUN (OPTION 2) APPENDS ONE RECORD TO
159504*    THE SHARED RUNHIST FILE FOR THE DATE IT POSTED; A CATCH-UP
159505*    RUN (OPTION D) APPENDS ONE FOR EACH DATE IT POSTED, TIMED
159506*    FROM THE START OF THAT DATE'S PASS, OR ONE FOR THE RUN
159507*    ITSELF WHEN NO DATE WAS POSTED.  THE OTHER MENU OPTIONS
159508*    ARE NOT BATCH STEPS AND ARE NOT RECORDED.
159509*----------------------------------------------------------------
159510 4080-NOTE-RUN-START.
159511     ACCEPT WS-RUN-START-DATE FROM DATE.
159512     ACCEPT WS-RUN-START-TIME FROM TIME.
159513 4080-EXIT.
159514     EXIT.
159515
159516*    A RUN REFUSED BEFORE IT TOOK UP ITS POSTING DATE IS RECORDED
159517*    UNDER THE DATE IT WAS TRIED.
159518 4085-RECORD-BATCH-RUN.
159519     IF WS-BATCH-RC < 16 AND WS-POST-DATE NOT = SPACES
159520         MOVE WS-POST-DATE TO WS-RUN-BUS-DATE
159521     ELSE
159522         MOVE WS-RUN-START-DATE TO WS-RUN-BUS-DATE
159523     END-IF.
159524     MOVE WS-BATCH-RC TO WS-RUN-RC.
159525     MOVE WS-RECORD-COUNT TO WS-RUN-READ-CT.
159526     MOVE WS-CTL-POST-COUNT TO WS-RUN-POSTED-CT.
159527     MOVE WS-EXCEPTION-COUNT TO WS-RUN-REJECT-CT.
159528     PERFORM 4090-WRITE-RUN-HISTORY THRU 4090-EXIT.
159529 4085-EXIT.
159530     EXIT.
159531
159532*    THE HISTORY RECORDS THE RUN, IT IS NOT PART OF IT - A
159533*    RUNHIST THAT WILL NOT OPEN IS NOTED ON THE CONSOLE AND THE
159534*    RETURN CODE IS LEFT AS IT IS.
159535 4090-WRITE-RUN-HISTORY.
159536     OPEN EXTEND RUN-HISTORY-FILE.
159537     IF WS-RUNHIST-STATUS = "35" OR "05"
159538         OPEN OUTPUT RUN-HISTORY-FILE
159539     END-IF.
159540     IF WS-RUNHIST-STATUS NOT = "00"
159541         DISPLAY "*** RUNHIST STATUS " WS-RUNHIST-STATUS
159542             " - RUN NOT RECORDED ***"
159543         GO TO 4090-EXIT
159544     END-IF.
159545     MOVE SPACES TO RH-RECORD.
159546     MOVE "ADDTHREE" TO RH-PROGRAM.
159547     MOVE WS-RUN-BUS-DATE TO RH-BUSINESS-DATE.
159548     MOVE WS-RUN-BUS-DATE TO RH-THRU-DATE.
159549     MOVE WS-RUN-START-DATE TO RH-START-DATE.
159550     MOVE WS-RUN-START-HHMMSS TO RH-START-TIME.
159551     ACCEPT RH-END-DATE FROM DATE.
159552     ACCEPT WS-RUN-END-TIME FROM TIME.
159553     MOVE WS-RUN-END-HHMMSS TO RH-END-TIME.
159554     MOVE WS-RUN-RC TO RH-RETURN-CODE.
159555     MOVE "READ" TO RH-COUNT-1-LABEL.
159556     MOVE WS-RUN-READ-CT TO RH-COUNT-1.
159557     MOVE "POSTED" TO RH-COUNT-2-LABEL.
159558     MOVE WS-RUN-POSTED-CT TO RH-COUNT-2.
159559     MOVE "REJECTED" TO RH-COUNT-3-LABEL.
159560     MOVE WS-RUN-REJECT-CT TO RH-COUNT-3.
159561     WRITE RH-RECORD.
159562     CLOSE RUN-HISTORY-FILE.
159563     ADD 1 TO WS-RUN-HIST-CT.
159564 4090-EXIT.
159565     EXIT.
159600
159700 4005-RESET-BATCH-TOTALS.
159800     MOVE "N" TO WS-EOF-SWITCH.
160600     MOVE ZERO TO WS-DEPT-COUNT.
160700     MOVE ZERO TO WS-BLK-COUNT.
160800     SET WS-NOT-IN-BLOCK TO TRUE.
160810     SET WS-BLK-KEYED TO TRUE.
160900     SET WS-BLK-CLEAN TO TRUE.
161000     MOVE ZERO TO WS-RESUB-COUNT.
161100     MOVE ZERO TO WS-RESUB-RESTART.
161400     MOVE ZERO TO WS-CTL-INTER-COUNT.
161420     MOVE ZERO TO WS-CTL-RVSL-COUNT.
161440     MOVE ZERO TO WS-DEPT-MISS-CT.
161450     MOVE ZERO TO WS-RDR-TBL-COUNT.
161460     MOVE ZERO TO WS-RDR-TOTAL-CT.
161500     SET WS-BATCH-NOT-ABORTED TO TRUE.
161600 4005-EXIT.
161700     EXIT.
161800
161900 4010-CHECK-RESTART.
162000     MOVE ZERO TO WS-RESTART-COUNT.
162010     MOVE SPACES TO WS-CU-RESTART-DATE.
162020     MOVE SPACE TO WS-CU-RESTART-STATE.
162030     MOVE SPACES TO WS-CU-ORPHAN-DATE.
162100     OPEN INPUT CHECKPOINT-FILE.
162200     IF WS-CHKPT-STATUS = "00"
162300         READ CHECKPOINT-FILE
164420                 IF CK-RVSL-COUNT IS NUMERIC
164440                     MOVE CK-RVSL-COUNT TO WS-CTL-RVSL-COUNT
164460                 END-IF
164600             END-IF
164610*            READ ON EVEN WHEN NOTHING IS IN HAND - A CATCH-UP RUN
164620*            STOPPED BETWEEN DATES LEAVES ONLY ITS "C" RECORD.
164630             PERFORM 4015-LOAD-DEPT-CHECKPOINT THRU 4015-EXIT
164700         END-IF
164800         CLOSE CHECKPOINT-FILE
164900     END-IF.
165200
165300*----------------------------------------------------------------
165400*    THE MAIN CHECKPOINT RECORD IS FOLLOWED BY ONE "D" RECORD
165410*    PER DEPARTMENT POSTED SO FAR AND ONE "R" RECORD PER LINE OF
165420*    THE REDIRECTED-POSTINGS TABLE, SO A RESTARTED RUN'S CONTROL
165430*    REPORT SHOWS WHOLE-JOB DEPARTMENT SUBTOTALS AND REDIRECTS,
165440*    AND A CATCH-UP RUN'S "C" RECORD SAYS WHICH DATE IT WAS ON.
165700*----------------------------------------------------------------
165800 4015-LOAD-DEPT-CHECKPOINT.
165900     MOVE ZERO TO WS-DEPT-COUNT.
165910     MOVE ZERO TO WS-RDR-TBL-COUNT.
165920     MOVE ZERO TO WS-RDR-TOTAL-CT.
166000     PERFORM 4016-READ-DEPT-CHECKPOINT THRU 4016-EXIT
166100         UNTIL WS-CHKPT-STATUS NOT = "00".
166200 4015-EXIT.
167300         MOVE CK-DEPT-POST-COUNT
167400             TO WS-DEPT-POST-COUNT(WS-DEPT-COUNT)
167500         MOVE CK-DEPT-SUM TO WS-DEPT-SUM(WS-DEPT-COUNT)
167510         IF CK-DEPT-KEYED-COUNT IS NUMERIC
167520             MOVE CK-DEPT-KEYED-COUNT
167530                 TO WS-DEPT-KEYED-COUNT(WS-DEPT-COUNT)
167540         ELSE
167550             MOVE CK-DEPT-POST-COUNT
167560                 TO WS-DEPT-KEYED-COUNT(WS-DEPT-COUNT)
167570         END-IF
167600     END-IF.
167610     IF CK-CU-MARK = "C"
167620         MOVE CK-CU-DATE TO WS-CU-RESTART-DATE
167630         MOVE CK-CU-STATE TO WS-CU-RESTART-STATE
167640         MOVE CK-CU-ORPHAN-DATE TO WS-CU-ORPHAN-DATE
167650     END-IF.
167655     IF CK-RDR-MARK = "R" AND WS-RDR-TBL-COUNT < WS-RDR-TBL-MAX
167660         ADD 1 TO WS-RDR-TBL-COUNT
167665         MOVE CK-RDR-DEPT TO WS-RDR-T-DEPT(WS-RDR-TBL-COUNT)
167670         MOVE CK-RDR-OLD TO WS-RDR-T-OLD(WS-RDR-TBL-COUNT)
167675         MOVE CK-RDR-NEW TO WS-RDR-T-NEW(WS-RDR-TBL-COUNT)
167680         MOVE CK-RDR-COUNT TO WS-RDR-T-COUNT(WS-RDR-TBL-COUNT)
167685         MOVE CK-RDR-SUM TO WS-RDR-T-SUM(WS-RDR-TBL-COUNT)
167690         MOVE CK-RDR-TOTAL-CT TO WS-RDR-TOTAL-CT
167695     END-IF.
167700 4016-EXIT.
167800     EXIT.
167900
168100     READ BATCH-IN-FILE
168200         AT END
168300             SET WS-END-OF-BATCH TO TRUE
168310             GO TO 4020-EXIT
168400     END-READ.
168410*    A CATCH-UP RESTART REPLAYS THE DATE FILTER OVER THE SKIPPED
168420*    RECORDS SO ITS BLOCK STATE AND SKIP COUNT PICK UP WHERE THE
168430*    CHECKPOINT LEFT THEM.
168440     IF WS-CATCHUP-RUN
168450         PERFORM 4840-FILTER-RECORD THRU 4840-EXIT
168460     END-IF.
168500 4020-EXIT.
168600     EXIT.
168700
171700*    WHEN THE TRAILER PROVES THE HEADER'S COUNT AND HASH TOTAL,
171800*    SO A SHORT OR GARBLED DEPARTMENT FILE IS REJECTED WHOLE
171900*    AND NAMED ON THE CONTROL REPORT INSTEAD OF LEAKING A
171910*    PARTIAL BLOCK INTO THE GL FEED.  A CATCH-UP PASS ROUTES
171920*    ONLY THE BLOCKS OF THE DATE IT IS POSTING AND COUNTS THE
171930*    OTHER DATES' RECORDS PAST.
172100*----------------------------------------------------------------
172200 4150-ROUTE-RECORD.
172300     ADD 1 TO WS-RECORD-COUNT.
172310     IF WS-CATCHUP-RUN
172320         PERFORM 4840-FILTER-RECORD THRU 4840-EXIT
172330         IF WS-CU-RECORD-OTHER
172340             GO TO 4150-NEXT
172350         END-IF
172360     END-IF.
172400     EVALUATE TRUE
172500         WHEN BI-HDR-TYPE = "H"
172600             PERFORM 4160-START-BLOCK THRU 4160-EXIT
173000             PERFORM 4180-BUFFER-DETAIL THRU 4180-EXIT
173100     END-EVALUATE.
173200     PERFORM 4400-CHECK-REJECT-LIMIT THRU 4400-EXIT.
173210 4150-NEXT.
173300     IF WS-BATCH-NOT-ABORTED
173400         PERFORM 4100-READ-INPUT THRU 4100-EXIT
173500     END-IF.
175700     MOVE ZERO TO WS-BLK-ACTUAL-HASH.
175800     MOVE WS-RECORD-COUNT TO WS-BLK-HDR-SEQ.
175900     MOVE BI-INPUT-RECORD TO WS-BLK-HDR-RECORD.
175910     IF BI-HDR-GENERATED
175920         SET WS-BLK-GENERATED TO TRUE
175930     ELSE
175940         SET WS-BLK-KEYED TO TRUE
175950     END-IF.
176000     IF BI-HDR-DEPT IS NUMERIC
176100             AND BI-HDR-COUNT IS NUMERIC
176200             AND BI-HDR-HASH IS NUMERIC
177000         SET WS-BLK-FAILED TO TRUE
177100         MOVE "HEADER FIELDS NOT NUMERIC" TO WS-BLK-FAIL-MSG
177200     END-IF.
177201*    ON A CATCH-UP RUN THE HEADER DATE DECIDES WHICH PASS POSTS
177202*    THE BLOCK, SO IT MUST BE A REAL DATE.
177203     IF WS-BLK-CLEAN AND WS-CATCHUP-RUN
177204         PERFORM 4812-CHECK-HDR-DATE THRU 4812-EXIT
177205         IF WS-CU-DATE-BAD
177206             SET WS-BLK-FAILED TO TRUE
177207             MOVE "HEADER DATE NOT A VALID DATE"
177208                 TO WS-BLK-FAIL-MSG
177209         END-IF
177210     END-IF.
177220     IF WS-BLK-CLEAN
177240         PERFORM 4165-CHECK-BLOCK-PERIOD THRU 4165-EXIT
177260     END-IF.
192600         GO TO 4300-EXIT
192700     END-IF.
192800     MOVE ZERO TO WS-BLK-DEPT.
192810     SET WS-BLK-KEYED TO TRUE.
192900     MOVE "R" TO WS-BATCH-EXC-SOURCE.
193000     IF WS-RESUB-RESTART > ZERO
193100         MOVE WS-RESUB-RESTART TO WS-RESUB-COUNT
198400*    FILE CANNOT FLOOD EXCEPTS AND STILL RELEASE THE GL FEED.
198500*    A ZERO LIMIT IS DISABLED.  THE PERCENT CHECK WAITS FOR
198600*    TWENTY RECORDS SO A SHORT FILE'S FIRST REJECTS DO NOT
198610*    TRIP IT.  A CATCH-UP PASS LEAVES OUT THE OTHER DATES'
198620*    RECORDS IT COUNTED PAST.
198800*----------------------------------------------------------------
198900 4400-CHECK-REJECT-LIMIT.
199000     IF WS-BATCH-ABORTED
199800         GO TO 4400-EXIT
199900     END-IF.
200000     IF WS-MAX-REJECT-PCT > ZERO
200010             AND WS-RECORD-COUNT + WS-RESUB-COUNT
200020                 - WS-CU-SKIP-COUNT > 19
200200         COMPUTE WS-REJECT-PCT =
200300             (WS-EXCEPTION-COUNT * 100)
200310             / (WS-RECORD-COUNT + WS-RESUB-COUNT
200320                 - WS-CU-SKIP-COUNT)
200500         IF WS-REJECT-PCT > WS-MAX-REJECT-PCT
200600             SET WS-BATCH-ABORTED TO TRUE
200700             DISPLAY "*** REJECT PERCENT LIMIT CROSSED - "
202800         GO TO 4500-EXIT
202900     END-IF.
203000     MOVE ZERO TO WS-BLK-DEPT.
203010     SET WS-BLK-KEYED TO TRUE.
203100     MOVE "D" TO WS-BATCH-EXC-SOURCE.
203200     IF WS-DAYPOST-RESTART > ZERO
203300         MOVE WS-DAYPOST-RESTART TO WS-DAYPOST-COUNT
208280*----------------------------------------------------------------
208310 4515-POST-REVERSAL.
208340     MOVE SPACES TO BI-INPUT-RECORD.
208350     MOVE SPACES TO WS-RDR-ORIG-ACCOUNT.
208370     MOVE DP-ACCOUNT TO BI-ACCOUNT.
208400     MOVE SPACES TO BO-OUTPUT-RECORD.
208430     MOVE DP-NUM1 TO BO-NUM1.
212200     EXIT.
212300
212400 4210-VALIDATE-RECORD.
212410     MOVE SPACES TO WS-RDR-ORIG-ACCOUNT.
212500     IF BI-NUM1 IS NOT NUMERIC
212600         MOVE "NUM1" TO WS-BAD-FIELD-NAME
212700         MOVE BI-NUM1-ALPHA TO WS-BAD-RAW-VALUE
214800*    LEDGER ACCOUNT VALIDATION - EVERY POSTING MUST CARRY AN
214900*    ACCOUNT CODE THAT IS ON THE ACCOUNT MASTER AND STILL
215000*    ACTIVE, SO THE GL FEED POSTS STRAIGHT THROUGH WITHOUT THE
215010*    GL TEAM RE-KEYING COST CENTERS.  A RETIRED OR UNKNOWN CODE
215020*    WITH A REDIRECTION IN EFFECT FOR THE BUSINESS DATE IS
215030*    SWAPPED FOR ITS SUCCESSOR HERE, SO THE GL FEED AND THE
215040*    POSTING MASTER CARRY THE SUCCESSOR; THE CODE SENT RIDES
215050*    IN WS-RDR-ORIG-ACCOUNT TO PM-ORIG-ACCOUNT.
215200*----------------------------------------------------------------
215300 4220-VALIDATE-ACCOUNT.
215400     MOVE "ACCT" TO WS-BAD-FIELD-NAME.
216000     END-IF.
216100     MOVE BI-ACCOUNT TO WS-ACCT-CODE-IN.
216200     PERFORM 5900-READ-ACCOUNT THRU 5900-EXIT.
216210     IF WS-ACCT-FOUND AND AM-ACTIVE
216220         GO TO 4220-EXIT
216230     END-IF.
216240     IF WS-ACCT-NOT-FOUND
216400         MOVE "ACCOUNT NOT ON ACCOUNT MASTER" TO WS-BAD-MESSAGE
216410     ELSE
216900         MOVE "ACCOUNT IS INACTIVE" TO WS-BAD-MESSAGE
216910     END-IF.
216920     MOVE BI-ACCOUNT TO WS-RDR-CODE-IN.
216930     MOVE WS-POST-DATE TO WS-RDR-AS-OF.
216940     PERFORM 5960-FIND-REDIRECT THRU 5960-EXIT.
216950     IF WS-RDR-FOUND
216960         MOVE BI-ACCOUNT TO WS-RDR-ORIG-ACCOUNT
216970         MOVE WS-RDR-NEW-ACCOUNT TO BI-ACCOUNT
216980         GO TO 4220-EXIT
216990     END-IF.
217000     PERFORM 4290-LOG-BATCH-EXCEPTION THRU 4290-EXIT.
217200 4220-EXIT.
217300     EXIT.
217400
221200     MOVE WS-PM-WRITE-STATUS TO PM-STATUS.
221220     MOVE WS-BLK-DEPT TO PM-DEPT.
221240     MOVE WS-PM-WRITE-ORIG-KEY TO PM-ORIG-KEY.
221250     MOVE WS-RDR-ORIG-ACCOUNT TO PM-ORIG-ACCOUNT.
221260     IF WS-BLK-GENERATED
221270         MOVE "G" TO PM-SOURCE
221280     END-IF.
221300     WRITE PM-RECORD
221400         INVALID KEY
221500             REWRITE PM-RECORD
221800                         "- STATUS " WS-POSTMST-STATUS " ***"
221900             END-REWRITE
222000     END-WRITE.
222010     IF WS-RDR-ORIG-ACCOUNT NOT = SPACES
222020         PERFORM 4245-TALLY-REDIRECT THRU 4245-EXIT
222030         MOVE SPACES TO WS-RDR-ORIG-ACCOUNT
222040     END-IF.
222100 4240-EXIT.
222200     EXIT.
222202
222204 4245-TALLY-REDIRECT.
222206     ADD 1 TO WS-RDR-TOTAL-CT.
222208     MOVE ZERO TO WS-RDR-TBL-HIT.
222210     PERFORM 4246-FIND-REDIRECT-ENTRY THRU 4246-EXIT
222212         VARYING WS-RDR-TBL-SUB FROM 1 BY 1
222214         UNTIL WS-RDR-TBL-SUB > WS-RDR-TBL-COUNT.
222216     IF WS-RDR-TBL-HIT = ZERO
222218         IF WS-RDR-TBL-COUNT < WS-RDR-TBL-MAX
222220             ADD 1 TO WS-RDR-TBL-COUNT
222222             MOVE WS-RDR-TBL-COUNT TO WS-RDR-TBL-HIT
222224             MOVE WS-BLK-DEPT TO WS-RDR-T-DEPT(WS-RDR-TBL-HIT)
222226             MOVE WS-RDR-ORIG-ACCOUNT
222228                 TO WS-RDR-T-OLD(WS-RDR-TBL-HIT)
222230             MOVE BI-ACCOUNT TO WS-RDR-T-NEW(WS-RDR-TBL-HIT)
222232             MOVE ZERO TO WS-RDR-T-COUNT(WS-RDR-TBL-HIT)
222234             MOVE ZERO TO WS-RDR-T-SUM(WS-RDR-TBL-HIT)
222236         ELSE
222238             GO TO 4245-EXIT
222240         END-IF
222242     END-IF.
222244     ADD 1 TO WS-RDR-T-COUNT(WS-RDR-TBL-HIT).
222246     ADD BO-RESULT TO WS-RDR-T-SUM(WS-RDR-TBL-HIT).
222248 4245-EXIT.
222250     EXIT.
222252
222254 4246-FIND-REDIRECT-ENTRY.
222256     IF WS-RDR-T-DEPT(WS-RDR-TBL-SUB) = WS-BLK-DEPT
222258             AND WS-RDR-T-OLD(WS-RDR-TBL-SUB)
222260                 = WS-RDR-ORIG-ACCOUNT
222262             AND WS-RDR-T-NEW(WS-RDR-TBL-SUB) = BI-ACCOUNT
222264         MOVE WS-RDR-TBL-SUB TO WS-RDR-TBL-HIT
222266     END-IF.
222268 4246-EXIT.
222270     EXIT.
222300
222400 4260-UPDATE-CONTROL-TOTALS.
222500     ADD 1 TO WS-CTL-POST-COUNT.
225600             MOVE WS-BLK-DEPT TO WS-DEPT-ID(WS-DEPT-HIT-SUB)
225700             MOVE ZERO TO WS-DEPT-POST-COUNT(WS-DEPT-HIT-SUB)
225800             MOVE ZERO TO WS-DEPT-SUM(WS-DEPT-HIT-SUB)
225810             MOVE ZERO TO WS-DEPT-KEYED-COUNT(WS-DEPT-HIT-SUB)
225900         ELSE
226000             GO TO 4265-EXIT
226100         END-IF
226200     END-IF.
226300     ADD 1 TO WS-DEPT-POST-COUNT(WS-DEPT-HIT-SUB).
226400     ADD BO-RESULT TO WS-DEPT-SUM(WS-DEPT-HIT-SUB).
226410     IF WS-BLK-KEYED
226420         ADD 1 TO WS-DEPT-KEYED-COUNT(WS-DEPT-HIT-SUB)
226430     END-IF.
226500 4265-EXIT.
226600     EXIT.
226700
228900     PERFORM 4275-WRITE-DEPT-CHECKPOINT THRU 4275-EXIT
229000         VARYING WS-DEPT-SUB FROM 1 BY 1
229100         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
229102     PERFORM 4278-WRITE-RDR-CHECKPOINT THRU 4278-EXIT
229104         VARYING WS-RDR-TBL-SUB FROM 1 BY 1
229106         UNTIL WS-RDR-TBL-SUB > WS-RDR-TBL-COUNT.
229110     IF WS-CATCHUP-RUN
229120         MOVE "I" TO WS-CU-CK-STATE
229130         PERFORM 4277-WRITE-CATCHUP-CHECKPOINT THRU 4277-EXIT
229140     END-IF.
229200     CLOSE CHECKPOINT-FILE.
229300 4270-EXIT.
229400     EXIT.
230000     MOVE WS-DEPT-POST-COUNT(WS-DEPT-SUB)
230100         TO CK-DEPT-POST-COUNT.
230200     MOVE WS-DEPT-SUM(WS-DEPT-SUB) TO CK-DEPT-SUM.
230210     MOVE WS-DEPT-KEYED-COUNT(WS-DEPT-SUB)
230220         TO CK-DEPT-KEYED-COUNT.
230300     WRITE CK-DEPT-RECORD.
230400 4275-EXIT.
230500     EXIT.
230510 4277-WRITE-CATCHUP-CHECKPOINT.
230520     MOVE SPACES TO CK-RECORD.
230530     MOVE "C" TO CK-CU-MARK.
230540     MOVE WS-CU-PASS-DATE TO CK-CU-DATE.
230550     MOVE WS-CU-CK-STATE TO CK-CU-STATE.
230560     MOVE WS-CU-ORPHAN-DATE TO CK-CU-ORPHAN-DATE.
230570     WRITE CK-CATCHUP-RECORD.
230580 4277-EXIT.
230590     EXIT.
230597 4278-WRITE-RDR-CHECKPOINT.
230604     MOVE SPACES TO CK-RECORD.
230611     MOVE "R" TO CK-RDR-MARK.
230618     MOVE WS-RDR-T-DEPT(WS-RDR-TBL-SUB) TO CK-RDR-DEPT.
230625     MOVE WS-RDR-T-OLD(WS-RDR-TBL-SUB) TO CK-RDR-OLD.
230632     MOVE WS-RDR-T-NEW(WS-RDR-TBL-SUB) TO CK-RDR-NEW.
230639     MOVE WS-RDR-T-COUNT(WS-RDR-TBL-SUB) TO CK-RDR-COUNT.
230646     MOVE WS-RDR-T-SUM(WS-RDR-TBL-SUB) TO CK-RDR-SUM.
230653     MOVE WS-RDR-TOTAL-CT TO CK-RDR-TOTAL-CT.
230660     WRITE CK-RDR-RECORD.
230667 4278-EXIT.
230674     EXIT.
230681
230700*----------------------------------------------------------------
230800*    EACH POSTED RECORD NOW CARRIES ITS OWN LEDGER ACCOUNT CODE
230900*    ON BATCHIN, VALIDATED AGAINST THE ACCOUNT MASTER IN
231500     MOVE BI-ACCOUNT TO GL-ACCOUNT-REF.
231600     MOVE BO-RESULT TO GL-POSTED-AMOUNT.
231620     MOVE WS-GL-ENTRY-TYPE TO GL-ENTRY-TYPE.
231630     MOVE WS-POST-DATE TO GL-POST-DATE.
231700     WRITE GL-RECORD.
231800 4280-EXIT.
231900     EXIT.
232000
232100 4900-CONTROL-REPORT.
232200     OPEN OUTPUT CONTROL-REPORT-FILE.
232205     OPEN OUTPUT CONTROL-TOTAL-FILE.
232210     PERFORM 4905-REPORT-DATE-SECTION THRU 4905-EXIT.
232215     PERFORM 4950-LIST-PENDING THRU 4950-EXIT.
232220     MOVE "============================================="
232225         TO WS-CTL-LINE-TEXT.
232230     PERFORM 4910-REPORT-LINE THRU 4910-EXIT.
232235     CLOSE CONTROL-REPORT-FILE.
232240     CLOSE CONTROL-TOTAL-FILE.
232245 4900-EXIT.
232250     EXIT.
232255
232260*----------------------------------------------------------------
232265*    ONE BUSINESS DATE'S SECTION OF THE CONTROL REPORT, AND ITS
232270*    CTLTOT RECORD.  A SINGLE-DATE RUN PRINTS ONE SECTION; A
232275*    CATCH-UP RUN PRINTS ONE PER DATE IT POSTED OR FAILED.
232280*----------------------------------------------------------------
232285 4905-REPORT-DATE-SECTION.
232300     MOVE WS-CTL-SUM TO WS-CTL-SUM-EDIT.
232400     MOVE WS-CTL-POST-COUNT TO WS-CTL-POST-COUNT-EDIT.
232500     MOVE "============================================="
232700     PERFORM 4910-REPORT-LINE THRU 4910-EXIT.
232800     MOVE "  ADDTHREENO BATCH CONTROL REPORT" TO WS-CTL-LINE-TEXT.
232900     PERFORM 4910-REPORT-LINE THRU 4910-EXIT.
232909     MOVE SPACES TO WS-CTL-LINE-TEXT.
232918     STRING "  BUSINESS DATE . . . . . . . : "
232927         WS-POST-DATE
232936         DELIMITED BY SIZE INTO WS-CTL-LINE-TEXT.
232945     PERFORM 4910-REPORT-LINE THRU 4910-EXIT.
232954     IF WS-BATCH-ABORTED
232963         MOVE "  ** STOPPED ON THE REJECT LIMIT - NOT POSTED **"
232972             TO WS-CTL-LINE-TEXT
232981         PERFORM 4910-REPORT-LINE THRU 4910-EXIT
232990     END-IF.
233000     MOVE SPACES TO WS-CTL-LINE-TEXT.
233100     STRING "  POSTINGS ACCEPTED . . . . . : "
233200         WS-CTL-POST-COUNT-EDIT
237730     IF WS-BATCH-NOT-ABORTED AND WS-DEPTMST-AVAIL
237740         PERFORM 4940-CHECK-DUE-DEPTS THRU 4940-EXIT
237750     END-IF.
237770     PERFORM 4970-LIST-REDIRECTS THRU 4970-EXIT.
238200     PERFORM 4920-WRITE-CONTROL-TOTALS THRU 4920-EXIT.
238210 4905-EXIT.
238400     EXIT.
238500
238600 4910-REPORT-LINE.
239390*----------------------------------------------------------------
239405*    EXPECTED-SUBMISSION CHECK - WALK THE DEPARTMENT MASTER
239420*    AND NAME, ON THE CONTROL REPORT, EVERY ACTIVE DEPARTMENT
239430*    DUE EVERY BUSINESS DATE THAT POSTED NOTHING OF ITS OWN
239440*    TONIGHT.  A STANDING ENTRY STNDGEN GENERATED FOR THE
239450*    DEPARTMENT DOES NOT COUNT AS A SUBMISSION.  A MISSING
239465*    MANDATORY DEPARTMENT DRIVES RC 6 SO THE SCHEDULER HOLDS
239480*    THE GL RELEASE INSTEAD OF RUNNING CLEAN TO RC 0.
239495*----------------------------------------------------------------
240200
240215 4947-MATCH-POSTED-DEPT.
240230     IF WS-DEPT-ID(WS-DEPT-SUB) = WS-DUE-DEPT-NUM
240237             AND WS-DEPT-KEYED-COUNT(WS-DEPT-SUB) > ZERO
240245         SET WS-DUE-HIT TO TRUE
240260     END-IF.
240275 4947-EXIT.
240290     EXIT.
240292
240294*----------------------------------------------------------------
240296*    ITEMS STILL WAITING ON PENDAPR FOR A SECOND OPERATOR WERE
240298*    NOT POSTED TONIGHT - COUNT THEM AND NAME EACH ONE ON THE
240300*    CONTROL REPORT SO NOTHING SITS THERE UNSEEN.
240302*----------------------------------------------------------------
240304 4950-LIST-PENDING.
240306     MOVE ZERO TO WS-PEND-LIST-CT.
240308     OPEN INPUT PENDING-APPROVAL-FILE.
240310     IF WS-PENDAPR-STATUS = "00"
240312         SET WS-PEND-NOT-EOF TO TRUE
240314         PERFORM 4955-COUNT-ONE-PENDING THRU 4955-EXIT
240316             UNTIL WS-PEND-EOF
240318         CLOSE PENDING-APPROVAL-FILE
240320     END-IF.
240322     MOVE WS-PEND-LIST-CT TO WS-CTL-PEND-EDIT.
240324     MOVE SPACES TO WS-CTL-LINE-TEXT.
240326     STRING "  HELD FOR APPROVAL  . . . . . : "
240328         WS-CTL-PEND-EDIT
240330         DELIMITED BY SIZE INTO WS-CTL-LINE-TEXT.
240332     PERFORM 4910-REPORT-LINE THRU 4910-EXIT.
240334     IF WS-PEND-LIST-CT = ZERO
240336         GO TO 4950-EXIT
240338     END-IF.
240340     OPEN INPUT PENDING-APPROVAL-FILE.
240342     SET WS-PEND-NOT-EOF TO TRUE.
240344     PERFORM 4960-LIST-ONE-PENDING THRU 4960-EXIT
240346         UNTIL WS-PEND-EOF.
240348     CLOSE PENDING-APPROVAL-FILE.
240350 4950-EXIT.
240352     EXIT.
240354
240356 4955-COUNT-ONE-PENDING.
240358     READ PENDING-APPROVAL-FILE
240360         AT END
240362             SET WS-PEND-EOF TO TRUE
240364             GO TO 4955-EXIT
240366     END-READ.
240368     IF PA-PENDING
240370         ADD 1 TO WS-PEND-LIST-CT
240372     END-IF.
240374 4955-EXIT.
240376     EXIT.
240378
240380 4960-LIST-ONE-PENDING.
240382     READ PENDING-APPROVAL-FILE
240384         AT END
240386             SET WS-PEND-EOF TO TRUE
240388             GO TO 4960-EXIT
240390     END-READ.
240392     MOVE PA-RECORD TO WS-PEND-WORK.
240394     IF NOT WS-PW-PENDING
240396         GO TO 4960-EXIT
240398     END-IF.
240400     MOVE SPACES TO WS-CTL-LINE-TEXT.
240402     IF WS-PW-BLOCK-RVSL
240404         STRING "  ** BLOCK    DEPT " WS-PW-RVSL-DEPT
240406             " " WS-PW-RVSL-DATE
240408             " BY " WS-PW-MAKER-ID " **"
240410             DELIMITED BY SIZE INTO WS-CTL-LINE-TEXT
240412     ELSE
240414         IF WS-PW-SINGLE-ADD
240416             MOVE "ADD" TO WS-PEND-TYPE-TEXT
240418         ELSE
240420             MOVE "REVERSAL" TO WS-PEND-TYPE-TEXT
240422         END-IF
240424         MOVE WS-PW-RESULT TO WS-PEND-AMT-EDIT
240426         STRING "  ** " WS-PEND-TYPE-TEXT " " WS-PW-ACCOUNT
240428             " " WS-PEND-AMT-EDIT
240430             " BY " WS-PW-MAKER-ID " **"
240432             DELIMITED BY SIZE INTO WS-CTL-LINE-TEXT
240434     END-IF.
240436     PERFORM 4910-REPORT-LINE THRU 4910-EXIT.
240438 4960-EXIT.
240440     EXIT.
240441*----------------------------------------------------------------
240442*    REDIRECTED POSTINGS BY DEPARTMENT - WHO IS STILL SENDING
240443*    RETIRED ACCOUNT CODES, SO THE FEEDS CAN BE CHASED WHILE THE
240444*    MONEY POSTS TO THE SUCCESSOR.  COVERS WHAT THIS RUN POSTED,
240445*    A RESTARTED RUN INCLUDED - THE TABLE RIDES THE CHECKPOINT.
240446*----------------------------------------------------------------
240447 4970-LIST-REDIRECTS.
240448     MOVE WS-RDR-TOTAL-CT TO WS-RDR-TOTAL-EDIT.
240449     MOVE SPACES TO WS-CTL-LINE-TEXT.
240450     STRING "  REDIRECTED POSTINGS  . . . . : "
240451         WS-RDR-TOTAL-EDIT
240452         DELIMITED BY SIZE INTO WS-CTL-LINE-TEXT.
240453     PERFORM 4910-REPORT-LINE THRU 4910-EXIT.
240454     IF WS-RDR-TBL-COUNT = ZERO
240455         GO TO 4970-EXIT
240456     END-IF.
240457     MOVE "  REDIRECTED ACCOUNTS BY DEPARTMENT"
240458         TO WS-CTL-LINE-TEXT.
240459     PERFORM 4910-REPORT-LINE THRU 4910-EXIT.
240460     PERFORM 4975-LIST-DEPT-REDIRECTS THRU 4975-EXIT
240461         VARYING WS-RDR-RPT-DEPT FROM 0 BY 1
240462         UNTIL WS-RDR-RPT-DEPT > 99.
240463     IF WS-RDR-TBL-COUNT = WS-RDR-TBL-MAX
240464         MOVE "  ** FURTHER REDIRECTIONS COUNTED, NOT LISTED **"
240465             TO WS-CTL-LINE-TEXT
240466         PERFORM 4910-REPORT-LINE THRU 4910-EXIT
240467     END-IF.
240468 4970-EXIT.
240469     EXIT.
240470
240471 4975-LIST-DEPT-REDIRECTS.
240472     PERFORM 4976-LIST-ONE-REDIRECT THRU 4976-EXIT
240473         VARYING WS-RDR-TBL-SUB FROM 1 BY 1
240474         UNTIL WS-RDR-TBL-SUB > WS-RDR-TBL-COUNT.
240475 4975-EXIT.
240476     EXIT.
240477
240478 4976-LIST-ONE-REDIRECT.
240479     IF WS-RDR-T-DEPT(WS-RDR-TBL-SUB) NOT = WS-RDR-RPT-DEPT
240480         GO TO 4976-EXIT
240481     END-IF.
240482     MOVE WS-RDR-T-COUNT(WS-RDR-TBL-SUB) TO WS-DEPT-CT-EDIT.
240483     MOVE WS-RDR-T-SUM(WS-RDR-TBL-SUB) TO WS-DEPT-SUM-EDIT.
240484     MOVE SPACES TO WS-CTL-LINE-TEXT.
240485     STRING "  DEPT " WS-RDR-T-DEPT(WS-RDR-TBL-SUB)
240486         " " WS-RDR-T-OLD(WS-RDR-TBL-SUB)
240487         " TO " WS-RDR-T-NEW(WS-RDR-TBL-SUB)
240488         "  " WS-DEPT-CT-EDIT
240489         " " WS-DEPT-SUM-EDIT
240490         DELIMITED BY SIZE INTO WS-CTL-LINE-TEXT.
240491     PERFORM 4910-REPORT-LINE THRU 4910-EXIT.
240492 4976-EXIT.
240493     EXIT.
240494
240500*----------------------------------------------------------------
240600*    MACHINE-READABLE COPY OF THE CONTROL REPORT TOTALS - THE GL
240700*    FEED RECONCILIATION STEP (GLRECON) PROVES GLFEED AGAINST
240800*    THESE FIGURES, SO THEY ARE WRITTEN FROM THE SAME COUNTERS
240810*    THE PRINTED REPORT ABOVE WAS BUILT FROM.  ONE RECORD PER
240820*    BUSINESS DATE; A DATE STOPPED ON THE REJECT LIMIT IS
240830*    FLAGGED "F" SO GLRECON HOLDS ITS FEED RECORDS.  THE CALLER
240840*    OPENS AND CLOSES CTLTOT.
241000*----------------------------------------------------------------
241100 4920-WRITE-CONTROL-TOTALS.
241400     MOVE SPACES TO CT-CONTROL-TOTALS.
241410     MOVE WS-POST-DATE TO CT-RUN-DATE.
241600     MOVE WS-CTL-POST-COUNT TO CT-POST-COUNT.
241700     MOVE WS-CTL-SUM TO CT-RESULT-SUM.
241800     MOVE WS-EXCEPTION-COUNT TO CT-REJECT-COUNT.
241810     IF WS-BATCH-ABORTED
241820         SET CT-DATE-FAILED TO TRUE
241830     ELSE
241840         SET CT-DATE-POSTED TO TRUE
241850     END-IF.
241900     WRITE CT-CONTROL-TOTALS.
242100 4920-EXIT.
242200     EXIT.
242300
252880     END-READ.
252890 5950-EXIT.
252900     EXIT.
252902*----------------------------------------------------------------
252904*    LOOK UP A REDIRECTION FOR WS-RDR-CODE-IN IN EFFECT ON
252906*    WS-RDR-AS-OF.  ON WS-RDR-FOUND, WS-RDR-NEW-ACCOUNT IS THE
252908*    ACTIVE ACCOUNT THE POSTING GOES TO.  AM-RECORD IS LEFT
252910*    HOLDING THE LAST ACCOUNT READ.
252912*----------------------------------------------------------------
252914 5960-FIND-REDIRECT.
252916     SET WS-RDR-NOT-FOUND TO TRUE.
252918     IF WS-ACCTRDR-UNAVAIL
252920         GO TO 5960-EXIT
252922     END-IF.
252924     MOVE WS-RDR-CODE-IN TO WS-RDR-NEW-ACCOUNT.
252926     MOVE ZERO TO WS-RDR-HOPS.
252928     SET WS-RDR-NOT-DONE TO TRUE.
252930     PERFORM 5965-FOLLOW-REDIRECT THRU 5965-EXIT
252932         UNTIL WS-RDR-DONE.
252934 5960-EXIT.
252936     EXIT.
252938
252940 5965-FOLLOW-REDIRECT.
252942     SET WS-RDR-DONE TO TRUE.
252944     IF WS-RDR-HOPS NOT < WS-RDR-MAX-HOPS
252946         GO TO 5965-EXIT
252948     END-IF.
252950     ADD 1 TO WS-RDR-HOPS.
252952     MOVE WS-RDR-NEW-ACCOUNT TO RD-OLD-ACCOUNT.
252954     READ ACCOUNT-REDIRECT-FILE
252956         INVALID KEY
252958             GO TO 5965-EXIT
252960     END-READ.
252962     IF RD-EFF-DATE > WS-RDR-AS-OF
252964         GO TO 5965-EXIT
252966     END-IF.
252968     MOVE RD-NEW-ACCOUNT TO WS-RDR-NEW-ACCOUNT.
252970     MOVE RD-NEW-ACCOUNT TO WS-ACCT-CODE-IN.
252972     PERFORM 5900-READ-ACCOUNT THRU 5900-EXIT.
252974     IF WS-ACCT-FOUND AND AM-ACTIVE
252976         SET WS-RDR-FOUND TO TRUE
252978         GO TO 5965-EXIT
252980     END-IF.
252982*    THE SUCCESSOR IS ITSELF RETIRED - TRY ITS OWN REDIRECTION.
252984     SET WS-RDR-NOT-DONE TO TRUE.
252986 5965-EXIT.
252988     EXIT.
252990
253000*----------------------------------------------------------------
253100*    EXCEPTION CORRECTION - OPERATOR MENU OPTION 6.  LOADS THE
253200*    EXCEPTIONS FILE, WALKS EACH OUTSTANDING BATCH EXCEPTION,
264900     MOVE WS-EW-RAW-RECORD TO WS-FIX-RECORD.
265000     MOVE WS-EW-FIELD-NAME TO WS-FIX-BAD-FIELD.
265100     SET WS-FIX-NOT-SETTLED TO TRUE.
265110*    AN ACCOUNT REJECT MAY HAVE BEEN CURED BY A REDIRECTION
265120*    SINCE - IF THE RECORD NOW PROVES CLEAN AS KEYED, IT IS
265130*    RESUBMITTED WITHOUT ASKING FOR A NEW CODE.
265140     IF WS-FIX-BAD-FIELD = "ACCT"
265150         PERFORM 6300-REVALIDATE-FIX THRU 6300-EXIT
265160         IF WS-FIX-VALID
265170             SET WS-FIX-SETTLED TO TRUE
265180         END-IF
265190     END-IF.
265200     PERFORM 6205-FIX-ONE-FIELD THRU 6205-EXIT
265300         UNTIL WS-FIX-SETTLED.
265400     IF WS-FIX-INVALID
278600     END-IF.
278700     MOVE WS-FIX-ACCOUNT TO WS-ACCT-CODE-IN.
278800     PERFORM 5900-READ-ACCOUNT THRU 5900-EXIT.
278810     IF WS-ACCT-FOUND AND AM-ACTIVE
278820         SET WS-FIX-VALID TO TRUE
278830         GO TO 6300-EXIT
278840     END-IF.
278850     IF WS-ACCT-NOT-FOUND
279000         MOVE "ACCOUNT NOT ON ACCOUNT MASTER" TO WS-FIX-MSG
279010     ELSE
279500         MOVE "ACCOUNT IS INACTIVE" TO WS-FIX-MSG
279510     END-IF.
279520     MOVE "ACCT" TO WS-FIX-BAD-FIELD.
279530*    A RETIRED CODE WITH A REDIRECTION IN EFFECT TODAY IS
279540*    ACCEPTED AS KEYED - THE BATCH REDIRECTS THE RESUBMITTED
279550*    DETAIL AND KEEPS THE CODE SENT ON THE POSTING MASTER.
279560     MOVE WS-FIX-ACCOUNT TO WS-RDR-CODE-IN.
279570     ACCEPT WS-CURRENT-DATE FROM DATE.
279580     MOVE WS-CURRENT-DATE TO WS-RDR-AS-OF.
279590     PERFORM 5960-FIND-REDIRECT THRU 5960-EXIT.
279600     IF WS-RDR-NOT-FOUND
279610         GO TO 6300-EXIT
279620     END-IF.
279630     DISPLAY "ACCOUNT " WS-FIX-ACCOUNT " REDIRECTS TO "
279640         WS-RDR-NEW-ACCOUNT.
279900     SET WS-FIX-VALID TO TRUE.
280000 6300-EXIT.
280100     EXIT.
290390         DISPLAY "*** POSTING IS ITSELF A REVERSAL ENTRY ***"
290400         GO TO 7520-EXIT
290410     END-IF.
290411     IF PM-BALANCE-FWD
290412         DISPLAY "*** POSTING IS A BALANCE-FORWARD RECORD ***"
290413         GO TO 7520-EXIT
290414     END-IF.
290415     MOVE PM-RESULT TO WS-APPROVAL-AMT.
290416     PERFORM 3640-CHECK-APPROVAL-LIMIT THRU 3640-EXIT.
290417     IF WS-HOLD-FOR-APPROVAL
290418         PERFORM 7545-HOLD-REVERSAL THRU 7545-EXIT
290420     ELSE
290422         PERFORM 7540-REVERSE-POSTING THRU 7540-EXIT
290424     END-IF.
290430 7520-EXIT.
290440     EXIT.
290450
290940         PM-POST-DATE.
290950 7540-EXIT.
290960     EXIT.
290961
290962*----------------------------------------------------------------
290963*    A REVERSAL OVER THE APPROVAL LIMIT IS HELD, NOT DONE: THE
290964*    ORIGINAL STAYS UNMARKED UNTIL A SECOND OPERATOR APPROVES,
290965*    AND THE OFFSET WAITS ON PENDAPR AS THE DAYPOST RECORD IT
290966*    WILL BECOME.
290967*----------------------------------------------------------------
290968 7545-HOLD-REVERSAL.
290969     IF WS-NOT-SIGNED-ON
290970         DISPLAY "*** REVERSAL IS OVER THE APPROVAL LIMIT - SIGN"
290971             " ON WITH AN OPERATOR ID TO HOLD IT ***"
290972         GO TO 7545-EXIT
290973     END-IF.
290974     MOVE SPACES TO WS-PEND-WORK.
290975     SET WS-PW-SINGLE-RVSL TO TRUE.
290976     MOVE 3 TO WS-PW-ENTRY-COUNT.
290977     MOVE ZERO TO WS-PW-RVSL-DEPT.
290978     COMPUTE WS-PW-NUM1 = PM-NUM1 * -1.
290979     COMPUTE WS-PW-NUM2 = PM-NUM2 * -1.
290980     COMPUTE WS-PW-NUM3 = PM-NUM3 * -1.
290981     COMPUTE WS-PW-RESULT = PM-RESULT * -1.
290982     MOVE PM-ACCOUNT TO WS-PW-ACCOUNT.
290983     MOVE "R" TO WS-PW-ENTRY-TYPE.
290984     MOVE PM-KEY TO WS-PW-ORIG-KEY.
290985     PERFORM 3650-WRITE-PENDING THRU 3650-EXIT.
290986     DISPLAY "REVERSAL OF POSTING " PM-POST-SEQ " ON "
290987         PM-POST-DATE " HELD FOR A SECOND OPERATOR".
290988 7545-EXIT.
290989     EXIT.
290990
290991*----------------------------------------------------------------
290992*    BACK OUT A WHOLE DEPARTMENT BLOCK - EVERY POSTING ON THE
291000*    MASTER FOR THE GIVEN BUSINESS DATE AND DEPARTMENT THAT IS
291010*    NOT ALREADY REVERSED AND IS NOT ITSELF A REVERSAL.
291020*----------------------------------------------------------------
291030 7560-REVERSE-BLOCK.
291031     IF WS-NOT-SIGNED-ON
291032         DISPLAY "*** SIGN ON WITH AN OPERATOR ID TO BACK OUT A"
291033             " BLOCK ***"
291034         GO TO 7560-EXIT
291035     END-IF.
291040     PERFORM 7530-GET-REVERSAL-DATE THRU 7530-EXIT.
291050     IF WS-RVSL-DATE = SPACES
291060         GO TO 7560-EXIT
291260         DISPLAY "*** NO POSTINGS ON " WS-RVSL-DATE " ***"
291270         GO TO 7560-EXIT
291280     END-IF.
291282*    A WHOLE-BLOCK BACK-OUT ALWAYS NEEDS A SECOND OPERATOR,
291284*    WHATEVER ITS SIZE - IT IS HELD BY DATE AND DEPARTMENT AND
291286*    THE POSTINGS ARE ONLY MARKED WHEN IT IS APPROVED.
291288     MOVE SPACES TO WS-PEND-WORK.
291290     SET WS-PW-BLOCK-RVSL TO TRUE.
291292     MOVE ZERO TO WS-PW-ENTRY-COUNT.
291294     MOVE WS-RVSL-DATE TO WS-PW-RVSL-DATE.
291296     MOVE WS-RVSL-DEPT TO WS-PW-RVSL-DEPT.
291298     MOVE ZERO TO WS-PW-NUM1 WS-PW-NUM2 WS-PW-NUM3 WS-PW-RESULT.
291300     PERFORM 3650-WRITE-PENDING THRU 3650-EXIT.
291302     DISPLAY "BACK-OUT OF DEPT " WS-RVSL-DEPT " ON " WS-RVSL-DATE
291304         " HELD FOR A SECOND OPERATOR".
291310 7560-EXIT.
291320     EXIT.
291321
291322*----------------------------------------------------------------
291323*    CARRY OUT AN APPROVED BLOCK BACK-OUT FOR WS-RVSL-DATE AND
291324*    WS-RVSL-DEPT AGAINST THE POSTING MASTER.
291325*----------------------------------------------------------------
291326 7565-BACK-OUT-BLOCK.
291327     MOVE WS-RVSL-DATE TO PM-POST-DATE.
291328     MOVE 1 TO PM-POST-SEQ.
291329     SET WS-RVSL-SCAN-NOT-EOF TO TRUE.
291330     START POSTING-MASTER-FILE
291331         KEY IS NOT LESS THAN PM-KEY
291332         INVALID KEY
291333             SET WS-RVSL-SCAN-EOF TO TRUE
291334     END-START.
291335     PERFORM 7570-SCAN-BLOCK-POSTING THRU 7570-EXIT
291336         UNTIL WS-RVSL-SCAN-EOF.
291337 7565-EXIT.
291338     EXIT.
291339
291340 7570-SCAN-BLOCK-POSTING.
291350     READ POSTING-MASTER-FILE NEXT RECORD
291360         AT END
291600 7570-EXIT.
291610     EXIT.
291620
291621*----------------------------------------------------------------
291622*    PENDING APPROVALS - OPERATOR MENU OPTION A.  WALKS THE
291623*    PENDAPR QUEUE.  AN ITEM KEYED UNDER ANOTHER OPERATOR'S ID
291624*    CAN BE APPROVED - AN ADD OR SINGLE REVERSAL GOES TO DAYPOST
291625*    FOR THE NIGHTLY BATCH, A BLOCK BACK-OUT IS CARRIED OUT
291626*    AGAINST THE POSTING MASTER - OR DECLINED; EITHER DECISION
291627*    IS AUDITED WITH BOTH THE MAKER AND THE CHECKER ID.  NO
291628*    OPERATOR CAN RELEASE AN ITEM KEYED UNDER THEIR OWN ID.
291629*    DECIDED ITEMS LEAVE THE QUEUE WHEN IT IS REWRITTEN.
291630*----------------------------------------------------------------
291631 7700-APPROVE-PENDING.
291632     IF WS-NOT-SIGNED-ON
291633         DISPLAY "*** SIGN ON WITH AN OPERATOR ID TO APPROVE ***"
291634         GO TO 7700-EXIT
291635     END-IF.
291636     PERFORM 7710-LOAD-PENDING THRU 7710-EXIT.
291637     IF WS-PEND-OVERFLOW
291638         DISPLAY "*** TOO MANY PENDING ITEMS TO WORK ONLINE ***"
291639         GO TO 7700-EXIT
291640     END-IF.
291641     IF WS-PEND-COUNT = ZERO
291642         DISPLAY "*** NO ITEMS AWAITING APPROVAL ***"
291643         GO TO 7700-EXIT
291644     END-IF.
291645     OPEN EXTEND DAY-POST-FILE.
291646     IF WS-DAYPOST-STATUS = "35" OR "05"
291647         OPEN OUTPUT DAY-POST-FILE
291648     END-IF.
291649     MOVE ZERO TO WS-APR-DONE-CT.
291650     MOVE ZERO TO WS-APR-DECL-CT.
291651     MOVE ZERO TO WS-RVSL-DONE-CT.
291652     SET WS-APR-NO-QUIT TO TRUE.
291653     PERFORM 7730-WALK-PENDING THRU 7730-EXIT
291654         VARYING WS-PEND-SUB FROM 1 BY 1
291655         UNTIL WS-PEND-SUB > WS-PEND-COUNT
291656             OR WS-APR-QUIT.
291657     CLOSE DAY-POST-FILE.
291658     PERFORM 7790-REWRITE-PENDING THRU 7790-EXIT.
291659     DISPLAY "ITEMS APPROVED: " WS-APR-DONE-CT
291660         "  DECLINED: " WS-APR-DECL-CT.
291661 7700-EXIT.
291662     EXIT.
291663
291664 7710-LOAD-PENDING.
291665     SET WS-PEND-NO-OVERFLOW TO TRUE.
291666     SET WS-PEND-NOT-EOF TO TRUE.
291667     MOVE ZERO TO WS-PEND-COUNT.
291668     OPEN INPUT PENDING-APPROVAL-FILE.
291669     IF WS-PENDAPR-STATUS NOT = "00"
291670         SET WS-PEND-EOF TO TRUE
291671     ELSE
291672         PERFORM 7720-READ-PENDING THRU 7720-EXIT
291673         PERFORM 7725-STORE-PENDING THRU 7725-EXIT
291674             UNTIL WS-PEND-EOF
291675         CLOSE PENDING-APPROVAL-FILE
291676     END-IF.
291677 7710-EXIT.
291678     EXIT.
291679
291680 7720-READ-PENDING.
291681     READ PENDING-APPROVAL-FILE
291682         AT END
291683             SET WS-PEND-EOF TO TRUE
291684     END-READ.
291685 7720-EXIT.
291686     EXIT.
291687
291688 7725-STORE-PENDING.
291689     IF WS-PEND-COUNT NOT < WS-PEND-MAX
291690         SET WS-PEND-OVERFLOW TO TRUE
291691         SET WS-PEND-EOF TO TRUE
291692         GO TO 7725-EXIT
291693     END-IF.
291694     ADD 1 TO WS-PEND-COUNT.
291695     MOVE PA-RECORD TO WS-PEND-ENTRY(WS-PEND-COUNT).
291696     PERFORM 7720-READ-PENDING THRU 7720-EXIT.
291697 7725-EXIT.
291698     EXIT.
291699
291700 7730-WALK-PENDING.
291701     MOVE WS-PEND-ENTRY(WS-PEND-SUB) TO WS-PEND-WORK.
291702     IF NOT WS-PW-PENDING
291703         GO TO 7730-EXIT
291704     END-IF.
291705     PERFORM 7735-SHOW-PENDING THRU 7735-EXIT.
291706     IF WS-PW-MAKER-ID = WS-OPERATOR-ID
291707         DISPLAY "*** KEYED UNDER YOUR OWN ID - A DIFFERENT"
291708             " OPERATOR MUST APPROVE IT ***"
291709         GO TO 7730-EXIT
291710     END-IF.
291711     DISPLAY "APPROVE, DECLINE, SKIP OR QUIT? (A/D/S/Q): ".
291712     MOVE SPACE TO WS-APR-CHOICE.
291713     ACCEPT WS-APR-CHOICE.
291714     MOVE WS-PW-MAKER-ID TO WS-AUDIT-MAKER-ID.
291715     MOVE WS-OPERATOR-ID TO WS-AUDIT-CHECKER-ID.
291716     EVALUATE TRUE
291717*        AN ITEM HELD WITH NO MAKER ID CANNOT PROVE A SECOND
291718*        OPERATOR - IT MAY ONLY BE DECLINED.
291719         WHEN WS-APR-DO-APPROVE AND WS-PW-MAKER-ID = SPACES
291720             DISPLAY "*** KEYED WITHOUT AN OPERATOR ID - DECLINE"
291721                 " IT AND KEY IT AGAIN ***"
291722         WHEN WS-APR-DO-APPROVE
291723             PERFORM 7740-APPROVE-ONE THRU 7740-EXIT
291724         WHEN WS-APR-DO-DECLINE
291725             SET WS-PW-DECLINED TO TRUE
291726             PERFORM 7760-AUDIT-DECLINE THRU 7760-EXIT
291727             ADD 1 TO WS-APR-DECL-CT
291728             DISPLAY "ITEM DECLINED"
291729         WHEN WS-APR-DO-SKIP
291730             CONTINUE
291731         WHEN OTHER
291732*            A BLANK (EXHAUSTED SYSIN) OR Q ENDS THE WALK SO AN
291733*            UNATTENDED RUN CANNOT SPIN ON THE PROMPT.
291734             SET WS-APR-QUIT TO TRUE
291735     END-EVALUATE.
291736     MOVE WS-OPERATOR-ID TO WS-AUDIT-MAKER-ID.
291737     MOVE SPACES TO WS-AUDIT-CHECKER-ID.
291738     MOVE WS-PEND-WORK TO WS-PEND-ENTRY(WS-PEND-SUB).
291739 7730-EXIT.
291740     EXIT.
291741
291742 7735-SHOW-PENDING.
291743     DISPLAY " ".
291744     EVALUATE TRUE
291745         WHEN WS-PW-SINGLE-ADD
291746             DISPLAY "SINGLE ADD TO ACCOUNT " WS-PW-ACCOUNT
291747         WHEN WS-PW-SINGLE-RVSL
291748             DISPLAY "REVERSAL OF POSTING " WS-PW-ORIG-KEY(7:7)
291749                 " ON " WS-PW-ORIG-KEY(1:6)
291750                 " ACCOUNT " WS-PW-ACCOUNT
291751         WHEN OTHER
291752             DISPLAY "BACK-OUT OF DEPT " WS-PW-RVSL-DEPT
291753                 " BLOCK ON " WS-PW-RVSL-DATE
291754     END-EVALUATE.
291755     IF NOT WS-PW-BLOCK-RVSL
291756         MOVE WS-PW-RESULT TO WS-INQ-RES-EDIT
291757         DISPLAY "  RESULT . . . : " WS-INQ-RES-EDIT
291758     END-IF.
291759     DISPLAY "  KEYED BY . . : " WS-PW-MAKER-ID " ON "
291760         WS-PW-REQ-DATE " " WS-PW-REQ-TIME.
291761 7735-EXIT.
291762     EXIT.
291763
291764*----------------------------------------------------------------
291765*    RELEASE ONE APPROVED ITEM.  A REVERSAL WHOSE ORIGINAL HAS
291766*    SINCE BEEN REVERSED (OR HAS LEFT THE MASTER) CANNOT BE
291767*    DONE TWICE - IT IS DROPPED AS DECLINED AND AUDITED SO.
291768*----------------------------------------------------------------
291769 7740-APPROVE-ONE.
291770     SET WS-PW-APPROVED TO TRUE.
291771     EVALUATE TRUE
291772         WHEN WS-PW-SINGLE-ADD
291773             MOVE WS-PW-DAY-POSTING TO DP-RECORD
291774             WRITE DP-RECORD
291775             MOVE "A" TO WS-AUDIT-SOURCE
291776             MOVE WS-PW-ENTRY-COUNT TO WS-AUDIT-COUNT
291777             MOVE WS-PW-NUM1 TO WS-AUDIT-NUM1
291778             MOVE WS-PW-NUM2 TO WS-AUDIT-NUM2
291779             MOVE WS-PW-NUM3 TO WS-AUDIT-NUM3
291780             MOVE WS-PW-RESULT TO WS-AUDIT-RESULT
291781             PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT
291782             DISPLAY "APPROVED - QUEUED FOR THE NIGHTLY BATCH"
291783         WHEN WS-PW-SINGLE-RVSL
291784             PERFORM 7745-APPROVE-REVERSAL THRU 7745-EXIT
291785         WHEN OTHER
291786             MOVE WS-PW-RVSL-DATE TO WS-RVSL-DATE
291787             MOVE WS-PW-RVSL-DEPT TO WS-RVSL-DEPT
291788             PERFORM 7565-BACK-OUT-BLOCK THRU 7565-EXIT
291789             DISPLAY "APPROVED - REVERSALS QUEUED: "
291790                 WS-RVSL-DONE-CT
291791     END-EVALUATE.
291792     IF WS-PW-APPROVED
291793         ADD 1 TO WS-APR-DONE-CT
291794     ELSE
291795         PERFORM 7760-AUDIT-DECLINE THRU 7760-EXIT
291796         ADD 1 TO WS-APR-DECL-CT
291797     END-IF.
291798 7740-EXIT.
291799     EXIT.
291800
291801 7745-APPROVE-REVERSAL.
291802     MOVE WS-PW-ORIG-KEY TO PM-KEY.
291803     READ POSTING-MASTER-FILE
291804         INVALID KEY
291805             DISPLAY "*** ORIGINAL POSTING NOT ON FILE - ITEM"
291806                 " DROPPED ***"
291807             SET WS-PW-DECLINED TO TRUE
291808             GO TO 7745-EXIT
291809     END-READ.
291810     IF PM-REVERSED OR PM-REVERSAL
291811         DISPLAY "*** POSTING ALREADY REVERSED - ITEM DROPPED ***"
291812         SET WS-PW-DECLINED TO TRUE
291813         GO TO 7745-EXIT
291814     END-IF.
291815     PERFORM 7540-REVERSE-POSTING THRU 7540-EXIT.
291816 7745-EXIT.
291817     EXIT.
291818
291819*----------------------------------------------------------------
291820*    A DECLINED ITEM IS NEVER POSTED; THE DECISION GOES TO THE
291821*    AUDIT LOG AS SOURCE "X" WITH THE AMOUNTS IT WOULD HAVE
291822*    POSTED (ZERO FOR A BLOCK BACK-OUT) AND BOTH OPERATOR IDS.
291823*----------------------------------------------------------------
291824 7760-AUDIT-DECLINE.
291825     MOVE "X" TO WS-AUDIT-SOURCE.
291826     MOVE WS-PW-ENTRY-COUNT TO WS-AUDIT-COUNT.
291827     MOVE WS-PW-NUM1 TO WS-AUDIT-NUM1.
291828     MOVE WS-PW-NUM2 TO WS-AUDIT-NUM2.
291829     MOVE WS-PW-NUM3 TO WS-AUDIT-NUM3.
291830     MOVE WS-PW-RESULT TO WS-AUDIT-RESULT.
291831     PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
291832 7760-EXIT.
291833     EXIT.
291834
291835*----------------------------------------------------------------
291836*    REWRITE THE QUEUE WITH ONLY THE ITEMS STILL UNDECIDED.
291837*----------------------------------------------------------------
291838 7790-REWRITE-PENDING.
291839     OPEN OUTPUT PENDING-APPROVAL-FILE.
291840     PERFORM 7795-WRITE-PENDING-BACK THRU 7795-EXIT
291841         VARYING WS-PEND-SUB FROM 1 BY 1
291842         UNTIL WS-PEND-SUB > WS-PEND-COUNT.
291843     CLOSE PENDING-APPROVAL-FILE.
291844 7790-EXIT.
291845     EXIT.
291846
291847 7795-WRITE-PENDING-BACK.
291848     MOVE WS-PEND-ENTRY(WS-PEND-SUB) TO WS-PEND-WORK.
291849     IF WS-PW-PENDING
291850         MOVE WS-PEND-WORK TO PA-RECORD
291851         WRITE PA-RECORD
291852     END-IF.
291853 7795-EXIT.
291854     EXIT.
291855
291860*----------------------------------------------------------------
291870*    STANDING-ENTRY MAINTENANCE - OPERATOR MENU OPTION B.  ADDS
291880*    A RECURRING ENTRY (ACCOUNT, AMOUNT, DAILY / WEEKLY /
291890*    MONTHLY FREQUENCY, START AND END DATES), CHANGES ITS
291900*    AMOUNT, END DATE AND ACTIVE SWITCH, OR DEACTIVATES IT.
291910*    THE STNDGEN JOB GENERATES THE ENTRIES DUE FOR EACH
291920*    BUSINESS DATE INTO BATCHIN AHEAD OF THE BATCH, SO THEY
291930*    ARE PROVED, VALIDATED AND PERIOD-CHECKED LIKE ANY OTHER
291940*    DEPARTMENT BLOCK.
291950*----------------------------------------------------------------
291960 7800-STANDING-MAINT.
291970     IF WS-STNDENT-UNAVAIL
291980         DISPLAY "*** STANDING ENTRY FILE NOT AVAILABLE - STATUS "
291990             WS-STNDENT-STATUS " ***"
292000         GO TO 7800-EXIT
292010     END-IF.
292020     MOVE SPACE TO WS-SMNT-CHOICE.
292030     PERFORM 7810-STANDING-MENU-PASS THRU 7810-EXIT
292040         UNTIL WS-SMNT-RETURN.
292050 7800-EXIT.
292060     EXIT.
292070
292080 7810-STANDING-MENU-PASS.
292090     DISPLAY " ".
292100     DISPLAY "  STANDING ENTRY MAINTENANCE".
292110     DISPLAY "    A  ADD A STANDING ENTRY".
292120     DISPLAY "    C  CHANGE AMOUNT, END DATE OR STATUS".
292130     DISPLAY "    D  DEACTIVATE A STANDING ENTRY".
292140     DISPLAY "    X  RETURN TO THE OPERATOR MENU".
292150     DISPLAY "SELECT AN OPTION: ".
292160     MOVE SPACE TO WS-SMNT-CHOICE.
292170     ACCEPT WS-SMNT-CHOICE.
292180     EVALUATE TRUE
292190         WHEN WS-SMNT-ADD
292200             PERFORM 7820-ADD-STANDING THRU 7820-EXIT
292210         WHEN WS-SMNT-CHANGE
292220             PERFORM 7840-CHANGE-STANDING THRU 7840-EXIT
292230         WHEN WS-SMNT-DEACTIVATE
292240             PERFORM 7850-DEACT-STANDING THRU 7850-EXIT
292250         WHEN WS-SMNT-RETURN
292260             CONTINUE
292270*        A BLANK CHOICE (EXHAUSTED SYSIN ON AN UNATTENDED RUN)
292280*        RETURNS TO THE OPERATOR MENU RATHER THAN RE-PROMPTING
292290*        FOREVER.
292300         WHEN WS-SMNT-CHOICE = SPACE
292310             SET WS-SMNT-RETURN TO TRUE
292320         WHEN OTHER
292330             DISPLAY "*** INVALID SELECTION - USE A, C, D OR X"
292340                 " ***"
292350     END-EVALUATE.
292360 7810-EXIT.
292370     EXIT.
292380
292390 7820-ADD-STANDING.
292400     PERFORM 7860-PROMPT-STANDING-KEY THRU 7860-EXIT.
292410     IF WS-SE-INPUT-BAD
292420         GO TO 7820-EXIT
292430     END-IF.
292440     IF WS-SE-FOUND
292450         DISPLAY "*** STANDING ENTRY " SE-DEPT "-" SE-ENTRY-NO
292460             " IS ALREADY ON FILE ***"
292470         GO TO 7820-EXIT
292480     END-IF.
292490     IF WS-DEPTMST-AVAIL
292500         MOVE SE-DEPT TO WS-DEPT-CODE-IN
292510         PERFORM 5950-READ-DEPT THRU 5950-EXIT
292520         IF WS-DEPTM-NOT-FOUND
292530             DISPLAY "*** DEPARTMENT " WS-DEPT-CODE-IN
292540                 " IS NOT ON THE MASTER ***"
292550             GO TO 7820-EXIT
292560         END-IF
292570     END-IF.
292580     DISPLAY "LEDGER ACCOUNT: ".
292590     MOVE SPACES TO WS-ACCT-CODE-IN.
292600     ACCEPT WS-ACCT-CODE-IN.
292610     PERFORM 5900-READ-ACCOUNT THRU 5900-EXIT.
292620     IF WS-ACCT-NOT-FOUND
292630         DISPLAY "*** ACCOUNT " WS-ACCT-CODE-IN
292640             " IS NOT ON THE MASTER ***"
292650         GO TO 7820-EXIT
292660     END-IF.
292670     IF AM-INACTIVE
292680         DISPLAY "*** ACCOUNT " WS-ACCT-CODE-IN
292690             " IS INACTIVE ***"
292700         GO TO 7820-EXIT
292710     END-IF.
292720     DISPLAY "DESCRIPTION (E.G. RENT ACCRUAL): ".
292730     MOVE SPACES TO WS-SE-DESC-IN.
292740     ACCEPT WS-SE-DESC-IN.
292750     DISPLAY "AMOUNT (- FOR ADJUSTMENT, .CC FOR CENTS): ".
292760     MOVE SPACES TO WS-STAGE-FIELD.
292770     ACCEPT WS-STAGE-FIELD.
292780     PERFORM 3910-VALIDATE-AMOUNT THRU 3910-EXIT.
292790     IF WS-FIELD-IS-INVALID
292800         GO TO 7820-EXIT
292810     END-IF.
292820     DISPLAY "FREQUENCY - (D)AILY, (W)EEKLY OR (M)ONTHLY: ".
292830     MOVE SPACE TO WS-SE-FREQ-IN.
292840     ACCEPT WS-SE-FREQ-IN.
292850     IF WS-SE-FREQ-IN NOT = "D" AND "W" AND "M"
292860         DISPLAY "*** FREQUENCY MUST BE D, W OR M ***"
292870         GO TO 7820-EXIT
292880     END-IF.
292890     MOVE "00" TO WS-SE-DAY-IN.
292900     IF WS-SE-FREQ-IN = "W"
292910         DISPLAY "DAY OF THE WEEK (1 = MONDAY ... 7 = SUNDAY): "
292920         PERFORM 7870-PROMPT-FREQ-DAY THRU 7870-EXIT
292930         IF WS-SE-INPUT-BAD OR WS-SE-DAY-IN < "01"
292940                 OR WS-SE-DAY-IN > "07"
292950             DISPLAY "*** DAY OF THE WEEK MUST BE 1-7 ***"
292960             GO TO 7820-EXIT
292970         END-IF
292980     END-IF.
292990     IF WS-SE-FREQ-IN = "M"
293000         DISPLAY "DAY OF THE MONTH (1-31, PAST MONTH END = LAST"
293010             " DAY): "
293020         PERFORM 7870-PROMPT-FREQ-DAY THRU 7870-EXIT
293030         IF WS-SE-INPUT-BAD OR WS-SE-DAY-IN < "01"
293040                 OR WS-SE-DAY-IN > "31"
293050             DISPLAY "*** DAY OF THE MONTH MUST BE 1-31 ***"
293060             GO TO 7820-EXIT
293070         END-IF
293080     END-IF.
293090     DISPLAY "START DATE YYMMDD (BLANK = TODAY): ".
293100     MOVE SPACES TO WS-SE-DATE-IN.
293110     ACCEPT WS-SE-DATE-IN.
293120     IF WS-SE-DATE-IN = SPACES
293130         ACCEPT WS-CURRENT-DATE FROM DATE
293140         MOVE WS-CURRENT-DATE TO WS-SE-DATE-IN
293150     END-IF.
293160     IF WS-SE-DATE-IN IS NOT NUMERIC
293170         DISPLAY "*** START DATE MUST BE YYMMDD ***"
293180         GO TO 7820-EXIT
293190     END-IF.
293200     MOVE WS-SE-DATE-IN TO WS-SE-START-IN.
293210     MOVE ZERO TO WS-SE-END-IN.
293220     PERFORM 7880-PROMPT-END-DATE THRU 7880-EXIT.
293230     IF WS-SE-INPUT-BAD
293240         GO TO 7820-EXIT
293250     END-IF.
293260     MOVE SPACES TO SE-RECORD.
293270     MOVE WS-DEPT-CODE-IN TO SE-DEPT.
293280     MOVE WS-SE-ENTRY-IN TO SE-ENTRY-NO.
293290     MOVE WS-ACCT-CODE-IN TO SE-ACCOUNT.
293300     MOVE WS-SE-DESC-IN TO SE-DESCRIPTION.
293310     MOVE WS-AMT-VALUE TO SE-AMOUNT.
293320     MOVE WS-SE-FREQ-IN TO SE-FREQUENCY.
293330     MOVE WS-SE-DAY-IN TO SE-FREQ-DAY.
293340     MOVE WS-SE-START-IN TO SE-START-DATE.
293350     MOVE WS-SE-END-IN TO SE-END-DATE.
293360     SET SE-ACTIVE TO TRUE.
293370     MOVE ZERO TO SE-LAST-GEN-DATE.
293380     WRITE SE-RECORD
293390         INVALID KEY
293400             DISPLAY "*** STANDING ENTRY WRITE FAILED - STATUS "
293410                 WS-STNDENT-STATUS " ***"
293420     END-WRITE.
293430     IF WS-STNDENT-STATUS = "00"
293440         DISPLAY "STANDING ENTRY " SE-DEPT "-" SE-ENTRY-NO
293450             " ADDED"
293460     END-IF.
293470 7820-EXIT.
293480     EXIT.
293490
293500*----------------------------------------------------------------
293510*    A BLANK ANSWER KEEPS THE FIELD AS IT STANDS.  A CHANGE
293520*    NEVER TOUCHES THE LAST-GENERATED DATE, SO AN ENTRY ALREADY
293530*    GENERATED FOR TODAY IS NOT GENERATED AGAIN.
293540*----------------------------------------------------------------
293550 7840-CHANGE-STANDING.
293560     PERFORM 7860-PROMPT-STANDING-KEY THRU 7860-EXIT.
293570     IF WS-SE-INPUT-BAD
293580         GO TO 7840-EXIT
293590     END-IF.
293600     IF WS-SE-NOT-FOUND
293610         DISPLAY "*** STANDING ENTRY " WS-DEPT-CODE-IN "-"
293620             WS-SE-ENTRY-IN " IS NOT ON FILE ***"
293630         GO TO 7840-EXIT
293640     END-IF.
293650     MOVE SE-AMOUNT TO WS-SE-AMT-EDIT.
293660     DISPLAY "  ACCOUNT " SE-ACCOUNT "  " SE-DESCRIPTION.
293670     DISPLAY "  AMOUNT " WS-SE-AMT-EDIT "  FREQUENCY "
293680         SE-FREQUENCY " " SE-FREQ-DAY "  START " SE-START-DATE
293690         "  END " SE-END-DATE "  STATUS " SE-ACTIVE-SW.
293700     DISPLAY "NEW AMOUNT (BLANK = NO CHANGE): ".
293710     MOVE SPACES TO WS-STAGE-FIELD.
293720     ACCEPT WS-STAGE-FIELD.
293730     IF WS-STAGE-FIELD NOT = SPACES
293740         PERFORM 3910-VALIDATE-AMOUNT THRU 3910-EXIT
293750         IF WS-FIELD-IS-INVALID
293760             GO TO 7840-EXIT
293770         END-IF
293780         MOVE WS-AMT-VALUE TO SE-AMOUNT
293790     END-IF.
293800     MOVE SE-START-DATE TO WS-SE-START-IN.
293810     MOVE SE-END-DATE TO WS-SE-END-IN.
293820     PERFORM 7880-PROMPT-END-DATE THRU 7880-EXIT.
293830     IF WS-SE-INPUT-BAD
293840         GO TO 7840-EXIT
293850     END-IF.
293860     MOVE WS-SE-END-IN TO SE-END-DATE.
293870     DISPLAY "STATUS - (A)CTIVE OR (I)NACTIVE (BLANK = NO"
293880         " CHANGE): ".
293890     MOVE SPACE TO WS-SE-FREQ-IN.
293900     ACCEPT WS-SE-FREQ-IN.
293910     IF WS-SE-FREQ-IN NOT = SPACE
293920         IF WS-SE-FREQ-IN NOT = "A" AND "I"
293930             DISPLAY "*** STATUS MUST BE A OR I ***"
293940             GO TO 7840-EXIT
293950         END-IF
293960         MOVE WS-SE-FREQ-IN TO SE-ACTIVE-SW
293970     END-IF.
293980     REWRITE SE-RECORD
293990         INVALID KEY
294000             DISPLAY "*** STANDING ENTRY REWRITE FAILED - STATUS "
294010                 WS-STNDENT-STATUS " ***"
294020     END-REWRITE.
294030     IF WS-STNDENT-STATUS = "00"
294040         DISPLAY "STANDING ENTRY " SE-DEPT "-" SE-ENTRY-NO
294050             " CHANGED"
294060     END-IF.
294070 7840-EXIT.
294080     EXIT.
294090
294100 7850-DEACT-STANDING.
294110     PERFORM 7860-PROMPT-STANDING-KEY THRU 7860-EXIT.
294120     IF WS-SE-INPUT-BAD
294130         GO TO 7850-EXIT
294140     END-IF.
294150     IF WS-SE-NOT-FOUND
294160         DISPLAY "*** STANDING ENTRY " WS-DEPT-CODE-IN "-"
294170             WS-SE-ENTRY-IN " IS NOT ON FILE ***"
294180         GO TO 7850-EXIT
294190     END-IF.
294200     IF SE-INACTIVE
294210         DISPLAY "*** STANDING ENTRY " SE-DEPT "-" SE-ENTRY-NO
294220             " IS ALREADY INACTIVE ***"
294230         GO TO 7850-EXIT
294240     END-IF.
294250     SET SE-INACTIVE TO TRUE.
294260     REWRITE SE-RECORD
294270         INVALID KEY
294280             DISPLAY "*** STANDING ENTRY REWRITE FAILED - STATUS "
294290                 WS-STNDENT-STATUS " ***"
294300     END-REWRITE.
294310     IF WS-STNDENT-STATUS = "00"
294320         DISPLAY "STANDING ENTRY " SE-DEPT "-" SE-ENTRY-NO
294330             " DEACTIVATED"
294340     END-IF.
294350 7850-EXIT.
294360     EXIT.
294370
294380*----------------------------------------------------------------
294390*    PROMPT FOR DEPARTMENT AND ENTRY NUMBER AND READ THE
294400*    SCHEDULE.  WS-SE-INPUT-BAD WHEN EITHER IS NOT NUMERIC.
294410*----------------------------------------------------------------
294420 7860-PROMPT-STANDING-KEY.
294430     SET WS-SE-INPUT-BAD TO TRUE.
294440     SET WS-SE-NOT-FOUND TO TRUE.
294450     DISPLAY "ENTER THE DEPARTMENT CODE (2 DIGITS): ".
294460     MOVE SPACES TO WS-DEPT-CODE-IN.
294470     ACCEPT WS-DEPT-CODE-IN.
294480     IF WS-DEPT-CODE-IN IS NOT NUMERIC
294490         DISPLAY "*** DEPARTMENT CODE MUST BE 2 DIGITS ***"
294500         GO TO 7860-EXIT
294510     END-IF.
294520     DISPLAY "ENTER THE ENTRY NUMBER (4 DIGITS): ".
294530     MOVE SPACES TO WS-SE-ENTRY-IN.
294540     ACCEPT WS-SE-ENTRY-IN.
294550     IF WS-SE-ENTRY-IN IS NOT NUMERIC
294560         DISPLAY "*** ENTRY NUMBER MUST BE 4 DIGITS ***"
294570         GO TO 7860-EXIT
294580     END-IF.
294590     SET WS-SE-INPUT-OK TO TRUE.
294600     MOVE WS-DEPT-CODE-IN TO SE-DEPT.
294610     MOVE WS-SE-ENTRY-IN TO SE-ENTRY-NO.
294620     READ STANDING-ENTRY-FILE
294630         INVALID KEY
294640             CONTINUE
294650         NOT INVALID KEY
294660             SET WS-SE-FOUND TO TRUE
294670     END-READ.
294680 7860-EXIT.
294690     EXIT.
294700
294710*    A ONE-DIGIT ANSWER IS TAKEN AS ITS TWO-DIGIT FORM.
294720 7870-PROMPT-FREQ-DAY.
294730     SET WS-SE-INPUT-OK TO TRUE.
294740     MOVE SPACES TO WS-SE-DAY-IN.
294750     ACCEPT WS-SE-DAY-IN.
294760     IF WS-SE-DAY-IN(2:1) = SPACE
294770         MOVE WS-SE-DAY-IN(1:1) TO WS-SE-DAY-IN(2:1)
294780         MOVE "0" TO WS-SE-DAY-IN(1:1)
294790     END-IF.
294800     IF WS-SE-DAY-IN IS NOT NUMERIC
294810         SET WS-SE-INPUT-BAD TO TRUE
294820     END-IF.
294830 7870-EXIT.
294840     EXIT.
294850
294860*----------------------------------------------------------------
294870*    END DATE INTO WS-SE-END-IN.  BLANK KEEPS WHAT IS THERE (NO
294880*    END DATE ON A NEW ENTRY); ZERO REMOVES THE END DATE.  AN
294890*    END DATE BEFORE THE START DATE IS REFUSED.
294900*----------------------------------------------------------------
294910 7880-PROMPT-END-DATE.
294920     SET WS-SE-INPUT-OK TO TRUE.
294930     DISPLAY "END DATE YYMMDD (BLANK = NO CHANGE, 0 = NO END"
294940         " DATE): ".
294950     MOVE SPACES TO WS-SE-DATE-IN.
294960     ACCEPT WS-SE-DATE-IN.
294970     IF WS-SE-DATE-IN = SPACES
294980         GO TO 7880-EXIT
294990     END-IF.
295000     IF WS-SE-DATE-IN = "0"
295010         MOVE ZERO TO WS-SE-END-IN
295020         GO TO 7880-EXIT
295030     END-IF.
295040     IF WS-SE-DATE-IN IS NOT NUMERIC
295050         DISPLAY "*** END DATE MUST BE YYMMDD ***"
295060         SET WS-SE-INPUT-BAD TO TRUE
295070         GO TO 7880-EXIT
295080     END-IF.
295090     MOVE WS-SE-DATE-IN TO WS-SE-END-IN.
295100     IF WS-SE-END-IN NOT = ZERO
295110             AND WS-SE-END-IN < WS-SE-START-IN
295120         DISPLAY "*** END DATE IS BEFORE THE START DATE ***"
295130         SET WS-SE-INPUT-BAD TO TRUE
295140     END-IF.
295150 7880-EXIT.
295160     EXIT.
295161*----------------------------------------------------------------
295162*    ACCOUNT REDIRECTION MAINTENANCE - OPERATOR MENU OPTION C.
295163*    SETS (ADDS OR REPLACES) OR DELETES THE REDIRECTION FOR A
295164*    RETIRED ACCOUNT CODE.  COASYNC LOADS THE SAME FILE FROM THE
295165*    CORPORATE EXTRACT; THIS IS FOR MAPPINGS THE EXTRACT DOES
295166*    NOT CARRY.  THE SUCCESSOR MUST BE ACTIVE ON THE MASTER.
295167*----------------------------------------------------------------
295168 7900-REDIRECT-MAINT.
295169     IF WS-ACCTRDR-UNAVAIL
295170         DISPLAY "*** REDIRECTION FILE NOT AVAILABLE - STATUS "
295171             WS-ACCTRDR-STATUS " ***"
295172         GO TO 7900-EXIT
295173     END-IF.
295174     MOVE SPACE TO WS-RMNT-CHOICE.
295175     PERFORM 7910-REDIRECT-MENU-PASS THRU 7910-EXIT
295176         UNTIL WS-RMNT-RETURN.
295177 7900-EXIT.
295178     EXIT.
295179
295180 7910-REDIRECT-MENU-PASS.
295181     DISPLAY " ".
295182     DISPLAY "  ACCOUNT REDIRECTION MAINTENANCE".
295183     DISPLAY "    A  ADD OR CHANGE A REDIRECTION".
295184     DISPLAY "    D  DELETE A REDIRECTION".
295185     DISPLAY "    X  RETURN TO THE OPERATOR MENU".
295186     DISPLAY "SELECT AN OPTION: ".
295187     MOVE SPACE TO WS-RMNT-CHOICE.
295188     ACCEPT WS-RMNT-CHOICE.
295189     EVALUATE TRUE
295190         WHEN WS-RMNT-SET
295191             PERFORM 7920-SET-REDIRECT THRU 7920-EXIT
295192         WHEN WS-RMNT-DELETE
295193             PERFORM 7950-DELETE-REDIRECT THRU 7950-EXIT
295194         WHEN WS-RMNT-RETURN
295195             CONTINUE
295196*        A BLANK CHOICE (EXHAUSTED SYSIN ON AN UNATTENDED RUN)
295197*        RETURNS TO THE OPERATOR MENU RATHER THAN RE-PROMPTING
295198*        FOREVER.
295199         WHEN WS-RMNT-CHOICE = SPACE
295200             SET WS-RMNT-RETURN TO TRUE
295201         WHEN OTHER
295202             DISPLAY "*** INVALID SELECTION - USE A, D OR X ***"
295203     END-EVALUATE.
295204 7910-EXIT.
295205     EXIT.
295206
295207 7920-SET-REDIRECT.
295208     PERFORM 7960-PROMPT-RETIRED-CODE THRU 7960-EXIT.
295209     IF WS-RDR-OLD-IN = SPACES
295210         GO TO 7920-EXIT
295211     END-IF.
295212     IF WS-RDR-ON-FILE
295213         DISPLAY "  NOW REDIRECTS TO " RD-NEW-ACCOUNT
295214             " FROM " RD-EFF-DATE
295215     END-IF.
295216     DISPLAY "SUCCESSOR ACCOUNT: ".
295217     MOVE SPACES TO WS-ACCT-CODE-IN.
295218     ACCEPT WS-ACCT-CODE-IN.
295219     IF WS-ACCT-CODE-IN = SPACES
295220         GO TO 7920-EXIT
295221     END-IF.
295222     IF WS-ACCT-CODE-IN = WS-RDR-OLD-IN
295223         DISPLAY "*** AN ACCOUNT CANNOT REDIRECT TO ITSELF ***"
295224         GO TO 7920-EXIT
295225     END-IF.
295226     PERFORM 5900-READ-ACCOUNT THRU 5900-EXIT.
295227     IF WS-ACCT-NOT-FOUND
295228         DISPLAY "*** ACCOUNT " WS-ACCT-CODE-IN
295229             " IS NOT ON THE MASTER ***"
295230         GO TO 7920-EXIT
295231     END-IF.
295232     IF AM-INACTIVE
295233         DISPLAY "*** ACCOUNT " WS-ACCT-CODE-IN
295234             " IS INACTIVE ***"
295235         GO TO 7920-EXIT
295236     END-IF.
295237     DISPLAY "EFFECTIVE DATE YYMMDD (BLANK = TODAY): ".
295238     MOVE SPACES TO WS-RDR-DATE-IN.
295239     ACCEPT WS-RDR-DATE-IN.
295240     ACCEPT WS-CURRENT-DATE FROM DATE.
295241     IF WS-RDR-DATE-IN = SPACES
295242         MOVE WS-CURRENT-DATE TO WS-RDR-DATE-IN
295243     END-IF.
295244     IF WS-RDR-DATE-IN IS NOT NUMERIC
295245         DISPLAY "*** EFFECTIVE DATE MUST BE YYMMDD ***"
295246         GO TO 7920-EXIT
295247     END-IF.
295248     MOVE SPACES TO RD-RECORD.
295249     MOVE WS-RDR-OLD-IN TO RD-OLD-ACCOUNT.
295250     MOVE WS-ACCT-CODE-IN TO RD-NEW-ACCOUNT.
295251     MOVE WS-RDR-DATE-IN TO RD-EFF-DATE.
295252     SET RD-FROM-MENU TO TRUE.
295253     MOVE WS-CURRENT-DATE TO RD-CHG-DATE.
295254     MOVE WS-OPERATOR-ID TO RD-CHG-OPERATOR.
295255     IF WS-RDR-ON-FILE
295256         REWRITE RD-RECORD
295257             INVALID KEY
295258                 DISPLAY "*** REDIRECTION REWRITE FAILED - "
295259                     "STATUS " WS-ACCTRDR-STATUS " ***"
295260         END-REWRITE
295261     ELSE
295262         WRITE RD-RECORD
295263             INVALID KEY
295264                 DISPLAY "*** REDIRECTION WRITE FAILED - STATUS "
295265                     WS-ACCTRDR-STATUS " ***"
295266         END-WRITE
295267     END-IF.
295268     IF WS-ACCTRDR-STATUS = "00"
295269         DISPLAY "ACCOUNT " RD-OLD-ACCOUNT " REDIRECTS TO "
295270             RD-NEW-ACCOUNT " FROM " RD-EFF-DATE
295271     END-IF.
295272 7920-EXIT.
295273     EXIT.
295274
295275 7950-DELETE-REDIRECT.
295276     PERFORM 7960-PROMPT-RETIRED-CODE THRU 7960-EXIT.
295277     IF WS-RDR-OLD-IN = SPACES
295278         GO TO 7950-EXIT
295279     END-IF.
295280     IF WS-RDR-NOT-ON-FILE
295281         DISPLAY "*** NO REDIRECTION FOR " WS-RDR-OLD-IN " ***"
295282         GO TO 7950-EXIT
295283     END-IF.
295284     DELETE ACCOUNT-REDIRECT-FILE
295285         INVALID KEY
295286             DISPLAY "*** REDIRECTION DELETE FAILED - STATUS "
295287                 WS-ACCTRDR-STATUS " ***"
295288     END-DELETE.
295289     IF WS-ACCTRDR-STATUS = "00"
295290         DISPLAY "REDIRECTION FOR " WS-RDR-OLD-IN " DELETED"
295291     END-IF.
295292 7950-EXIT.
295293     EXIT.
295294
295295*    A BLANK CODE ABANDONS THE ACTION.  AN ACCOUNT STILL ACTIVE
295296*    MAY BE MAPPED AHEAD OF ITS RETIREMENT - THE BATCH ONLY
295297*    REDIRECTS ONCE THE ACCOUNT STOPS VALIDATING.
295298 7960-PROMPT-RETIRED-CODE.
295299     DISPLAY "RETIRED ACCOUNT CODE: ".
295300     MOVE SPACES TO WS-RDR-OLD-IN.
295301     ACCEPT WS-RDR-OLD-IN.
295302     IF WS-RDR-OLD-IN = SPACES
295303         GO TO 7960-EXIT
295304     END-IF.
295305     SET WS-RDR-NOT-ON-FILE TO TRUE.
295306     MOVE WS-RDR-OLD-IN TO RD-OLD-ACCOUNT.
295307     READ ACCOUNT-REDIRECT-FILE
295308         INVALID KEY
295309             CONTINUE
295310         NOT INVALID KEY
295311             SET WS-RDR-ON-FILE TO TRUE
295312     END-READ.
295313     MOVE WS-RDR-OLD-IN TO WS-ACCT-CODE-IN.
295314     PERFORM 5900-READ-ACCOUNT THRU 5900-EXIT.
295315     IF WS-ACCT-FOUND AND AM-ACTIVE
295316         DISPLAY "  NOTE - " WS-RDR-OLD-IN " IS STILL ACTIVE; IT "
295317             "REDIRECTS ONLY ONCE RETIRED"
295318     END-IF.
295319 7960-EXIT.
295320     EXIT.
295321
295322 8000-WRITE-AUDIT-LOG.
295323     ACCEPT WS-CURRENT-DATE FROM DATE.
295324     ACCEPT WS-CURRENT-TIME FROM TIME.
295325     MOVE SPACES TO AL-RECORD.
295326     MOVE WS-AUDIT-SOURCE TO AL-SOURCE.
295327     MOVE WS-CURRENT-YY TO AL-DATE-YY.
295328     MOVE WS-CURRENT-MM TO AL-DATE-MM.
295329     MOVE WS-CURRENT-DD TO AL-DATE-DD.
295330     MOVE WS-CURRENT-HH TO AL-TIME-HH.
295331     MOVE WS-CURRENT-MN TO AL-TIME-MM.
295332     MOVE WS-CURRENT-SS TO AL-TIME-SS.
295333     MOVE WS-AUDIT-COUNT TO AL-ENTRY-COUNT.
295334     MOVE WS-AUDIT-NUM1 TO AL-NUM1.
295335     MOVE WS-AUDIT-NUM2 TO AL-NUM2.
295336     MOVE WS-AUDIT-NUM3 TO AL-NUM3.
295337     MOVE WS-AUDIT-RESULT TO AL-RESULT.
295340     MOVE WS-AUDIT-MAKER-ID TO AL-MAKER-ID.
295350     MOVE WS-AUDIT-CHECKER-ID TO AL-CHECKER-ID.
295360     WRITE AL-RECORD.
295370 8000-EXIT.
295380     EXIT.
295390
295400 9000-TERMINATE.
295410     CLOSE DEPARTMENT-MASTER-FILE.
295420     IF WS-STNDENT-AVAIL
295430         CLOSE STANDING-ENTRY-FILE
295440     END-IF.
295442     IF WS-ACCTRDR-AVAIL
295444         CLOSE ACCOUNT-REDIRECT-FILE
295446     END-IF.
295450     IF WS-PERIOD-AVAIL
295460         CLOSE PERIOD-FILE
295470     END-IF.
295480     CLOSE EXCEPTION-FILE.
295490     CLOSE AUDIT-LOG-FILE.
295500     CLOSE ACCOUNT-MASTER-FILE.
295510     CLOSE RUN-CONTROL-FILE.
295520     CLOSE POSTING-MASTER-FILE.
295530 9000-EXIT.
295540     EXIT.
295550
