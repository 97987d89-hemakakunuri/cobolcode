000270*    09/02/2026  DW    ORIGINAL MEMBER, FOR THE ACCOUNTING
000280*                       PERIOD CONTROL AND THE PERCLOSE
000290*                       MONTH-END CLOSE JOB.
000292*    10/15/2026  DW    ADDED PD-PURGED-THRU - THE LAST BUSINESS
000294*                       DATE OF THE PERIOD THE PMPURGE RETENTION
000296*                       JOB HAS TAKEN POSTINGS OFF THE MASTER FOR.
000298*                       A PURGED PERIOD CANNOT BE REOPENED.
000300*
000310 01  PD-RECORD.
000320     05  PD-PERIOD            PIC X(04).
000380     05  PD-ACTION-DATE       PIC 9(06).
000390     05  FILLER                PIC X(01).
000400     05  PD-ACTION-TIME       PIC 9(06).
000410     05  FILLER                PIC X(01).
000420*        SPACES UNTIL PMPURGE FIRST MOVES POSTINGS OF THE PERIOD
000430*        TO HISTORY; THE POSTING MASTER VERIFICATION DOES NOT
000440*        EXPECT TO FIND EVERY SEQUENCE OR RE-ADD THE RUN CONTROL
000450*        TOTALS FOR A DATE UP TO AND INCLUDING THIS ONE.
000460     05  PD-PURGED-THRU       PIC X(06).
000470     05  FILLER                PIC X(53).
