000100*****************************************************************
000110*                                                               *
000120*    S T N D E N T R                                           *
000130*                                                               *
000140*    STANDING-ENTRY SCHEDULE RECORD - ONE RECURRING POSTING    *
000150*    (RENT ACCRUAL, FIXED ALLOCATION, STANDING TRANSFER) PER   *
000160*    DEPARTMENT AND ENTRY NUMBER.  MAINTAINED THROUGH THE      *
000170*    ADDTHREENO OPERATOR MENU; THE STNDGEN JOB READS IT AHEAD  *
000180*    OF THE NIGHTLY BATCH AND WRITES EVERY ENTRY DUE FOR THE   *
000190*    BUSINESS DATE INTO BATCHIN AS A PROPER DEPARTMENT BLOCK.  *
000200*    COPY THIS MEMBER INTO ANY PROGRAM THAT WRITES OR READS    *
000210*    PROD.ADDTHREE.STNDENT SO THE FIELD DEFINITIONS STAY IN    *
000220*    EXACTLY ONE PLACE.                                        *
000230*                                                               *
000240*****************************************************************
000250*
000260*    MODIFICATION HISTORY
000270*    --------------------
000280*    10/15/2026  DW    ORIGINAL MEMBER.
000290*
000300 01  SE-RECORD.
000310*        THE KEY LEADS WITH THE DEPARTMENT SO A SEQUENTIAL PASS
000320*        RETURNS EACH DEPARTMENT'S ENTRIES TOGETHER.
000330     05  SE-KEY.
000340         10  SE-DEPT          PIC 9(02).
000350         10  SE-ENTRY-NO      PIC 9(04).
000360     05  FILLER                PIC X(01).
000370     05  SE-ACCOUNT           PIC X(08).
000380     05  FILLER                PIC X(01).
000390     05  SE-DESCRIPTION       PIC X(20).
000400     05  FILLER                PIC X(01).
000410     05  SE-AMOUNT            PIC S9(5)V99.
000420     05  FILLER                PIC X(01).
000430*        WEEKLY ENTRIES FALL ON SE-FREQ-DAY 1 (MONDAY) THROUGH
000440*        7 (SUNDAY); MONTHLY ENTRIES ON DAY 1-31 OF THE MONTH,
000450*        OR ON THE LAST DAY OF A SHORTER MONTH.  ZERO FOR DAILY.
000460     05  SE-FREQUENCY         PIC X(01).
000470         88  SE-DAILY          VALUE "D".
000480         88  SE-WEEKLY         VALUE "W".
000490         88  SE-MONTHLY        VALUE "M".
000500     05  SE-FREQ-DAY          PIC 9(02).
000510     05  FILLER                PIC X(01).
000520*        YYMMDD.  A ZERO END DATE MEANS THE ENTRY RUNS UNTIL IT
000530*        IS DEACTIVATED.
000540     05  SE-START-DATE        PIC 9(06).
000550     05  FILLER                PIC X(01).
000560     05  SE-END-DATE          PIC 9(06).
000570     05  FILLER                PIC X(01).
000580     05  SE-ACTIVE-SW         PIC X(01).
000590         88  SE-ACTIVE         VALUE "A".
000600         88  SE-INACTIVE       VALUE "I".
000610     05  FILLER                PIC X(01).
000620*        THE LAST BUSINESS DATE STNDGEN GENERATED THIS ENTRY
000630*        FOR, SO A RE-RUN FOR THE SAME DATE DOES NOT WRITE IT
000640*        TWICE.
000650     05  SE-LAST-GEN-DATE     PIC 9(06).
000660     05  FILLER                PIC X(09).
