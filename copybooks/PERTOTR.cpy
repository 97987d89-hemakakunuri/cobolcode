000100*****************************************************************
000110*                                                               *
000120*    P E R T O T R                                             *
000130*                                                               *
000140*    PER-ACCOUNT PERIOD TOTAL RECORD.  THE MACHINE-READABLE    *
000150*    RESULT OF THE PERCLOSE SWEEP - ONE RECORD PER ACCOUNT     *
000160*    WITH THE PERIOD'S POSTING COUNT AND NET AMOUNT, THE SAME  *
000170*    FIGURES THE CLOSE REPORT PRINTS.  PROD.ADDTHREE.PERIOD.   *
000180*    TOTALS (DD PERTOTS, LRECL 80) IS EXTENDED BY EVERY CLOSE, *
000190*    SO A MONTH CLOSED AGAIN AFTER A REOPEN HAS MORE THAN ONE  *
000200*    SET.  EVERY RECORD OF ONE CLOSE CARRIES THE SAME CLOSE    *
000210*    DATE AND TIME; READERS TAKE THE LAST SET WRITTEN FOR THE  *
000220*    PERIOD.  COPY THIS MEMBER INTO ANY PROGRAM THAT WRITES OR *
000230*    READS THE FILE SO THE FIELD DEFINITIONS STAY IN EXACTLY   *
000240*    ONE PLACE.                                                *
000250*                                                               *
000260*****************************************************************
000270*
000280*    MODIFICATION HISTORY
000290*    --------------------
000300*    10/15/2026  DW    ORIGINAL MEMBER, TAKEN FROM THE PERCLOSE
000310*                       AND TRIALBAL FDS.  ADDED PT-CLOSE-STAMP
000320*                       SO ONE CLOSE'S SET CAN BE TOLD FROM THE
000330*                       NEXT CLOSE OF THE SAME PERIOD.
000340*
000350 01  PT-RECORD.
000360     05  PT-PERIOD            PIC X(04).
000370     05  FILLER                PIC X(01).
000380     05  PT-ACCOUNT           PIC X(08).
000390     05  FILLER                PIC X(01).
000400     05  PT-POST-COUNT        PIC 9(07).
000410     05  FILLER                PIC X(01).
000420     05  PT-NET-AMOUNT        PIC S9(11)V99.
000430     05  FILLER                PIC X(01).
000440*        WHEN THE CLOSE THAT WROTE THE SET STARTED - YYMMDD AND
000450*        HHMMSSHH.  BLANK ON A SET WRITTEN BEFORE THE STAMP.
000460     05  PT-CLOSE-STAMP.
000470         10  PT-CLOSE-DATE    PIC X(06).
000480         10  PT-CLOSE-TIME    PIC X(08).
000490     05  FILLER                PIC X(30).
