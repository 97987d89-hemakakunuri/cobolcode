000100*****************************************************************
000110*                                                               *
000120*    D U P S U P R                                             *
000130*                                                               *
000140*    CROSS-DAY DUPLICATE PAIR RECORD.  DUPCHK WRITES EVERY NEW *
000150*    SUSPECT PAIR TO PROD.ADDTHREE.DAILY.DUPNEW IN THIS        *
000160*    LAYOUT WITH THE REVIEW FIELDS BLANK.  ONCE A PAIR HAS     *
000170*    BEEN CHECKED AND FOUND GENUINE, THE REVIEWER FILLS IN     *
000180*    THEIR ID AND THE REVIEW DATE AND ADDS THE RECORD TO THE   *
000190*    SUPPRESSION FILE PROD.ADDTHREE.DUPSUPP, AND DUPCHK NO     *
000200*    LONGER REPORTS IT AS NEW.  COPY THIS MEMBER INTO ANY      *
000210*    PROGRAM THAT WRITES OR READS EITHER FILE SO THE FIELD     *
000220*    DEFINITIONS STAY IN EXACTLY ONE PLACE.                    *
000230*                                                               *
000240*****************************************************************
000250*
000260*    MODIFICATION HISTORY
000270*    --------------------
000280*    10/15/2026  DW    ORIGINAL MEMBER.
000290*
000300 01  DS-RECORD.
000310*        THE POSTING MASTER KEYS OF THE PAIR, EARLIER KEY FIRST.
000320     05  DS-FIRST-KEY         PIC X(13).
000330     05  FILLER                PIC X(01).
000340     05  DS-SECOND-KEY        PIC X(13).
000350     05  FILLER                PIC X(01).
000360     05  DS-ACCOUNT           PIC X(08).
000370     05  FILLER                PIC X(01).
000380     05  DS-RESULT            PIC S9(7)V99.
000390     05  FILLER                PIC X(01).
000400     05  DS-FOUND-DATE        PIC 9(06).
000410     05  FILLER                PIC X(01).
000420*        A PAIR SUPPRESSES ONLY WHEN IT CARRIES A REVIEWER ID.
000430     05  DS-REVIEWER-ID       PIC X(08).
000440     05  FILLER                PIC X(01).
000450     05  DS-REVIEW-DATE       PIC X(06).
000460     05  FILLER                PIC X(01).
000470     05  DS-NOTE              PIC X(10).
