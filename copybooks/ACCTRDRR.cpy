000100*****************************************************************
000110*                                                               *
000120*    A C C T R D R R                                           *
000130*                                                               *
000140*    ACCOUNT REDIRECTION RECORD - MAPS A RETIRED LEDGER        *
000150*    ACCOUNT CODE TO THE SUCCESSOR ACCOUNT ITS POSTINGS NOW    *
000160*    BELONG TO, FROM AN EFFECTIVE DATE.  LOADED BY THE NIGHTLY *
000170*    COASYNC JOB FROM THE CORPORATE COA EXTRACT AND MAINTAINED *
000180*    THROUGH THE ADDTHREENO OPERATOR MENU.  COPY THIS MEMBER   *
000190*    INTO ANY PROGRAM THAT WRITES OR READS                     *
000200*    PROD.ADDTHREE.ACCT.REDIRECT SO THE FIELD DEFINITIONS STAY *
000210*    IN EXACTLY ONE PLACE.                                     *
000220*                                                               *
000230*****************************************************************
000240*
000250*    MODIFICATION HISTORY
000260*    --------------------
000270*    10/15/2026  DW    ORIGINAL MEMBER.
000280*
000290 01  RD-RECORD.
000300     05  RD-OLD-ACCOUNT       PIC X(08).
000310     05  FILLER                PIC X(01).
000320     05  RD-NEW-ACCOUNT       PIC X(08).
000330     05  FILLER                PIC X(01).
000340*        YYMMDD.  A POSTING DATED BEFORE THIS STILL REJECTS
000350*        AGAINST THE RETIRED CODE.
000360     05  RD-EFF-DATE          PIC 9(06).
000370     05  FILLER                PIC X(01).
000380     05  RD-SOURCE            PIC X(01).
000390         88  RD-FROM-COA       VALUE "C".
000400         88  RD-FROM-MENU      VALUE "M".
000410     05  FILLER                PIC X(01).
000420     05  RD-CHG-DATE          PIC 9(06).
000430     05  FILLER                PIC X(01).
000440     05  RD-CHG-OPERATOR      PIC X(08).
000450     05  FILLER                PIC X(38).
