000100*****************************************************************
000110*                                                               *
000120*    T R I A L B R                                             *
000130*                                                               *
000140*    TRIAL BALANCE EXTRACT RECORD - ONE PER LEDGER ACCOUNT     *
000150*    FOR THE REQUESTED PERIOD: THE OPENING YEAR-TO-DATE        *
000160*    BALANCE, THE PERIOD'S ACTIVITY AND THE CLOSING BALANCE,   *
000170*    WITH THE ACCOUNT'S GROUP AND DEBIT/CREDIT SIDE.  WRITTEN  *
000180*    BY TRIALBAL FOR THE FINANCE SPREADSHEETS AND THE GL       *
000190*    COMPARISON.  COPY THIS MEMBER INTO ANY PROGRAM THAT       *
000200*    WRITES OR READS PROD.ADDTHREE.MONTHLY.TBEXTR SO THE       *
000210*    FIELD DEFINITIONS STAY IN EXACTLY ONE PLACE.              *
000220*                                                               *
000230*****************************************************************
000240*
000250*    MODIFICATION HISTORY
000260*    --------------------
000270*    10/15/2026  DW    ORIGINAL MEMBER.
000280*
000290 01  TB-RECORD.
000300     05  TB-PERIOD            PIC X(04).
000310     05  FILLER                PIC X(01).
000320     05  TB-ACCOUNT           PIC X(08).
000330     05  FILLER                PIC X(01).
000340     05  TB-DESCRIPTION       PIC X(30).
000350     05  FILLER                PIC X(01).
000360*        A AND I FOLLOW AM-ACTIVE-SW; U IS AN ACCOUNT WITH
000370*        POSTINGS OR PERIOD TOTALS BUT NO ACCOUNT MASTER RECORD.
000380     05  TB-GROUP             PIC X(01).
000390         88  TB-ACTIVE         VALUE "A".
000400         88  TB-INACTIVE       VALUE "I".
000410         88  TB-UNKNOWN        VALUE "U".
000420     05  FILLER                PIC X(01).
000430     05  TB-OPENING-YTD       PIC S9(11)V99.
000440     05  FILLER                PIC X(01).
000450     05  TB-PERIOD-ACTIVITY   PIC S9(11)V99.
000460     05  FILLER                PIC X(01).
000470     05  TB-CLOSING-BALANCE   PIC S9(11)V99.
000480     05  FILLER                PIC X(01).
000490*        SIDE OF THE CLOSING BALANCE - DR POSITIVE, CR NEGATIVE,
000500*        SPACES WHEN IT IS ZERO.
000510     05  TB-DR-CR             PIC X(02).
000520         88  TB-DEBIT          VALUE "DR".
000530         88  TB-CREDIT         VALUE "CR".
000540     05  FILLER                PIC X(09).
