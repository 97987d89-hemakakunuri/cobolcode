000100*****************************************************************
000110*                                                               *
000120*    P E N D A P R R                                            *
000130*                                                               *
000140*    PENDING-APPROVAL QUEUE RECORD.  A HIGH-VALUE SINGLE ADD    *
000150*    OR POSTING REVERSAL (OVER THE BATCHPRM APPROVAL LIMIT),    *
000160*    AND EVERY DEPARTMENT BLOCK BACK-OUT, WAITS HERE UNDER ITS  *
000170*    MAKER'S OPERATOR ID UNTIL A DIFFERENT OPERATOR APPROVES    *
000180*    OR DECLINES IT FROM THE ADDTHREENO OPERATOR MENU.  ONLY    *
000190*    AN APPROVED ITEM REACHES DAYPOST AND SO THE NIGHTLY        *
000200*    BATCH.  COPY THIS MEMBER INTO ANY PROGRAM THAT WRITES OR   *
000210*    READS PROD.ADDTHREE.DAILY.PENDAPR SO THE FIELD             *
000220*    DEFINITIONS STAY IN EXACTLY ONE PLACE.                     *
000230*                                                               *
000240*****************************************************************
000250*
000260*    MODIFICATION HISTORY
000270*    --------------------
000280*    10/15/2026  DW    ORIGINAL MEMBER.
000290*
000300 01  PA-RECORD.
000310     05  PA-STATUS            PIC X(01).
000320         88  PA-PENDING        VALUE "P".
000330         88  PA-APPROVED       VALUE "A".
000340         88  PA-DECLINED       VALUE "D".
000350     05  FILLER                PIC X(01).
000360     05  PA-ITEM-TYPE         PIC X(01).
000370         88  PA-SINGLE-ADD     VALUE "I".
000380         88  PA-SINGLE-RVSL    VALUE "S".
000390         88  PA-BLOCK-RVSL     VALUE "B".
000400     05  FILLER                PIC X(01).
000410     05  PA-MAKER-ID          PIC X(08).
000420     05  FILLER                PIC X(01).
000430     05  PA-REQ-DATE          PIC 9(06).
000440     05  FILLER                PIC X(01).
000450     05  PA-REQ-TIME          PIC 9(06).
000460     05  FILLER                PIC X(01).
000470     05  PA-ENTRY-COUNT       PIC 9(02).
000480     05  FILLER                PIC X(01).
000490*        A BLOCK BACK-OUT CARRIES ONLY THE BUSINESS DATE AND
000500*        DEPARTMENT TO SCAN; THE POSTINGS IT REVERSES ARE READ
000510*        FROM THE POSTING MASTER WHEN IT IS APPROVED.
000520     05  PA-RVSL-DATE         PIC X(06).
000530     05  FILLER                PIC X(01).
000540     05  PA-RVSL-DEPT         PIC 9(02).
000550     05  FILLER                PIC X(01).
000560*        A SINGLE ADD OR SINGLE REVERSAL CARRIES THE COMPLETE
000570*        DAYPOST RECORD (DAYPOSTR LAYOUT) IT WILL BECOME ONCE
000580*        APPROVED.
000590     05  PA-DAY-POSTING       PIC X(80).
