000100*****************************************************************
000110*                                                               *
000120*    R U N H I S T R                                           *
000130*                                                               *
000140*    BATCH RUN HISTORY RECORD.  EVERY BATCH PROGRAM APPENDS    *
000150*    ONE RECORD IN THIS LAYOUT TO PROD.ADDTHREE.RUN.HISTORY    *
000160*    (DD RUNHIST, LRECL 100) AS IT ENDS, SO WHICH STEPS RAN    *
000170*    FOR WHICH BUSINESS DATE, WHEN, AND WITH WHAT RETURN CODE  *
000180*    IS KEPT AFTER THE JOBLOG HAS ROLLED OFF.  THE STEPTRAK    *
000190*    REPORT READS IT BACK AGAINST THE EXPECTED SCHEDULE        *
000200*    (RUNSCHDR).  COPY THIS MEMBER INTO ANY PROGRAM THAT       *
000210*    WRITES OR READS THE FILE SO THE FIELD DEFINITIONS STAY    *
000220*    IN EXACTLY ONE PLACE.                                     *
000230*                                                               *
000240*    BUSINESS DATE - THE DATE THE RUN WAS FOR:                 *
000250*        ADDTHREE   THE DATE POSTED.  A CATCH-UP RUN WRITES    *
000260*                   ONE RECORD PER DATE IT POSTED.             *
000270*        STNDGEN    THE SYSIN BUSINESS DATE.                   *
000280*        GLRECON    THE FIRST TO LAST CTLTOT DATE PROVED.      *
000290*        GLJRNL     THE FIRST TO LAST DATE JOURNALLED.         *
000300*        GLACK      THE FIRST TO LAST DATE ACKNOWLEDGED.       *
000310*        OPSTATUS   THE FIRST TO LAST CTLTOT DATE REPORTED.    *
000320*        DUPCHK     THE LAST DATE OF THE SYSIN WINDOW.         *
000330*        ANY OTHER  THE DATE IT RAN.                           *
000340*    A PROGRAM THAT FINDS NO DATE OF ITS OWN TO WORK ON        *
000350*    FALLS BACK TO THE DATE IT RAN.                            *
000360*                                                               *
000370*****************************************************************
000380*
000390*    MODIFICATION HISTORY
000400*    --------------------
000410*    10/15/2026  DW    ORIGINAL MEMBER.
000420*
000430 01  RH-RECORD.
000440     05  RH-PROGRAM           PIC X(08).
000450     05  FILLER                PIC X(01).
000460*        A RUN THAT TOOK IN ONE DATE CARRIES IT IN BOTH FIELDS.
000470     05  RH-BUSINESS-DATE     PIC X(06).
000480     05  RH-THRU-DATE         PIC X(06).
000490     05  FILLER                PIC X(01).
000500     05  RH-START-DATE        PIC X(06).
000510     05  RH-START-TIME        PIC X(06).
000520     05  FILLER                PIC X(01).
000530     05  RH-END-DATE          PIC X(06).
000540     05  RH-END-TIME          PIC X(06).
000550     05  FILLER                PIC X(01).
000560     05  RH-RETURN-CODE       PIC 9(02).
000570     05  FILLER                PIC X(01).
000580*        THE PROGRAM'S OWN KEY COUNTS, EACH NAMED BY ITS LABEL
000590*        (READ, POSTED, REJECTED ...).  AN UNUSED SLOT IS BLANK.
000600     05  RH-COUNTS.
000610         10  RH-COUNT-1-LABEL PIC X(08).
000620         10  RH-COUNT-1       PIC 9(07).
000630         10  FILLER            PIC X(01).
000640         10  RH-COUNT-2-LABEL PIC X(08).
000650         10  RH-COUNT-2       PIC 9(07).
000660         10  FILLER            PIC X(01).
000670         10  RH-COUNT-3-LABEL PIC X(08).
000680         10  RH-COUNT-3       PIC 9(07).
000690         10  FILLER            PIC X(01).
000700     05  RH-COUNT-TABLE REDEFINES RH-COUNTS.
000710         10  RH-COUNT-ENTRY OCCURS 3 TIMES.
000720             15  RH-COUNT-LABEL   PIC X(08).
000730             15  RH-COUNT-VALUE   PIC X(07).
000740             15  FILLER            PIC X(01).
000750     05  FILLER                PIC X(01).
