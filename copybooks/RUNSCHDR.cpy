000100*****************************************************************
000110*                                                               *
000120*    R U N S C H D R                                           *
000130*                                                               *
000140*    EXPECTED BATCH SCHEDULE RECORD.  ONE RECORD PER PROGRAM   *
000150*    IN PROD.ADDTHREE.RUN.SCHEDULE (DD RUNSCHD, LRECL 80), IN  *
000160*    THE ORDER THE STEPS RUN.  STEPTRAK HOLDS THE RUN HISTORY  *
000170*    (RUNHISTR) AGAINST IT TO SHOW, FOR EACH BUSINESS DATE,    *
000180*    WHAT RAN, WHAT FAILED AND WHAT NEVER RAN.  THE FILE IS    *
000190*    MAINTAINED BY HAND WHEN A JOB OR STEP IS ADDED; KEEP THE  *
000200*    PREDECESSOR AND BYPASS CODE IN STEP WITH THE COND= ON     *
000210*    THE STEP'S EXEC CARD.  COPY THIS MEMBER INTO ANY PROGRAM  *
000220*    THAT READS THE FILE SO THE FIELD DEFINITIONS STAY IN      *
000230*    EXACTLY ONE PLACE.                                        *
000240*                                                               *
000250*****************************************************************
000260*
000270*    MODIFICATION HISTORY
000280*    --------------------
000290*    10/15/2026  DW    ORIGINAL MEMBER.
000292*    10/15/2026  DW    SECOND PREDECESSOR AND BYPASS CODE FOR A
000294*                       STEP WITH TWO COND= TESTS; DESCRIPTION
000296*                       CUT TO 18.
000300*
000310 01  RS-RECORD.
000320     05  RS-SEQUENCE          PIC 9(03).
000330     05  FILLER                PIC X(01).
000340     05  RS-PROGRAM           PIC X(08).
000350     05  FILLER                PIC X(01).
000360     05  RS-JOB               PIC X(08).
000370     05  FILLER                PIC X(01).
000380     05  RS-STEP              PIC X(08).
000390     05  FILLER                PIC X(01).
000400*        D - EXPECTED FOR EVERY BUSINESS DATE.  R - RUN ON
000410*        REQUEST, LISTED ONLY FOR A DATE IT RAN FOR.
000420     05  RS-FREQUENCY         PIC X(01).
000430         88  RS-EVERY-DATE     VALUE "D".
000440         88  RS-ON-REQUEST     VALUE "R".
000450     05  FILLER                PIC X(01).
000460*        A RETURN CODE AT OR ABOVE THIS IS A FAILED RUN; ONE
000470*        BELOW IT BUT ABOVE ZERO IS A WARNING.
000480     05  RS-FAIL-RC           PIC 9(02).
000490     05  FILLER                PIC X(01).
000494*        THE STEP IS BYPASSED BY COND= WHEN ANY RUN OF EITHER
000498*        PREDECESSOR FOR THE DATE ENDED AT OR ABOVE ITS BYPASS
000502*        CODE - ONE PAIR PER COND= TEST ON THE EXEC CARD.  BLANK
000506*        PREDECESSOR - NO SUCH TEST.  RS-PRED-TABLE IS THE SAME
000510*        TWO PAIRS BY SUBSCRIPT.
000514     05  RS-PREDECESSORS.
000518         10  RS-PRED-1-PROGRAM    PIC X(08).
000522         10  FILLER                PIC X(01).
000526         10  RS-BYPASS-1-RC       PIC 9(02).
000530         10  FILLER                PIC X(01).
000534         10  RS-PRED-2-PROGRAM    PIC X(08).
000538         10  FILLER                PIC X(01).
000542         10  RS-BYPASS-2-RC       PIC 9(02).
000546         10  FILLER                PIC X(01).
000550     05  RS-PRED-TABLE REDEFINES RS-PREDECESSORS.
000554         10  RS-PRED-ENTRY OCCURS 2 TIMES.
000558             15  RS-PRED-PROGRAM  PIC X(08).
000562             15  FILLER            PIC X(01).
000566             15  RS-BYPASS-RC     PIC 9(02).
000570             15  FILLER            PIC X(01).
000574     05  RS-DESCRIPTION       PIC X(18).
000580     05  FILLER                PIC X(02).
