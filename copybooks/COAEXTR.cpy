000260*    09/02/2026  DW    ORIGINAL MEMBER, AGREED WITH THE
000270*                       CORPORATE LEDGER TEAM FOR THE NIGHTLY
000280*                       CHART-OF-ACCOUNTS FEED.
000282*    10/15/2026  DW    ADDED CX-SUCCESSOR-CODE AND
000284*                       CX-SUCCESSOR-EFF, CARVED FROM FILLER -
000286*                       A RETIRED ACCOUNT MAY NAME THE ACCOUNT
000288*                       ITS POSTINGS MOVE TO, AND FROM WHEN.
000290*
000300 01  CX-RECORD.
000310     05  CX-ACCOUNT-CODE      PIC X(08).
000350         88  CX-RETIRED        VALUE "R".
000360     05  FILLER                PIC X(01).
000370     05  CX-DESCRIPTION       PIC X(30).
000380     05  FILLER                PIC X(01).
000382*        SET ONLY ON A RETIRED ACCOUNT.  A BLANK EFFECTIVE
000384*        DATE MEANS AT ONCE.
000386     05  CX-SUCCESSOR-CODE    PIC X(08).
000388     05  FILLER                PIC X(01).
000390     05  CX-SUCCESSOR-EFF     PIC X(06).
000392     05  FILLER                PIC X(23).
