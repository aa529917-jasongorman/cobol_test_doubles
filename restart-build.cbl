           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC X(08).
           01  WS-STEP-IDX         PIC 9(2) COMP.
           01  WS-STEP-COUNT       PIC 9(2) COMP VALUE 28.
      *    THE NIGHTLY STREAM IN STEP ORDER - KEEP IN STEP WITH
      *    NIGHTLY-BATCH.JCL WHEN STEPS ARE ADDED OR REMOVED.
      *    ONLY STEPS THAT WRITE RUN-CONTROL RECORDS BELONG HERE:
      *    COMPLETE, SO LISTING IT WOULD MAKE A CLEAN NIGHT LOOK
      *    RESTARTABLE FOREVER.
           01  WS-STEP-LIST.
               05  FILLER PIC X(27) VALUE
                   'STEP001  FILE-BACKUP       '.
               05  FILLER PIC X(27) VALUE
                   'STEP003  ACQ-FEED-EDIT     '.
               05  FILLER PIC X(27) VALUE
                   'STEP005  FILE-VALIDATE     '.
               05  FILLER PIC X(27) VALUE
                   'STEP007  COPY-RECONCILE    '.
               05  FILLER PIC X(27) VALUE
                   'STEP010  RATING-REFRESH    '.
               05  FILLER PIC X(27) VALUE
                   'STEP015  TITLE-LOAD        '.
               05  FILLER PIC X(27) VALUE
                   'STEP016  FORMAT-RECOUNT    '.
               05  FILLER PIC X(27) VALUE
                   'STEP018  DEMAND-EXTRACT    '.
               05  FILLER PIC X(27) VALUE
                   'STEP020  PRICE-MOVIE-BATCH '.
               05  FILLER PIC X(27) VALUE
                   'STEP022  TAG-PRINT         '.
               05  FILLER PIC X(27) VALUE
                   'STEP023  STOREFRONT-FEED   '.
               05  FILLER PIC X(27) VALUE
                   'STEP025  REVENUE-SUMMARY   '.
               05  FILLER PIC X(27) VALUE
                   'STEP030  NEW-TITLE-BATCH   '.
               05  FILLER PIC X(27) VALUE
                   'STEP035  PROVIDER-HEALTH   '.
               05  FILLER PIC X(27) VALUE
                   'STEP040  LATE-FEE-CALC     '.
               05  FILLER PIC X(27) VALUE
                   'STEP045  OVERDUE-REMIND    '.
               05  FILLER PIC X(27) VALUE
                   'STEP047  CARD-RENEW-NOTICE '.
               05  FILLER PIC X(27) VALUE
                   'STEP050  MEMBER-CAMPAIGN   '.
               05  FILLER PIC X(27) VALUE
                   'STEP055  POINTS-EXPIRE     '.
               05  FILLER PIC X(27) VALUE
                   'STEP060  MERCH-SALE-POST   '.
               05  FILLER PIC X(27) VALUE
                   'STEP082  BUDGET-ACTUAL-RPT '.
               05  FILLER PIC X(27) VALUE
                   'STEP084  DW-DIM-EXTRACT    '.
               05  FILLER PIC X(27) VALUE
                   'STEP085  BALANCE-CHECK     '.
               05  FILLER PIC X(27) VALUE
                   'STEP086  GL-EXTRACT        '.
               05  FILLER PIC X(27) VALUE
                   'STEP087  DW-FACT-EXTRACT   '.
               05  FILLER PIC X(27) VALUE
                   'STEP088  KPI-SNAPSHOT      '.
               05  FILLER PIC X(27) VALUE
                   'STEP089  EXCEPTION-AGE-RPT '.
               05  FILLER PIC X(27) VALUE
                   'STEP089A SUSPENSE-AGE-RPT  '.
           01  WS-STEP-TABLE REDEFINES WS-STEP-LIST.
               05  WS-STEP-ENTRY OCCURS 28 TIMES.
                   10  WS-SE-STEP-NAME     PIC X(08).
                   10  FILLER              PIC X(01).
                   10  WS-SE-PROGRAM       PIC X(18).
           01  WS-STEP-STATE-TABLE.
               05  WS-SS-STATE OCCURS 28 TIMES PIC X(12).
           01  WS-RESTART-FROM-IDX PIC 9(2) COMP VALUE 0.
           01  WS-RUNS-READ        PIC 9(7) COMP VALUE 0.
           01  WS-STEPS-EMITTED    PIC 9(7) COMP VALUE 0.
