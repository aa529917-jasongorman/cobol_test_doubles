      *****************************************************************
      *    COPYBOOK:     REVENUE-BUDGET.CPY
      *    DESCRIPTION:  ONE RECORD PER MONTHLY REVENUE BUDGET LINE
      *                  FINANCE SETS, KEYED BY ACCOUNTING PERIOD,
      *                  STORE, REVENUE TYPE, AND GENRE. MAINTAINED BY
      *                  BUDGET-LOAD FROM FINANCE'S SPREADSHEET AND
      *                  READ BY BUDGET-ACTUAL-RPT. RENTAL AND LATE-FEE
      *                  LINES ARE BUDGETED BY GENRE; SUBSCRIPTION AND
      *                  MERCHANDISE LINES HAVE NO GENRE AND CARRY IT
      *                  BLANK.
      *****************************************************************
       01  REVENUE-BUDGET-RECORD.
           05  RB-KEY.
               10  RB-PERIOD-ID        PIC X(06).
               10  RB-STORE-ID         PIC X(03).
               10  RB-REVENUE-TYPE     PIC X(01).
                   88  RB-RENTAL-REVENUE   VALUE 'R'.
                   88  RB-LATE-FEE-REVENUE VALUE 'L'.
                   88  RB-SUBSCRIPTION-REVENUE VALUE 'S'.
                   88  RB-MERCHANDISE-REVENUE VALUE 'M'.
               10  RB-GENRE            PIC X(12).
           05  RB-BUDGET-AMOUNT        PIC 9(7)V9(2).
           05  RB-LOADED-DATE          PIC 9(8).
