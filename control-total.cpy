      *                  AMOUNTS BY TOTAL TYPE), CROSS-FOOTED BY THE
      *                  END-OF-NIGHT BALANCE-CHECK STEP SO A POSTING
      *                  BREAK SURFACES THE NIGHT IT HAPPENS INSTEAD
      *                  OF AT MONTH END. EACH RECORD CARRIES THE
      *                  ACCOUNTING PERIOD IT POSTS TO; A RECORD
      *                  FLAGGED AS A PRIOR-PERIOD ADJUSTMENT HOLDS
      *                  POSTINGS DATED IN A CLOSED PERIOD THAT WERE
      *                  MOVED INTO THE CURRENT ONE.
      *****************************************************************
       01  CONTROL-TOTAL-RECORD.
           05  CT-PROGRAM-ID       PIC X(18).
           05  CT-RECORD-COUNT     PIC 9(7).
           05  CT-AMOUNT           PIC S9(7)V9(2)
                                   SIGN IS LEADING SEPARATE.
           05  CT-PERIOD-ID        PIC X(06).
           05  CT-ADJUSTMENT-FLAG  PIC X(01).
               88  CT-PRIOR-PERIOD-ADJ     VALUE 'P'.
