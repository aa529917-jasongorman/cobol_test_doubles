      *                  BEEN FLAGGED DAMAGED OR LOST. A COPY WITH NO
      *                  RECORD HERE IS ASSUMED AVAILABLE, SO ONLY THE
      *                  COPIES PULLED OUT OF THE RENTABLE POOL NEED
      *                  TO BE TRACKED INDIVIDUALLY. A DAMAGED COPY
      *                  RTV-SELECT SENDS BACK TO ITS DISTRIBUTOR
      *                  UNDER WARRANTY STAYS HERE AS RETURNED TO
      *                  VENDOR, SO IT IS NEITHER REPAIRED NOR WRITTEN
      *                  OFF BUT STILL COUNTS AGAINST THE DISTRIBUTOR.
      *****************************************************************
       01  COPY-INVENTORY-RECORD.
           05  CI-KEY.
           05  CI-CONDITION            PIC X(01).
               88  CI-COPY-DAMAGED         VALUE 'D'.
               88  CI-COPY-LOST            VALUE 'L'.
               88  CI-COPY-RETURNED-TO-VENDOR VALUE 'V'.
           05  CI-FLAGGED-DATE         PIC 9(8).
