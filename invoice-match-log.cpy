      *****************************************************************
      *    COPYBOOK:     INVOICE-MATCH-LOG.CPY
      *    DESCRIPTION:  ONE RECORD PER DISTRIBUTOR INVOICE LINE
      *                  INVOICE-MATCH HAS JUDGED, MATCHED OR NOT,
      *                  APPENDED TO INVMATCHLOG WITH THE BILLED AND
      *                  AGREED FIGURES, SO VENDOR-SCORECARD CAN
      *                  TOTAL EACH DISTRIBUTOR'S QUANTITY AND PRICE
      *                  VARIANCES LONG AFTER THE DISCREPANCY REPORT
      *                  HAS BEEN WORKED.
      *****************************************************************
       01  INVOICE-MATCH-LOG-RECORD.
           05  ML-VENDOR-ID            PIC X(08).
           05  ML-MATCH-DATE           PIC 9(8).
           05  ML-INVOICE-NUMBER       PIC X(10).
           05  ML-IMDB-ID              PIC X(10).
           05  ML-RESULT               PIC X(01).
               88  ML-LINE-MATCHED         VALUE 'M'.
               88  ML-NO-ORDER             VALUE 'N'.
               88  ML-BAD-QUANTITY         VALUE 'B'.
               88  ML-BILLED-OVER-RECEIPT  VALUE 'Q'.
               88  ML-COST-VARIANCE        VALUE 'C'.
               88  ML-WRONG-DISTRIBUTOR    VALUE 'W'.
               88  ML-NO-DISTRIBUTOR       VALUE 'V'.
               88  ML-ALREADY-PAID         VALUE 'P'.
           05  ML-QUANTITY-BILLED      PIC 9(4).
           05  ML-QUANTITY-RECEIVED    PIC 9(4).
           05  ML-UNIT-COST-BILLED     PIC 9(3)V9(2).
           05  ML-UNIT-COST-AGREED     PIC 9(3)V9(2).
