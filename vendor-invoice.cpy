      *****************************************************************
      *    COPYBOOK:     VENDOR-INVOICE.CPY
      *    DESCRIPTION:  ONE RECORD PER DISTRIBUTOR INVOICE, KEYED BY
      *                  VENDOR ID AND INVOICE NUMBER. INVOICE-MATCH
      *                  TOTALS THE MATCHED LINES AND COUNTS THE ONES
      *                  STILL IN DISPUTE; VENDOR-PAY-RUN PAYS AN
      *                  INVOICE WITH NO DISPUTED LINES WHEN ITS
      *                  DISCOUNT OR DUE DATE COMES UP AND MARKS IT
      *                  PAID, SO IT IS NEVER PAID A SECOND TIME.
      *                  RTV-CREDIT-POST SETS DISTRIBUTOR CREDIT FOR
      *                  COPIES RETURNED UNDER WARRANTY AGAINST AN
      *                  OPEN INVOICE, AND THE PAYMENT RUN PAYS ONLY
      *                  WHAT IS LEFT.
      *****************************************************************
       01  VENDOR-INVOICE-RECORD.
           05  VI-KEY.
               10  VI-VENDOR-ID        PIC X(08).
               10  VI-INVOICE-NUMBER   PIC X(10).
           05  VI-INVOICE-DATE         PIC 9(8).
           05  VI-MATCH-DATE           PIC 9(8).
           05  VI-LINES-MATCHED        PIC 9(4).
           05  VI-LINES-DISPUTED       PIC 9(4).
      *    TOTAL OF THE MATCHED LINES, BEFORE ANY DISCOUNT.
           05  VI-INVOICE-AMOUNT       PIC 9(7)V9(2).
           05  VI-STATUS               PIC X(01).
               88  VI-INVOICE-OPEN         VALUE 'O'.
               88  VI-INVOICE-PAID         VALUE 'P'.
           05  VI-PAID-DATE            PIC 9(8).
           05  VI-PAYMENT-NUMBER       PIC 9(8).
           05  VI-DISCOUNT-TAKEN       PIC 9(5)V9(2).
           05  VI-AMOUNT-PAID          PIC 9(7)V9(2).
      *    WARRANTY CREDIT SET AGAINST THIS INVOICE BEFORE PAYMENT.
           05  VI-CREDIT-APPLIED       PIC 9(7)V9(2).
