      *****************************************************************
      *    COPYBOOK:     VENDOR-CREDIT.CPY
      *    DESCRIPTION:  ONE RECORD PER DISTRIBUTOR CREDIT MEMO FOR
      *                  COPIES RETURNED UNDER WARRANTY, KEYED BY
      *                  VENDOR ID AND MEMO NUMBER. RTV-CREDIT-POST
      *                  ADDS EACH MEMO LINE IT MATCHES TO AN OPEN
      *                  RETURN REQUEST AND SETS THE CREDIT AGAINST
      *                  THE DISTRIBUTOR'S OPEN INVOICES, OLDEST
      *                  INVOICE NUMBER FIRST. CREDIT LEFT OVER WAITS
      *                  HERE FOR THE DISTRIBUTOR'S NEXT INVOICE.
      *****************************************************************
       01  VENDOR-CREDIT-RECORD.
           05  VC-KEY.
               10  VC-VENDOR-ID        PIC X(08).
               10  VC-MEMO-NUMBER      PIC X(10).
           05  VC-MEMO-DATE            PIC 9(8).
           05  VC-POSTED-DATE          PIC 9(8).
           05  VC-CREDIT-AMOUNT        PIC 9(7)V9(2).
           05  VC-APPLIED-AMOUNT       PIC 9(7)V9(2).
           05  VC-STATUS               PIC X(01).
               88  VC-CREDIT-OPEN          VALUE 'O'.
               88  VC-CREDIT-APPLIED       VALUE 'A'.
