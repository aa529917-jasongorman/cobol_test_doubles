      *****************************************************************
      *    COPYBOOK:     MERCH-SALE.CPY
      *    DESCRIPTION:  ONE RECORD PER REGISTER LINE MERCH-SALE-POST
      *                  HAS POSTED, KEYED BY STORE, SALE DATE, RECEIPT
      *                  AND LINE, SO A FEED SENT TWICE IS CAUGHT ON THE
      *                  SECOND PASS. A REFUND LINE CARRIES POSITIVE
      *                  AMOUNTS AND A TYPE OF 'R'; THE SALES AND TAX
      *                  ARE RECORDED AT THE PRICE AND RATE ON FILE,
      *                  NOT AS RUNG, AND TAX-REMIT-REPORT READS THE
      *                  TAX HERE BY JURISDICTION.
      *****************************************************************
       01  MERCH-SALE-RECORD.
           05  MS-KEY.
               10  MS-STORE-ID         PIC X(03).
               10  MS-SALE-DATE        PIC 9(8).
               10  MS-RECEIPT-NUMBER   PIC X(10).
               10  MS-LINE-NUMBER      PIC 9(3).
           05  MS-TRAN-TYPE            PIC X(01).
               88  MS-SALE                     VALUE 'S'.
               88  MS-REFUND                   VALUE 'R'.
           05  MS-SKU                  PIC X(12).
           05  MS-QUANTITY             PIC 9(4).
           05  MS-UNIT-PRICE           PIC 9(3)V9(2).
           05  MS-SALES-AMOUNT         PIC 9(5)V9(2).
           05  MS-TAX-AMOUNT           PIC 9(4)V9(2).
           05  MS-TAX-JURISDICTION     PIC X(05).
           05  MS-TENDERED-AMOUNT      PIC 9(5)V9(2).
           05  MS-OPERATOR-ID          PIC X(08).
           05  MS-POSTED-DATE          PIC 9(8).
