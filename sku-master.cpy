      *****************************************************************
      *    COPYBOOK:     SKU-MASTER.CPY
      *    DESCRIPTION:  RETAIL MERCHANDISE AND CONCESSION ITEMS, ONE
      *                  RECORD PER ITEM PER STORE, MAINTAINED BY
      *                  SKU-LOAD AND DRAWN DOWN BY MERCH-SALE-POST AS
      *                  THE REGISTERS SELL. THE TAX CLASS PICKS THE
      *                  TAX-RATES ROW: STANDARD ITEMS TAX AT THE
      *                  STORE'S OWN RATE, FOOD AT THE STORE'S 'F' ROW
      *                  (STORE CODE FOLLOWED BY 'F'), EXEMPT NOT AT
      *                  ALL. STOCK MAY GO NEGATIVE WHEN THE SHELF
      *                  SELLS AHEAD OF THE LAST DELIVERY KEYED.
      *****************************************************************
       01  SKU-MASTER-RECORD.
           05  SK-KEY.
               10  SK-STORE-ID         PIC X(03).
               10  SK-SKU              PIC X(12).
           05  SK-DESCRIPTION          PIC X(30).
           05  SK-CATEGORY             PIC X(01).
               88  SK-CONCESSION               VALUE 'C'.
               88  SK-BLANK-MEDIA              VALUE 'M'.
               88  SK-ACCESSORY                VALUE 'A'.
           05  SK-UNIT-PRICE           PIC 9(3)V9(2).
           05  SK-TAX-CLASS            PIC X(01).
               88  SK-TAX-STANDARD             VALUE 'S'.
               88  SK-TAX-FOOD                 VALUE 'F'.
               88  SK-TAX-EXEMPT               VALUE 'E'.
           05  SK-ON-HAND              PIC S9(5).
           05  SK-REORDER-POINT        PIC 9(5).
           05  SK-REORDER-QTY          PIC 9(5).
           05  SK-LAST-RECEIPT-DATE    PIC 9(8).
           05  SK-LAST-SALE-DATE       PIC 9(8).
           05  SK-ACTIVE-FLAG          PIC X(01).
               88  SK-ACTIVE                   VALUE 'A'.
               88  SK-INACTIVE                 VALUE 'I'.
