      *****************************************************************
      *    COPYBOOK:     RTV-ITEM.CPY
      *    DESCRIPTION:  ONE RECORD PER DAMAGED COPY SENT BACK TO ITS
      *                  DISTRIBUTOR UNDER WARRANTY, KEYED BY
      *                  DISTRIBUTOR AND THE DATE RTV-SELECT RAISED
      *                  THE RETURN AUTHORIZATION REQUEST - TOGETHER
      *                  THE REQUEST REFERENCE THE DISTRIBUTOR QUOTES
      *                  BACK - THEN BY TITLE AND COPY. RTV-CREDIT-POST
      *                  SETTLES EACH COPY FROM THE DISTRIBUTOR'S
      *                  CREDIT MEMO, EITHER FOR CREDIT OR FOR A
      *                  REPLACEMENT; PO-RECEIVE CLOSES A REPLACEMENT
      *                  WHEN THE NEW COPY ARRIVES.
      *****************************************************************
       01  RTV-ITEM-RECORD.
           05  RA-KEY.
               10  RA-VENDOR-ID        PIC X(08).
               10  RA-REQUEST-DATE     PIC 9(8).
               10  RA-IMDB-ID          PIC X(10).
               10  RA-COPY-NUMBER      PIC 9(4).
           05  RA-BARCODE              PIC X(12).
           05  RA-HOME-STORE           PIC X(03).
           05  RA-RECEIPT-DATE         PIC 9(8).
           05  RA-DAMAGED-DATE         PIC 9(8).
           05  RA-UNIT-COST            PIC 9(3)V9(2).
           05  RA-STATUS               PIC X(01).
               88  RA-AWAITING-SETTLEMENT  VALUE 'O'.
               88  RA-CREDITED             VALUE 'C'.
               88  RA-REPLACEMENT-DUE      VALUE 'R'.
               88  RA-REPLACED             VALUE 'F'.
           05  RA-MEMO-NUMBER          PIC X(10).
           05  RA-SETTLED-DATE         PIC 9(8).
           05  RA-REPLACED-DATE        PIC 9(8).
