      *                  THE REORDER REPORT CUTS A PO AND CLOSED BY
      *                  PO-RECEIVE WHEN THE SHIPMENT ARRIVES, SO THE
      *                  NEXT WEEK'S REPORT DOES NOT RE-FLAG TITLES
      *                  ALREADY ON ORDER. THE ORDER CARRIES THE
      *                  DISTRIBUTOR IT WAS PLACED WITH; EACH
      *                  SHIPMENT AGAINST IT IS ALSO LOGGED TO
      *                  PORCPTLOG FOR THE VENDOR SCORECARD.
      *****************************************************************
       01  OPEN-ORDER-RECORD.
           05  OO-IMDB-ID          PIC X(10).
           05  OO-ORDER-STATUS     PIC X(01).
               88  OO-ORDER-OPEN           VALUE 'O'.
               88  OO-ORDER-FILLED         VALUE 'F'.
           05  OO-VENDOR-ID        PIC X(08).
           05  OO-LAST-RECEIPT-DATE PIC 9(8).
