      *****************************************************************
      *    COPYBOOK:     PO-RECEIPT-LOG.CPY
      *    DESCRIPTION:  ONE RECORD PER SHIPMENT PO-RECEIVE BOOKS
      *                  AGAINST AN OPEN ORDER, APPENDED TO PORCPTLOG.
      *                  THE OPEN ORDER ITSELF IS OVERWRITTEN WHEN THE
      *                  TITLE IS NEXT REORDERED, SO THIS LOG IS THE
      *                  LASTING RECORD OF WHO SHIPPED WHAT AND HOW
      *                  LONG IT TOOK, READ BY VENDOR-SCORECARD.
      *****************************************************************
       01  PO-RECEIPT-LOG-RECORD.
           05  RL-VENDOR-ID            PIC X(08).
           05  RL-IMDB-ID              PIC X(10).
           05  RL-ORDER-DATE           PIC 9(8).
           05  RL-RECEIPT-DATE         PIC 9(8).
           05  RL-QUANTITY-ORDERED     PIC 9(4).
           05  RL-QUANTITY-RECEIVED    PIC 9(4).
      *    RECEIVED AGAINST THE ORDER SO FAR, THIS SHIPMENT INCLUDED.
           05  RL-TOTAL-RECEIVED       PIC 9(4).
           05  RL-ORDER-FILLED-FLAG    PIC X(01).
               88  RL-ORDER-FILLED         VALUE 'Y'.
