      *****************************************************************
      *    COPYBOOK:     CAMPAIGN-LOG.CPY
      *    DESCRIPTION:  ONE RECORD PER LIFECYCLE OFFER MEMBER-CAMPAIGN
      *                  SENDS (BIRTHDAY, MEMBERSHIP ANNIVERSARY, OR
      *                  WIN-BACK), KEYED BY MEMBER, CAMPAIGN AND SEND
      *                  DATE, SO NO MEMBER GETS THE SAME CAMPAIGN
      *                  TWICE INSIDE A YEAR AND CAMPAIGN-RESULTS CAN
      *                  MATCH EACH CODE SENT TO ITS REDEMPTION.
      *****************************************************************
       01  CAMPAIGN-LOG-RECORD.
           05  CG-KEY.
               10  CG-MEMBER-ID        PIC X(08).
               10  CG-CAMPAIGN         PIC X(08).
                   88  CG-BIRTHDAY             VALUE 'BIRTHDAY'.
                   88  CG-ANNIVERSARY          VALUE 'ANNIVERS'.
                   88  CG-WIN-BACK             VALUE 'WINBACK'.
               10  CG-SEND-DATE        PIC 9(8).
           05  CG-PROMO-CODE           PIC X(10).
           05  CG-EXPIRY-DATE          PIC 9(8).
           05  CG-DISCOUNT-PERCENT     PIC 9(2)V9(2).
           05  CG-CHANNEL              PIC X(05).
