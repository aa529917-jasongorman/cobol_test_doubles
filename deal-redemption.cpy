      *****************************************************************
      *    COPYBOOK:     DEAL-REDEMPTION.CPY
      *    DESCRIPTION:  ONE RECORD PER BASKET DEAL APPLIED BY
      *                  RENTAL-POST, KEYED BY DEAL, BASKET, AND THE
      *                  DAY THE BASKET WAS SETTLED, SO THE CAMPAIGN
      *                  REPORT CAN SHOW EACH DEAL'S UPTAKE WITH A
      *                  KEYED SCAN. DR-DISCOUNT-AMOUNT IS THE RENTAL
      *                  PRICE TAKEN OFF THE BASKET'S TITLES, BEFORE
      *                  THE TAX THAT CAME OFF WITH IT.
      *****************************************************************
       01  DEAL-REDEMPTION-RECORD.
           05  DR-KEY.
               10  DR-DEAL-ID          PIC X(08).
               10  DR-BASKET-ID        PIC X(12).
               10  DR-SETTLED-DATE     PIC 9(8).
           05  DR-MEMBER-ID            PIC X(08).
           05  DR-TITLE-COUNT          PIC 9(2).
           05  DR-DISCOUNT-AMOUNT      PIC 9(4)V9(2).
