      *****************************************************************
      *    COPYBOOK:     POINTS-LEDGER.CPY
      *    DESCRIPTION:  ONE RECORD PER MOVEMENT ON A MEMBER'S
      *                  LOYALTY POINTS - EARNED ON A RENTAL OR AN
      *                  ON-TIME RETURN, REDEEMED AT THE COUNTER,
      *                  EXPIRED FOR INACTIVITY, OR ADJUSTED BY
      *                  HAND - KEYED BY MEMBER AND TIMESTAMP THE WAY
      *                  WAIVER-AUDIT KEYS WAIVERS, SO THE BALANCE ON
      *                  MEMBER-MASTER CAN ALWAYS BE TRACED BACK. THE
      *                  EVENT TYPE AND TITLE COMPLETE THE KEY SO AN
      *                  EARN AND A REDEEM ON THE SAME RENTAL, OR
      *                  SEVERAL RETURNS IN ONE BATCH, NEVER COLLIDE.
      *****************************************************************
       01  POINTS-LEDGER-RECORD.
           05  LP-KEY.
               10  LP-MEMBER-ID        PIC X(08).
               10  LP-EVENT-TIMESTAMP  PIC X(21).
               10  LP-EVENT-TYPE       PIC X(01).
                   88  LP-POINTS-EARNED        VALUE 'E'.
                   88  LP-POINTS-REDEEMED      VALUE 'R'.
                   88  LP-POINTS-EXPIRED       VALUE 'X'.
                   88  LP-POINTS-ADJUSTED      VALUE 'A'.
               10  LP-IMDB-ID          PIC X(10).
           05  LP-RENTAL-DATE          PIC 9(8).
      *    POINTS IN OR OUT ON THIS EVENT - NEGATIVE FOR A REDEEM,
      *    AN EXPIRY, OR A DOWNWARD ADJUSTMENT.
           05  LP-POINTS               PIC S9(7).
           05  LP-BALANCE-AFTER        PIC 9(7).
           05  LP-REASON               PIC X(12).
           05  LP-OPERATOR-ID          PIC X(08).
