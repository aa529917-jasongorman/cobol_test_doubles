      *****************************************************************
      *    COPYBOOK:     PROMO-MEMBER-COUNT.CPY
      *    DESCRIPTION:  ONE RECORD PER PROMO CODE AND MEMBER HOLDING
      *                  HOW MANY TIMES THE MEMBER HAS REDEEMED THE
      *                  CODE, SO RENTAL-POST CAN JUDGE THE PER-MEMBER
      *                  LIMIT WITH ONE KEYED READ INSTEAD OF COUNTING
      *                  THE MEMBER'S PROMOLOG ENTRIES ON EVERY ORDER.
      *                  A MISSING RECORD IS SEEDED FROM PROMOLOG THE
      *                  FIRST TIME THE PAIR IS SEEN; MEMBER-MERGE
      *                  DROPS THE RECORDS OF BOTH SIDES OF A MERGE SO
      *                  THEY ARE SEEDED AGAIN FROM THE MOVED ENTRIES.
      *****************************************************************
       01  PROMO-MEMBER-COUNT-RECORD.
           05  PK-KEY.
               10  PK-CODE             PIC X(10).
               10  PK-MEMBER-ID        PIC X(08).
           05  PK-TIMES-REDEEMED       PIC 9(5).
