           05  PC-PER-MEMBER-LIMIT PIC 9(3).
           05  PC-TOTAL-LIMIT      PIC 9(5).
           05  PC-TIMES-REDEEMED   PIC 9(5).
      *    A CODE MEMBER-CAMPAIGN CUTS FOR ONE MEMBER CARRIES THAT
      *    MEMBER AND THE CAMPAIGN THAT EARNED IT; RENTAL-POST HONORS
      *    IT FOR NO ONE ELSE. BOTH ARE SPACES ON A CODE PROMO-LOAD
      *    PUBLISHES FOR EVERYBODY.
           05  PC-MEMBER-ID        PIC X(08).
           05  PC-CAMPAIGN         PIC X(08).
