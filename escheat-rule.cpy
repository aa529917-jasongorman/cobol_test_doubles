      *****************************************************************
      *    COPYBOOK:     ESCHEAT-RULE.CPY
      *    DESCRIPTION:  ONE RECORD PER STATE AND KIND OF PROPERTY
      *                  GIVING THAT STATE'S UNCLAIMED PROPERTY
      *                  RULES, LOADED BY ESCHEAT-RULE-LOAD FROM THE
      *                  STATE HANDBOOKS EACH YEAR. ESCHEAT-SELECT
      *                  JUDGES DORMANCY AND THE DUE-DILIGENCE NOTICE
      *                  BY THEM; ESCHEAT-FILE WAITS OUT THE NOTICE
      *                  PERIOD BEFORE A BALANCE IS REPORTED.
      *****************************************************************
       01  ESCHEAT-RULE-RECORD.
           05  ER-KEY.
               10  ER-STATE            PIC X(02).
               10  ER-PROPERTY-TYPE    PIC X(01).
                   88  ER-GIFT-CARD-PROPERTY   VALUE 'G'.
                   88  ER-MEMBER-CREDIT-PROPERTY VALUE 'C'.
      *    YEARS WITHOUT OWNER ACTIVITY BEFORE THE BALANCE IS
      *    PRESUMED ABANDONED.
           05  ER-DORMANCY-YEARS       PIC 9(2).
      *    A BALANCE AT OR OVER THIS AMOUNT MUST HAVE A DUE-DILIGENCE
      *    NOTICE SENT TO THE OWNER BEFORE IT IS REPORTED.
           05  ER-NOTICE-THRESHOLD     PIC 9(3)V9(2).
      *    DAYS THE OWNER HAS TO ANSWER THE NOTICE BEFORE THE
      *    BALANCE MAY BE REPORTED AND TURNED OVER.
           05  ER-NOTICE-DAYS          PIC 9(3).
      *    'Y' WHERE THE STATE EXEMPTS THIS KIND OF PROPERTY - MANY
      *    EXEMPT GIFT CARDS THAT CARRY NO EXPIRY OR FEES.
           05  ER-EXEMPT-FLAG          PIC X(01).
               88  ER-PROPERTY-EXEMPT      VALUE 'Y'.
