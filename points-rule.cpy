      *****************************************************************
      *    COPYBOOK:     POINTS-RULE.CPY
      *    DESCRIPTION:  ONE RECORD PER LOYALTY POINTS RULE, LOADED
      *                  BY POINTS-RULE-LOAD. BASE RULES SET THE EARN
      *                  AND REDEMPTION RATES; GENRE AND PROMOTION
      *                  RULES ADD BONUS POINTS TO A RENTAL OF THAT
      *                  GENRE OR UNDER THAT PROMO CODE WHILE THE
      *                  RULE'S DATES ARE IN FORCE. WITH NO RULE ON
      *                  FILE THE PROGRAMS FALL BACK TO THE HOUSE
      *                  RATES THEY CARRY.
      *****************************************************************
       01  POINTS-RULE-RECORD.
           05  LR-KEY.
               10  LR-RULE-TYPE        PIC X(01).
                   88  LR-BASE-RULE            VALUE 'B'.
                   88  LR-GENRE-RULE           VALUE 'G'.
                   88  LR-PROMO-RULE           VALUE 'P'.
      *    FOR A BASE RULE: 'RENTAL' (POINTS PER WHOLE DOLLAR OF
      *    RENTAL CHARGE), 'ONTIME' (POINTS PER ON-TIME RETURN), OR
      *    'REDEEM' (POINTS THAT MAKE ONE DOLLAR AT THE COUNTER).
      *    OTHERWISE THE GENRE OR THE PROMO CODE THE BONUS RIDES ON.
               10  LR-RULE-CODE        PIC X(12).
           05  LR-POINTS               PIC 9(5).
           05  LR-START-DATE           PIC 9(8).
           05  LR-END-DATE             PIC 9(8).
