
           SELECT STORE-CALENDAR ASSIGN TO 'STORECAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT STORE-MASTER ASSIGN TO 'STOREMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STORE-ID
               FILE STATUS IS WS-STORE-MASTER-STATUS.

           SELECT TIER-POLICY ASSIGN TO 'TIERPOL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-TIER
               FILE STATUS IS WS-TIER-POLICY-STATUS.

               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT POINTS-LEDGER ASSIGN TO 'PTSLEDGER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-KEY
               FILE STATUS IS WS-POINTS-LEDGER-STATUS.

           SELECT POINTS-RULES ASSIGN TO 'PTSRULES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LR-KEY
               FILE STATUS IS WS-POINTS-RULE-STATUS.

           SELECT PROMO-MEMBER-COUNTS ASSIGN TO 'PROMOCNT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PK-KEY
               FILE STATUS IS WS-PROMO-COUNT-STATUS.

           SELECT DEAL-MASTER ASSIGN TO 'DEALMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEAL-ID
               FILE STATUS IS WS-DEAL-MASTER-STATUS.

           SELECT DEAL-REDEMPTIONS ASSIGN TO 'DEALLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-DEAL-LOG-STATUS.

           SELECT STAFF-BENEFITS ASSIGN TO 'STAFFBEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-STAFF-BENEFIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RENTAL-TRANSACTION.
       FD  STORE-CALENDAR.
       COPY 'store-calendar.cpy'.

       FD  STORE-MASTER.
       COPY 'store-master.cpy'.

       FD  TIER-POLICY.
       COPY 'tier-policy.cpy'.

       FD  OPERATOR-MASTER.
       COPY 'operator-master.cpy'.

       FD  POINTS-LEDGER.
       COPY 'points-ledger.cpy'.

       FD  POINTS-RULES.
       COPY 'points-rule.cpy'.

       FD  PROMO-MEMBER-COUNTS.
       COPY 'promo-member-count.cpy'.

       FD  DEAL-MASTER.
       COPY 'deal-master.cpy'.

       FD  DEAL-REDEMPTIONS.
       COPY 'deal-redemption.cpy'.

       FD  STAFF-BENEFITS.
       COPY 'staff-benefit.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-GIFT-APPLIED     PIC 9(3)V9(2).
           01  WS-GIFT-REDEEMED-CTR PIC 9(7) COMP VALUE 0.
           01  WS-GIFT-REDEEMED-CTL PIC S9(7)V9(2) VALUE 0.
           01  WS-CREDIT-CHARGE-DUE PIC 9(3)V9(2).
           01  WS-CREDIT-ON-ACCOUNT PIC 9(5)V9(2).
           01  WS-CREDIT-APPLIED   PIC 9(3)V9(2).
           01  WS-CREDIT-TAX-SETTLED PIC 9(2)V9(2).
           01  WS-CREDIT-USED-CTR  PIC 9(7) COMP VALUE 0.
           01  WS-CREDIT-USED-CTL  PIC S9(7)V9(2) VALUE 0.
           01  WS-COPY-MASTER-STATUS PIC X(02).
           01  WS-COPY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-COPY-FILE-AVAILABLE  VALUE 'Y'.
               88  END-OF-TITLE-COPIES     VALUE 'Y'.
           01  WS-COPY-CHOSEN-SWITCH PIC X(01).
               88  WS-COPY-CHOSEN          VALUE 'Y'.
      *    THE FORMAT BEING RENTED AND ITS SLOT IN TM-FORMAT-ON-HAND.
           01  WS-RENTAL-FORMAT    PIC X(03).
           01  WS-FORMAT-SLOT      PIC 9(1) COMP.
           01  WS-RECEIPT-FILE-STATUS PIC X(02).
           01  WS-PRICED-PRICE     PIC 9(2)V9(2).
           01  WS-FREE-NIGHT-AMOUNT PIC 9(2)V9(2).
           01  WS-ADJ-NET          PIC S9(3)V9(2).
           01  WS-PRICE-EDIT       PIC Z9.99.
           01  WS-NET-EDIT         PIC -Z9.99.
           01  WS-BALANCE-EDIT     PIC -ZZZZ9.99.
           01  WS-RECEIPT-LANGUAGE PIC X(03).
           01  WS-CALENDAR-STATUS  PIC X(02).
           01  WS-CALENDAR-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-CALENDAR-AVAILABLE   VALUE 'Y'.
           01  WS-STORE-MASTER-STATUS PIC X(02).
           01  WS-STORE-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-STORE-FILE-AVAILABLE VALUE 'Y'.
           01  WS-RENTAL-STORE-SWITCH PIC X(01) VALUE 'N'.
               88  WS-RENTAL-STORE-FOUND   VALUE 'Y'.
           01  WS-STORE-CLOSED-SWITCH PIC X(01).
               88  WS-STORE-IS-CLOSED      VALUE 'Y'.
           01  WS-ROLL-LIMIT       PIC 9(2) VALUE 14.
           01  WS-ROLL-COUNT       PIC 9(2) COMP.
           01  WS-DUE-STORE        PIC X(03).
           01  WS-RENTAL-STORE     PIC X(03).
           01  WS-TIER-POLICY-STATUS PIC X(02).
           01  WS-POLICY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-POLICY-AVAILABLE     VALUE 'Y'.
           01  WS-LIMIT-EOF-SWITCH PIC X(01).
               88  END-OF-LIMIT-RENTALS    VALUE 'Y'.
           01  WS-FREE-NIGHTS-LEFT PIC S9(3) COMP.
           01  WS-STAFF-RENTAL-SWITCH PIC X(01).
               88  WS-STAFF-RENTAL         VALUE 'Y'.
           01  WS-STAFF-OPERATOR-ID PIC X(08).
           01  WS-STAFF-ALLOWANCE-LEFT PIC S9(5)V9(2).
           01  WS-STAFF-ALLOWANCE-AMOUNT PIC 9(2)V9(2).
           01  WS-STAFF-BENEFIT-STATUS PIC X(02).
           01  WS-QUOTE-FILE-STATUS PIC X(02).
           01  WS-QUOTE-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-QUOTE-FILE-AVAILABLE VALUE 'Y'.
           01  WS-CTL-PROGRAM-NAME PIC X(18) VALUE 'RENTAL-POST'.
           01  WS-RENTALS-POSTED-CTR PIC 9(7) COMP VALUE 0.
           01  WS-AMOUNT-POSTED-CTL PIC S9(7)V9(2) VALUE 0.
      *    PROMO REDEMPTIONS ARE A COUNT ONLY ON THE CONTROL TOTALS -
      *    THE DISCOUNT IS ALREADY OUT OF THE POSTED RATE, SO IT IS
      *    NOT JOURNALED A SECOND TIME. STAFF ALLOWANCE IS THE SAME -
      *    ITS VALUE IS CARRIED ON THE STAFF BENEFIT LEDGER INSTEAD.
           01  WS-PROMOS-USED-CTR  PIC 9(7) COMP VALUE 0.
           01  WS-STAFF-ALLOW-CTR  PIC 9(7) COMP VALUE 0.
           01  WS-ZERO-AMOUNT      PIC S9(7)V9(2) VALUE 0.
           01  WS-RENTAL-PERIOD-DAYS PIC 9(3) VALUE 7.
           01  WS-DUE-DATE-INTEGER PIC S9(9) COMP.
           01  WS-BASE-PRICE       PIC 9(2)V9(2).
           01  WS-ADJUSTMENTS-APPLIED PIC X(60).
           01  WS-RATING-USED      PIC 9(1)V9(1).
           01  WS-POINTS-LEDGER-STATUS PIC X(02).
           01  WS-POINTS-RULE-STATUS PIC X(02).
           01  WS-RULES-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-RULES-FILE-AVAILABLE VALUE 'Y'.
           01  WS-RULE-TYPE        PIC X(01).
           01  WS-RULE-CODE        PIC X(12).
           01  WS-RULE-POINTS      PIC 9(5).
           01  WS-RULE-FOUND-SWITCH PIC X(01).
               88  WS-RULE-FOUND           VALUE 'Y'.
      *    HOUSE RATES, USED WHEN NO BASE RULE IS ON THE RULES FILE.
           01  WS-DEFAULT-EARN-RATE PIC 9(5) VALUE 1.
           01  WS-DEFAULT-REDEEM-RATE PIC 9(5) VALUE 100.
           01  WS-POINTS-PER-DOLLAR PIC 9(5).
           01  WS-POINTS-OFFERED   PIC 9(7).
           01  WS-POINTS-VALUE     PIC 9(7)V9(2).
           01  WS-POINTS-CHARGE-DUE PIC 9(3)V9(2).
           01  WS-POINTS-APPLIED   PIC 9(3)V9(2).
           01  WS-POINTS-USED      PIC 9(7).
           01  WS-POINTS-PRICE-PART PIC 9(2)V9(2).
           01  WS-POINTS-TAX-SETTLED PIC 9(2)V9(2).
           01  WS-POINTS-EARN-DOLLARS PIC 9(3).
           01  WS-POINTS-EARNED    PIC 9(7).
           01  WS-POINTS-EARNED-VALUE PIC 9(5)V9(2).
           01  WS-POINTS-EDIT      PIC Z(6)9.
           01  WS-LEDGER-TYPE      PIC X(01).
           01  WS-LEDGER-POINTS    PIC S9(7).
           01  WS-LEDGER-REASON    PIC X(12).
           01  WS-POINTS-REDEEMED-CTR PIC 9(7) COMP VALUE 0.
           01  WS-POINTS-REDEEMED-CTL PIC S9(7)V9(2) VALUE 0.
           01  WS-POINTS-EARNED-CTR PIC 9(7) COMP VALUE 0.
           01  WS-POINTS-EARNED-CTL PIC S9(7)V9(2) VALUE 0.
           01  WS-PROMO-COUNT-STATUS PIC X(02).
           01  WS-PROMO-COUNT-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-PROMO-COUNT-AVAILABLE VALUE 'Y'.
           01  WS-PROMO-COUNT-FOUND-SWITCH PIC X(01).
               88  WS-PROMO-COUNT-FOUND    VALUE 'Y'.
      *    TAX RATES, TIER TERMS AND STORE CLOSURES ARE READ INTO
      *    STORAGE ONCE WHEN THE FILES OPEN, NOT FETCHED AGAIN FOR
      *    EVERY ORDER. A TABLE THAT FILLS IS DROPPED AND THAT
      *    LOOKUP GOES BACK TO THE FILE FOR THE REST OF THE RUN.
           01  WS-TAX-TABLE-SWITCH PIC X(01) VALUE 'N'.
               88  WS-TAX-TABLE-LOADED     VALUE 'Y'.
           01  WS-TAX-TABLE-COUNT  PIC 9(4) COMP VALUE 0.
           01  WS-TAX-TABLE-MAX    PIC 9(4) COMP VALUE 500.
           01  WS-TAX-TABLE-IDX    PIC 9(4) COMP.
           01  TAX-RATE-TABLE.
               05  TAX-RATE-ENTRY OCCURS 500 TIMES.
                   10  XR-JURISDICTION     PIC X(05).
                   10  XR-EFFECTIVE-DATE   PIC 9(8).
                   10  XR-RATE             PIC 9(1)V9(4).
           01  WS-TIER-TABLE-SWITCH PIC X(01) VALUE 'N'.
               88  WS-TIER-TABLE-LOADED    VALUE 'Y'.
           01  WS-TIER-TABLE-COUNT PIC 9(4) COMP VALUE 0.
           01  WS-TIER-TABLE-MAX   PIC 9(4) COMP VALUE 50.
           01  TIER-POLICY-TABLE.
               05  TIER-POLICY-ENTRY OCCURS 50 TIMES
                   ASCENDING KEY IS PT-TIER
                   INDEXED BY PT-IDX.
                   10  PT-TIER             PIC X(10).
                   10  PT-MONTHLY-FEE      PIC 9(3)V9(2).
                   10  PT-MAX-OPEN-RENTALS PIC 9(3).
                   10  PT-MAX-BALANCE      PIC 9(5)V9(2).
                   10  PT-FREE-NIGHTS      PIC 9(2).
           01  WS-CLOSURE-TABLE-SWITCH PIC X(01) VALUE 'N'.
               88  WS-CLOSURE-TABLE-LOADED VALUE 'Y'.
           01  WS-CLOSURE-TABLE-COUNT PIC 9(5) COMP VALUE 0.
           01  WS-CLOSURE-TABLE-MAX PIC 9(5) COMP VALUE 5000.
           01  WS-REFERENCE-EOF-SWITCH PIC X(01).
               88  END-OF-REFERENCE-FILE   VALUE 'Y'.
           01  STORE-CLOSURE-TABLE.
               05  STORE-CLOSURE-ENTRY OCCURS 5000 TIMES
                   ASCENDING KEY IS CL-KEY
                   INDEXED BY CL-IDX.
                   10  CL-KEY              PIC X(11).
           01  WS-CLOSURE-KEY.
               05  WS-CLOSURE-STORE    PIC X(03).
               05  WS-CLOSURE-DATE     PIC 9(8).
           01  WS-DEAL-MASTER-STATUS PIC X(02).
           01  WS-DEAL-LOG-STATUS  PIC X(02).
           01  WS-DEAL-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-DEAL-FILE-AVAILABLE  VALUE 'Y'.
           01  WS-DEAL-TABLE-SWITCH PIC X(01) VALUE 'N'.
               88  WS-DEAL-TABLE-LOADED    VALUE 'Y'.
           01  WS-DEAL-EOF-SWITCH  PIC X(01).
               88  END-OF-DEAL-FILE        VALUE 'Y'.
           01  WS-DEAL-TABLE-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-DEAL-TABLE-MAX   PIC 9(3) COMP VALUE 50.
           01  WS-DEAL-IDX         PIC 9(3) COMP.
           01  DEAL-TABLE.
               05  DEAL-TABLE-ENTRY OCCURS 50 TIMES PIC X(216).
      *    THE CHECKOUT NOW BEING POSTED. EACH RENTAL THAT GOES OUT ON
      *    IT IS HELD HERE, AS PRICED, UNTIL THE BASKET IS SETTLED AND
      *    THE BEST DEAL ON FILE IS WORKED OUT OVER THE LOT.
           01  WS-BASKET-ID        PIC X(12) VALUE SPACES.
           01  WS-BASKET-MEMBER-ID PIC X(08).
           01  WS-BASKET-CURRENCY  PIC X(03).
           01  WS-BASKET-MAX       PIC 9(2) COMP VALUE 20.
           01  WS-BASKET-LINE-COUNT PIC 9(2) COMP VALUE 0.
           01  WS-BASKET-LINES.
               05  WS-BASKET-LINE OCCURS 20 TIMES.
                   10  BL-RT-KEY.
                       15  BL-MEMBER-ID    PIC X(08).
                       15  BL-IMDB-ID      PIC X(10).
                       15  BL-RENTAL-DATE  PIC 9(8).
                   10  BL-GENRE            PIC X(12).
                   10  BL-PRICE            PIC 9(2)V9(2).
                   10  BL-TAX-RATE         PIC 9(1)V9(4).
                   10  BL-TAX-AMOUNT       PIC 9(2)V9(2).
                   10  BL-TOTAL-DUE        PIC S9(3)V9(2).
           01  WS-RENTAL-WRITTEN-SWITCH PIC X(01).
               88  WS-RENTAL-WRITTEN       VALUE 'Y'.
           01  WS-LINE-IDX         PIC 9(2) COMP.
           01  WS-LIST-IDX         PIC 9(2) COMP.
           01  WS-SLOT-IDX         PIC 9(2) COMP.
           01  WS-PRIOR-SLOT       PIC 9(2) COMP.
           01  WS-PRIOR-LINE       PIC 9(2) COMP.
           01  WS-QUALIFY-SWITCH   PIC X(01).
               88  WS-LINE-QUALIFIES       VALUE 'Y'.
           01  WS-SLOT-FOUND-SWITCH PIC X(01).
               88  WS-SLOT-FOUND           VALUE 'Y'.
           01  WS-QUAL-COUNT       PIC 9(2) COMP.
           01  WS-QUAL-LINES.
               05  WS-QUAL-LINE OCCURS 20 TIMES PIC 9(2) COMP.
           01  WS-GROUP-COUNT      PIC 9(2) COMP.
           01  WS-GROUP-IDX        PIC 9(2) COMP.
           01  WS-GROUP-FIRST      PIC 9(2) COMP.
           01  WS-GROUP-LAST       PIC 9(2) COMP.
           01  WS-GROUP-TOTAL      PIC 9(4)V9(2).
           01  WS-GROUP-SAVING     PIC 9(4)V9(2).
           01  WS-SAVING-LEFT      PIC 9(4)V9(2).
           01  WS-DEAL-SAVING      PIC 9(4)V9(2).
           01  WS-BEST-SAVING      PIC 9(4)V9(2).
           01  WS-BEST-DEAL-RECORD PIC X(216).
           01  WS-LINE-SHARE       PIC 9(2)V9(2).
           01  WS-DEAL-PRICE       PIC 9(2)V9(2).
           01  WS-DEAL-TAX         PIC 9(2)V9(2).
           01  WS-RATE-REDUCTION   PIC 9(2)V9(2).
           01  WS-LINE-TAX-SAVED   PIC 9(2)V9(2).
           01  WS-LINE-DUE-LEFT    PIC S9(3)V9(2).
           01  WS-DEAL-LINES       PIC 9(2) COMP.
           01  WS-DEAL-DISCOUNT    PIC 9(4)V9(2).
           01  WS-DEAL-TAX-SAVED   PIC 9(4)V9(2).
           01  WS-BASKET-DUE       PIC S9(5)V9(2).
           01  WS-DEAL-EXCESS      PIC 9(5)V9(2).
           01  WS-DEAL-EDIT        PIC ZZZ9.99.
           01  WS-DEAL-LINES-EDIT  PIC Z9.
           01  WS-BASKET-DUE-EDIT  PIC -ZZZZ9.99.
      *    DEAL USE IS A COUNT ON THE CONTROL TOTALS, LIKE PROMO USE:
      *    THE SAVING COMES OUT OF THE POSTED RATES. A SAVING THE
      *    BASKET HAD ALREADY PAID FOR BY CREDIT, POINTS OR GIFT CARD
      *    GOES BACK ON THE ACCOUNT AND IS TOTALED AS DEALCREDIT.
           01  WS-DEALS-USED-CTR   PIC 9(7) COMP VALUE 0.
           01  WS-DEAL-CREDIT-CTR  PIC 9(7) COMP VALUE 0.
           01  WS-DEAL-CREDIT-CTL  PIC S9(7)V9(2) VALUE 0.
       LINKAGE SECTION.
           01  IMDB-ID         PIC X(10).
           01  MEMBER-ID       PIC X(08).
               88  MEMBER-IN-COLLECTIONS   VALUE 'WO'.
               88  RENTAL-LIMIT-EXCEEDED   VALUE 'TL'.
               88  CREDIT-LIMIT-EXCEEDED   VALUE 'CL'.
               88  BAD-MEDIA-FORMAT        VALUE 'MF'.
               88  CARD-NOT-VALID          VALUE 'CX'.
           01  PROMO-CODE      PIC X(10).
           01  GIFT-CARD-NUMBER PIC X(12).
           01  QUOTE-ID        PIC X(14).
           01  OPERATOR-ID     PIC X(08).
           01  STORE-ID        PIC X(03).
           01  POINTS-TO-REDEEM PIC 9(7).
           01  MEDIA-FORMAT    PIC X(03).
           01  CARD-NUMBER     PIC X(10).
           01  BASKET-ID       PIC X(12).
       PROCEDURE DIVISION USING IMDB-ID, MEMBER-ID, RENTAL-DATE,
                                   RELEASE-DATE, MEMBER-TIER, GENRE,
                                   FETCH-RATING, RENTAL-PRICE,
                                   UNRATED-FLAG, RENTAL-DAYS,
                                   CURRENCY-CODE, POST-STATUS,
                                   PROMO-CODE, GIFT-CARD-NUMBER,
                                   QUOTE-ID, OPERATOR-ID, STORE-ID,
                                   POINTS-TO-REDEEM, MEDIA-FORMAT,
                                   CARD-NUMBER, BASKET-ID.
       MAIN-PROCEDURE.
           PERFORM OPEN-TXN-IF-NEEDED.
      *    A RENTAL ON ANOTHER BASKET, OR ON NONE, MEANS THE CHECKOUT
      *    BEFORE IT IS OVER EVEN IF THE CALLER NEVER SAID SO.
           IF WS-BASKET-ID NOT = SPACES
                   AND BASKET-ID NOT = WS-BASKET-ID THEN
               PERFORM SETTLE-OPEN-BASKET
           END-IF.
           PERFORM CHECK-TITLE-AVAILABILITY.
           IF NOT RENTAL-POSTED THEN
               GOBACK

           MOVE ZERO TO WS-PROMO-DISCOUNT.
           MOVE ZERO TO WS-GIFT-APPLIED.
           MOVE ZERO TO WS-CREDIT-APPLIED.
           MOVE ZERO TO WS-CREDIT-TAX-SETTLED.
           MOVE ZERO TO WS-POINTS-APPLIED.
           MOVE ZERO TO WS-POINTS-PRICE-PART.
           MOVE ZERO TO WS-POINTS-TAX-SETTLED.
           MOVE ZERO TO WS-POINTS-EARNED.
           MOVE ZERO TO WS-FREE-NIGHT-AMOUNT.
           MOVE ZERO TO WS-STAFF-ALLOWANCE-AMOUNT.
           MOVE 'N' TO WS-STAFF-RENTAL-SWITCH.
           CALL 'PRICE-MOVIE' USING IMDB-ID, RENTAL-PRICE, FETCH-RATING,
                                   RELEASE-DATE, UNRATED-FLAG,
                                   MEMBER-TIER, GENRE, WS-BASE-PRICE,
                                   WS-ADJUSTMENTS-APPLIED,
                                   WS-RATING-USED, RENTAL-DATE,
                                   RENTAL-DAYS, CURRENCY-CODE,
                                   WS-RENTAL-FORMAT.
           PERFORM APPLY-BOX-SET-PRICE.

           IF QUOTE-ID NOT = SPACES THEN
               PERFORM APPLY-PRICE-QUOTE
           MOVE RENTAL-PRICE TO WS-PRICED-PRICE.

           PERFORM APPLY-FREE-NIGHTS.
           PERFORM APPLY-STAFF-ALLOWANCE.

      *    A RENTAL A FREE NIGHT ALREADY COVERS SKIPS THE PROMO
      *    PATH OUTRIGHT - OTHERWISE THE 0.99 FLOOR WOULD RE-PRICE
      *    THE FREE RENTAL AND BURN A REDEMPTION AGAINST THE
      *    MEMBER'S PROMO LIMIT FOR NOTHING. STAFF ACCOUNTS ARE
      *    OUTSIDE PROMOTIONS; THEIR ALLOWANCE IS THE DISCOUNT.
           IF PROMO-CODE NOT = SPACES
                   AND RENTAL-PRICE > ZERO THEN
               IF WS-STAFF-RENTAL THEN
                   DISPLAY 'RENTAL-POST: PROMO ' PROMO-CODE
                       ' NOT HONORED ON STAFF ACCOUNT ' MEMBER-ID
               ELSE
                   PERFORM APPLY-PROMO-CODE
               END-IF
           END-IF.

           PERFORM COMPUTE-DUE-DATE.
           MOVE WS-RENTAL-PERIOD-DAYS TO RT-RENTAL-DAYS.
           MOVE CURRENCY-CODE TO RT-CURRENCY-CODE.
           MOVE ZEROS TO RT-RETURN-DATE RT-LATE-FEE.
           MOVE ZEROS TO RT-RETURN-POSTED-DATE.
           MOVE SPACES TO RT-RETURN-STORE.
           MOVE 'N' TO RT-LATE-FEE-SWITCH.
           PERFORM COMPUTE-SALES-TAX.
           MOVE RENTAL-PRICE TO WS-PRICE-BEFORE-GIFT.
           PERFORM APPLY-ACCOUNT-CREDIT.
      *    STAFF ACCOUNTS ARE OUTSIDE THE LOYALTY PROGRAM AND SPEND NO
      *    POINTS, THE SAME AS THEY EARN NONE.
           IF POINTS-TO-REDEEM > ZERO
                   AND RENTAL-PRICE + WS-TAX-AMOUNT
                       > WS-CREDIT-TAX-SETTLED THEN
               IF WS-STAFF-RENTAL THEN
                   DISPLAY 'RENTAL-POST: POINTS NOT REDEEMED ON STAFF '
                       'ACCOUNT ' MEMBER-ID
               ELSE
                   PERFORM APPLY-LOYALTY-POINTS
               END-IF
           END-IF.
           IF GIFT-CARD-NUMBER NOT = SPACES
                   AND RENTAL-PRICE + WS-TAX-AMOUNT
                       > WS-CREDIT-TAX-SETTLED
                         + WS-POINTS-TAX-SETTLED THEN
               PERFORM APPLY-GIFT-CARD
           END-IF.
           MOVE RENTAL-PRICE TO RT-RATE.
           MOVE WS-TAX-AMOUNT TO RT-TAX-AMOUNT.
           MOVE WS-TAX-JURISDICTION TO RT-TAX-JURISDICTION.
           MOVE WS-RENTAL-STORE TO RT-STORE-ID.
           MOVE WS-RENTAL-FORMAT TO RT-MEDIA-FORMAT.
           IF TM-DISC-COUNT > 1 THEN
               MOVE TM-DISC-COUNT TO RT-DISC-COUNT
           ELSE
               MOVE ZERO TO RT-DISC-COUNT
           END-IF.
           MOVE ZERO TO RT-DISCS-MISSING RT-SET-RETURN-DATE.
           MOVE BASKET-ID TO RT-BASKET-ID.
           MOVE SPACES TO RT-DEAL-ID.
           MOVE ZERO TO RT-DEAL-DISCOUNT.
           PERFORM CHECK-OUT-SPECIFIC-COPY.
           MOVE 'N' TO WS-RENTAL-WRITTEN-SWITCH.
           WRITE RENTAL-TRANSACTION-RECORD.
           IF WS-RENTAL-TXN-STATUS = '00' THEN
               SET WS-RENTAL-WRITTEN TO TRUE
               PERFORM ADD-MEMBER-OPEN-RENTAL
           END-IF.
           IF WS-STAFF-RENTAL THEN
               IF WS-RENTAL-WRITTEN THEN
                   PERFORM WRITE-STAFF-BENEFIT
               END-IF
           ELSE
               PERFORM AWARD-RENTAL-POINTS
           END-IF.
           PERFORM WRITE-RENTAL-RECEIPT.
      *    A STAFF RENTAL STAYS OUT OF THE BASKET SO NO DEAL IS EVER
      *    WORKED OUT OVER IT.
           IF WS-RENTAL-WRITTEN AND BASKET-ID NOT = SPACES
                   AND NOT WS-STAFF-RENTAL THEN
               PERFORM ADD-RENTAL-TO-BASKET
           END-IF.
           PERFORM TAKE-COPY-FROM-RENTABLE-POOL.
           IF WS-RENTAL-WRITTEN AND NOT WS-HOLD-PICKUP THEN
               PERFORM FILL-MEMBER-WAITING-HOLD
           END-IF.
           ADD 1 TO WS-RENTALS-POSTED-CTR.
           ADD RT-RATE TO WS-AMOUNT-POSTED-CTL.

           GOBACK.

      *    A BOX SET GOES OUT AS ONE RENTAL AT ITS SET PRICE, NOT AT
      *    WHAT PRICE-MOVIE MAKES OF ONE DISC - THE COUNTER USED TO
      *    RENT EACH DISC SEPARATELY AND CHARGE THE MEMBER SEVERAL
      *    TIMES. THE SET PRICE IS THE BASE THE RECEIPT SHOWS; AN
      *    HONORED QUOTE, FREE NIGHTS, PROMOS, CREDIT, POINTS AND
      *    GIFT CARDS STILL WORK FROM IT AS FROM ANY OTHER PRICE.
       APPLY-BOX-SET-PRICE.
           IF TM-DISC-COUNT > 1 AND TM-SET-PRICE > ZERO THEN
               MOVE TM-SET-PRICE TO RENTAL-PRICE
               MOVE TM-SET-PRICE TO WS-BASE-PRICE
               MOVE 'BOX-SET' TO WS-ADJUSTMENTS-APPLIED
           END-IF.

      *    THE TIER'S INCLUDED FREE NIGHTS COVER A WHOLE RENTAL
      *    WHEN ENOUGH REMAIN THIS MONTH - THE PERK THE PLATINUM
      *    CARD ADVERTISES, APPLIED AT THE COUNTER INSTEAD OF BY A
               END-IF
           END-IF.

      *    AN EMPLOYEE'S OWN MEMBERSHIP IS A STAFF ACCOUNT. THE
      *    OPERATOR'S MONTHLY ALLOWANCE PAYS FOR ITS RENTALS UNTIL IT
      *    IS SPENT, THE WAY A TIER'S FREE NIGHTS DO, SO THE COUNTER NO
      *    LONGER NEEDS AN OVERRIDE OR A WAIVER TO LET STAFF RENT. THE
      *    AMOUNT SPENT RESETS WHEN THE CALENDAR MONTH ROLLS. AN
      *    ALLOWANCE OF ZERO, OR AN OPERATOR NO LONGER ACTIVE, LEAVES
      *    THE EMPLOYEE PAYING THE FULL PRICE.
       APPLY-STAFF-ALLOWANCE.
           PERFORM LOOKUP-RENTING-MEMBER.
           IF WS-RENTER-FOUND AND MM-STAFF-ACCOUNT THEN
               SET WS-STAFF-RENTAL TO TRUE
               MOVE MM-STAFF-OPERATOR-ID TO WS-STAFF-OPERATOR-ID
               IF RENTAL-PRICE > ZERO
                       AND WS-OPERATOR-FILE-AVAILABLE THEN
                   MOVE WS-STAFF-OPERATOR-ID TO OP-OPERATOR-ID
                   READ OPERATOR-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OP-OPERATOR-ACTIVE
                                   AND OP-STAFF-ALLOWANCE > ZERO THEN
                               PERFORM SPEND-STAFF-ALLOWANCE
                           END-IF
                   END-READ
               END-IF
           END-IF.

       SPEND-STAFF-ALLOWANCE.
           IF MM-STAFF-ALLOWANCE-MONTH NOT = RENTAL-DATE(1:6) THEN
               MOVE RENTAL-DATE(1:6) TO MM-STAFF-ALLOWANCE-MONTH
               MOVE ZERO TO MM-STAFF-ALLOWANCE-USED
           END-IF.
           COMPUTE WS-STAFF-ALLOWANCE-LEFT =
               OP-STAFF-ALLOWANCE - MM-STAFF-ALLOWANCE-USED.
           IF WS-STAFF-ALLOWANCE-LEFT > ZERO THEN
               IF WS-STAFF-ALLOWANCE-LEFT < RENTAL-PRICE THEN
                   MOVE WS-STAFF-ALLOWANCE-LEFT
                       TO WS-STAFF-ALLOWANCE-AMOUNT
               ELSE
                   MOVE RENTAL-PRICE TO WS-STAFF-ALLOWANCE-AMOUNT
               END-IF
               ADD WS-STAFF-ALLOWANCE-AMOUNT TO MM-STAFF-ALLOWANCE-USED
               REWRITE MEMBER-MASTER-RECORD
               SUBTRACT WS-STAFF-ALLOWANCE-AMOUNT FROM RENTAL-PRICE
               MOVE 'STAFF-ALLOWANCE' TO WS-PROMO-ADJUSTMENT-CODE
               PERFORM APPEND-PROMO-ADJUSTMENT
               ADD 1 TO WS-STAFF-ALLOW-CTR
           END-IF.

      *    EVERY RENTAL ON A STAFF ACCOUNT GOES ON THE BENEFIT LEDGER
      *    AT ITS FULL RETAIL VALUE, WHETHER OR NOT THE ALLOWANCE
      *    COVERED ANY OF IT, SO PAYROLL SEES THE WHOLE COST OF WHAT
      *    THE EMPLOYEE WAS NOT CHARGED.
       WRITE-STAFF-BENEFIT.
           MOVE WS-STAFF-OPERATOR-ID TO SB-OPERATOR-ID.
           MOVE RENTAL-DATE TO SB-RENTAL-DATE.
           MOVE MEMBER-ID TO SB-MEMBER-ID.
           MOVE IMDB-ID TO SB-IMDB-ID.
           MOVE WS-RENTAL-STORE TO SB-STORE-ID.
           MOVE WS-PRICED-PRICE TO SB-RETAIL-VALUE.
           MOVE WS-STAFF-ALLOWANCE-AMOUNT TO SB-ALLOWANCE-APPLIED.
           MOVE WS-PRICE-BEFORE-GIFT TO SB-AMOUNT-CHARGED.
           IF WS-PRICED-PRICE > WS-PRICE-BEFORE-GIFT THEN
               COMPUTE SB-BENEFIT-VALUE =
                   WS-PRICED-PRICE - WS-PRICE-BEFORE-GIFT
           ELSE
               MOVE ZERO TO SB-BENEFIT-VALUE
           END-IF.
           WRITE STAFF-BENEFIT-RECORD
               INVALID KEY
                   DISPLAY 'RENTAL-POST: STAFF BENEFIT FOR ' MEMBER-ID
                       ' ' IMDB-ID ' ALREADY ON FILE'
           END-WRITE.

      *    A CREDIT ON THE ACCOUNT - A NEGATIVE BALANCE LEFT BY AN
      *    OVERPAYMENT, AN ISSUED CREDIT, OR A REVERSED FEE - IS
      *    THE MEMBER'S OWN MONEY AND PAYS FOR THE RENTAL BEFORE A
      *    GIFT CARD OR CASH AT THE COUNTER. IT SETTLES PRICE FIRST,
      *    THEN TAX, THE SAME WAY A CARD DRAW DOES, AND COMES OFF
      *    THE ACCOUNT THE HOUSEHOLD'S CHARGES POST TO.
       APPLY-ACCOUNT-CREDIT.
           PERFORM LOOKUP-RENTING-MEMBER.
           IF WS-RENTER-FOUND THEN
               PERFORM RESOLVE-BILLING-MEMBER
               IF MM-ACCOUNT-BALANCE < ZERO THEN
                   PERFORM DRAW-ACCOUNT-CREDIT
               END-IF
           END-IF.

       DRAW-ACCOUNT-CREDIT.
           COMPUTE WS-CREDIT-CHARGE-DUE =
               RENTAL-PRICE + WS-TAX-AMOUNT.
           COMPUTE WS-CREDIT-ON-ACCOUNT = ZERO - MM-ACCOUNT-BALANCE.
           IF WS-CREDIT-ON-ACCOUNT < WS-CREDIT-CHARGE-DUE THEN
               MOVE WS-CREDIT-ON-ACCOUNT TO WS-CREDIT-APPLIED
           ELSE
               MOVE WS-CREDIT-CHARGE-DUE TO WS-CREDIT-APPLIED
           END-IF.
           IF WS-CREDIT-APPLIED > ZERO THEN
               ADD WS-CREDIT-APPLIED TO MM-ACCOUNT-BALANCE
               REWRITE MEMBER-MASTER-RECORD
               IF WS-CREDIT-APPLIED >= RENTAL-PRICE THEN
                   COMPUTE WS-CREDIT-TAX-SETTLED =
                       WS-CREDIT-APPLIED - RENTAL-PRICE
                   MOVE ZERO TO RENTAL-PRICE
               ELSE
                   SUBTRACT WS-CREDIT-APPLIED FROM RENTAL-PRICE
               END-IF
               MOVE 'ACCT-CREDIT' TO WS-PROMO-ADJUSTMENT-CODE
               PERFORM APPEND-PROMO-ADJUSTMENT
               ADD 1 TO WS-CREDIT-USED-CTR
               ADD WS-CREDIT-APPLIED TO WS-CREDIT-USED-CTL
           END-IF.

      *    LOYALTY POINTS ARE SPENT AT THE COUNTER THE WAY A GIFT
      *    CARD IS: THE MEMBER OFFERS SOME OR ALL OF THEIR BALANCE,
      *    IT IS TURNED INTO DOLLARS AT THE REDEMPTION RATE, AND IT
      *    DRAWS DOWN WHAT THE ACCOUNT CREDIT LEFT OF THE CHARGE,
      *    PRICE FIRST, THEN TAX. ONLY THE POINTS ACTUALLY NEEDED
      *    COME OFF THE BALANCE. POINTS ARE THE RENTER'S OWN, NOT
      *    THE HOUSEHOLD'S.
       APPLY-LOYALTY-POINTS.
           PERFORM LOOKUP-RENTING-MEMBER.
           EVALUATE TRUE
               WHEN NOT WS-RENTER-FOUND
                   DISPLAY 'RENTAL-POST: MEMBER ' MEMBER-ID
                       ' NOT ON FILE - POINTS NOT REDEEMED'
               WHEN MM-POINTS-BALANCE = ZERO
                   DISPLAY 'RENTAL-POST: MEMBER ' MEMBER-ID
                       ' HAS NO POINTS TO REDEEM'
               WHEN OTHER
                   PERFORM REDEEM-LOYALTY-POINTS
           END-EVALUATE.

       REDEEM-LOYALTY-POINTS.
           PERFORM DETERMINE-REDEEM-RATE.
           MOVE POINTS-TO-REDEEM TO WS-POINTS-OFFERED.
           IF WS-POINTS-OFFERED > MM-POINTS-BALANCE THEN
               MOVE MM-POINTS-BALANCE TO WS-POINTS-OFFERED
           END-IF.
           COMPUTE WS-POINTS-VALUE =
               WS-POINTS-OFFERED / WS-POINTS-PER-DOLLAR.
           COMPUTE WS-POINTS-CHARGE-DUE =
               RENTAL-PRICE + WS-TAX-AMOUNT - WS-CREDIT-TAX-SETTLED.
           IF WS-POINTS-VALUE < WS-POINTS-CHARGE-DUE THEN
               MOVE WS-POINTS-VALUE TO WS-POINTS-APPLIED
           ELSE
               MOVE WS-POINTS-CHARGE-DUE TO WS-POINTS-APPLIED
           END-IF.
           IF WS-POINTS-APPLIED > ZERO THEN
               COMPUTE WS-POINTS-USED ROUNDED =
                   WS-POINTS-APPLIED * WS-POINTS-PER-DOLLAR
               IF WS-POINTS-USED > WS-POINTS-OFFERED THEN
                   MOVE WS-POINTS-OFFERED TO WS-POINTS-USED
               END-IF
               SUBTRACT WS-POINTS-USED FROM MM-POINTS-BALANCE
               MOVE RENTAL-DATE TO MM-POINTS-ACTIVITY-DATE
               REWRITE MEMBER-MASTER-RECORD
               MOVE 'R' TO WS-LEDGER-TYPE
               COMPUTE WS-LEDGER-POINTS = ZERO - WS-POINTS-USED
               MOVE 'COUNTER' TO WS-LEDGER-REASON
               PERFORM WRITE-POINTS-LEDGER-ENTRY
               IF WS-POINTS-APPLIED >= RENTAL-PRICE THEN
                   MOVE RENTAL-PRICE TO WS-POINTS-PRICE-PART
                   COMPUTE WS-POINTS-TAX-SETTLED =
                       WS-POINTS-APPLIED - RENTAL-PRICE
                   MOVE ZERO TO RENTAL-PRICE
               ELSE
                   MOVE WS-POINTS-APPLIED TO WS-POINTS-PRICE-PART
                   SUBTRACT WS-POINTS-APPLIED FROM RENTAL-PRICE
               END-IF
               MOVE 'LOYALTY-POINTS' TO WS-PROMO-ADJUSTMENT-CODE
               PERFORM APPEND-PROMO-ADJUSTMENT
               ADD 1 TO WS-POINTS-REDEEMED-CTR
               ADD WS-POINTS-APPLIED TO WS-POINTS-REDEEMED-CTL
           END-IF.

      *    A POSTED RENTAL EARNS POINTS ON EACH WHOLE DOLLAR OF THE
      *    RENTAL CHARGE THE MEMBER PAID FOR - NOT ON THE PART THEIR
      *    OWN POINTS COVERED, AND NEVER ON TAX - PLUS ANY BONUS A
      *    RULE OFFERS FOR THE TITLE'S GENRE OR FOR THE PROMO CODE
      *    THE RENTAL WAS HONORED UNDER.
       AWARD-RENTAL-POINTS.
           PERFORM LOOKUP-RENTING-MEMBER.
           IF WS-RENTER-FOUND THEN
               COMPUTE WS-POINTS-EARN-DOLLARS =
                   WS-PRICE-BEFORE-GIFT - WS-POINTS-PRICE-PART
               MOVE 'B' TO WS-RULE-TYPE
               MOVE 'RENTAL' TO WS-RULE-CODE
               PERFORM LOOKUP-POINTS-RULE
               IF NOT WS-RULE-FOUND THEN
                   MOVE WS-DEFAULT-EARN-RATE TO WS-RULE-POINTS
               END-IF
               COMPUTE WS-POINTS-EARNED =
                   WS-POINTS-EARN-DOLLARS * WS-RULE-POINTS
               MOVE 'G' TO WS-RULE-TYPE
               MOVE GENRE TO WS-RULE-CODE
               PERFORM LOOKUP-POINTS-RULE
               ADD WS-RULE-POINTS TO WS-POINTS-EARNED
               IF PROMO-CODE NOT = SPACES
                       AND WS-PROMO-DISCOUNT > ZERO THEN
                   MOVE 'P' TO WS-RULE-TYPE
                   MOVE PROMO-CODE TO WS-RULE-CODE
                   PERFORM LOOKUP-POINTS-RULE
                   ADD WS-RULE-POINTS TO WS-POINTS-EARNED
               END-IF
               IF WS-POINTS-EARNED > ZERO THEN
                   PERFORM CREDIT-EARNED-POINTS
               END-IF
           END-IF.

       CREDIT-EARNED-POINTS.
           ADD WS-POINTS-EARNED TO MM-POINTS-BALANCE.
           MOVE RENTAL-DATE TO MM-POINTS-ACTIVITY-DATE.
           REWRITE MEMBER-MASTER-RECORD.
           MOVE 'E' TO WS-LEDGER-TYPE.
           MOVE WS-POINTS-EARNED TO WS-LEDGER-POINTS.
           MOVE 'RENTAL' TO WS-LEDGER-REASON.
           PERFORM WRITE-POINTS-LEDGER-ENTRY.
           PERFORM DETERMINE-REDEEM-RATE.
           COMPUTE WS-POINTS-EARNED-VALUE =
               WS-POINTS-EARNED / WS-POINTS-PER-DOLLAR.
           ADD 1 TO WS-POINTS-EARNED-CTR.
           ADD WS-POINTS-EARNED-VALUE TO WS-POINTS-EARNED-CTL.

       DETERMINE-REDEEM-RATE.
           MOVE 'B' TO WS-RULE-TYPE.
           MOVE 'REDEEM' TO WS-RULE-CODE.
           PERFORM LOOKUP-POINTS-RULE.
           IF WS-RULE-FOUND AND WS-RULE-POINTS > ZERO THEN
               MOVE WS-RULE-POINTS TO WS-POINTS-PER-DOLLAR
           ELSE
               MOVE WS-DEFAULT-REDEEM-RATE TO WS-POINTS-PER-DOLLAR
           END-IF.

      *    A RULE COUNTS ONLY WHILE THE RENTAL DATE FALLS INSIDE ITS
      *    START AND END DATES; OUTSIDE THEM IT IS AS IF NOT ON FILE.
       LOOKUP-POINTS-RULE.
           MOVE 'N' TO WS-RULE-FOUND-SWITCH.
           MOVE ZERO TO WS-RULE-POINTS.
           IF WS-RULES-FILE-AVAILABLE THEN
               MOVE WS-RULE-TYPE TO LR-RULE-TYPE
               MOVE WS-RULE-CODE TO LR-RULE-CODE
               READ POINTS-RULES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RENTAL-DATE >= LR-START-DATE
                               AND RENTAL-DATE <= LR-END-DATE THEN
                           SET WS-RULE-FOUND TO TRUE
                           MOVE LR-POINTS TO WS-RULE-POINTS
                       END-IF
               END-READ
           END-IF.

       WRITE-POINTS-LEDGER-ENTRY.
           MOVE MEMBER-ID TO LP-MEMBER-ID.
           MOVE FUNCTION CURRENT-DATE TO LP-EVENT-TIMESTAMP.
           MOVE WS-LEDGER-TYPE TO LP-EVENT-TYPE.
           MOVE IMDB-ID TO LP-IMDB-ID.
           MOVE RENTAL-DATE TO LP-RENTAL-DATE.
           MOVE WS-LEDGER-POINTS TO LP-POINTS.
           MOVE MM-POINTS-BALANCE TO LP-BALANCE-AFTER.
           MOVE WS-LEDGER-REASON TO LP-REASON.
           MOVE OPERATOR-ID TO LP-OPERATOR-ID.
           WRITE POINTS-LEDGER-RECORD
               INVALID KEY
                   DISPLAY 'RENTAL-POST: DUPLICATE POINTS LEDGER '
                       'KEY FOR ' MEMBER-ID ' ' IMDB-ID
           END-WRITE.

      *    A GIFT CARD IS A PAYMENT, NOT A DISCOUNT - THE TAX IS
      *    COMPUTED ON THE PRICED RENTAL FIRST AND THE CARD DRAWS
      *    DOWN THE COMBINED CHARGE, PRICE BEFORE TAX, SO A CARD

       REDEEM-GIFT-CARD.
           COMPUTE WS-GIFT-CHARGE-DUE =
               RENTAL-PRICE + WS-TAX-AMOUNT - WS-CREDIT-TAX-SETTLED
               - WS-POINTS-TAX-SETTLED.
           IF GC-REMAINING-VALUE < WS-GIFT-CHARGE-DUE THEN
               MOVE GC-REMAINING-VALUE TO WS-GIFT-APPLIED
           ELSE
           IF GC-REMAINING-VALUE = ZERO THEN
               SET GC-CARD-EXHAUSTED TO TRUE
           END-IF.
           MOVE RENTAL-DATE TO GC-LAST-USE-DATE.
           REWRITE GIFT-CARD-RECORD.
      *    THE TAX STAYS ON THE RECORD AT THE COMPUTED AMOUNT - TAX
      *    IS OWED REGARDLESS OF TENDER AND THE REMITTANCE REPORT
           END-IF.
           MOVE WS-RECEIPT-SUBJECT TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           IF WS-RENTAL-STORE-FOUND THEN
               PERFORM WRITE-RECEIPT-STORE-LINES
           END-IF.
           MOVE WS-BASE-PRICE TO WS-PRICE-EDIT.
           MOVE SPACES TO WS-RECEIPT-WORK.
           STRING '  BASE PRICE          ' WS-PRICE-EDIT
               MOVE WS-RECEIPT-WORK TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF.
           IF WS-STAFF-ALLOWANCE-AMOUNT > ZERO THEN
               MOVE WS-STAFF-ALLOWANCE-AMOUNT TO WS-PRICE-EDIT
               MOVE SPACES TO WS-RECEIPT-WORK
               STRING '  STAFF ALLOWANCE    -' WS-PRICE-EDIT
               INTO WS-RECEIPT-WORK
               END-STRING
               MOVE WS-RECEIPT-WORK TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF.
           IF WS-PROMO-DISCOUNT > ZERO THEN
               MOVE WS-PROMO-DISCOUNT TO WS-PRICE-EDIT
               MOVE SPACES TO WS-RECEIPT-WORK
           END-STRING.
           MOVE WS-RECEIPT-WORK TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           IF WS-CREDIT-APPLIED > ZERO THEN
               MOVE WS-CREDIT-APPLIED TO WS-PRICE-EDIT
               MOVE SPACES TO WS-RECEIPT-WORK
               STRING '  ACCOUNT CREDIT     -' WS-PRICE-EDIT
               INTO WS-RECEIPT-WORK
               END-STRING
               MOVE WS-RECEIPT-WORK TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF.
           IF WS-POINTS-APPLIED > ZERO THEN
               MOVE WS-POINTS-APPLIED TO WS-PRICE-EDIT
               MOVE SPACES TO WS-RECEIPT-WORK
               STRING '  POINTS REDEEMED    -' WS-PRICE-EDIT
               INTO WS-RECEIPT-WORK
               END-STRING
               MOVE WS-RECEIPT-WORK TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF.
           IF WS-GIFT-APPLIED > ZERO THEN
               MOVE WS-GIFT-APPLIED TO WS-PRICE-EDIT
               MOVE SPACES TO WS-RECEIPT-WORK
           END-IF.
      *    TOTAL DUE IS WHAT THE LINES ABOVE ADD UP TO: THE PRICE
      *    AS IT STOOD BEFORE THE GIFT CARD, PLUS THE TAX OWED,
      *    LESS THE ACCOUNT CREDIT, THE POINTS, AND THE CARD DRAW.
      *    RT-RATE ALONE WOULD DOUBLE-COUNT THE PRICE PORTION OF ANY
      *    OF THEM AGAINST ITS OWN LINE.
           COMPUTE WS-TOTAL-DUE =
               WS-PRICE-BEFORE-GIFT + RT-TAX-AMOUNT
               - WS-CREDIT-APPLIED - WS-POINTS-APPLIED
               - WS-GIFT-APPLIED.
           MOVE WS-TOTAL-DUE TO WS-NET-EDIT.
           MOVE SPACES TO WS-RECEIPT-WORK.
               END-STRING
               MOVE WS-RECEIPT-WORK TO RECEIPT-LINE
               WRITE RECEIPT-LINE
               IF WS-POINTS-EARNED > ZERO THEN
                   MOVE WS-POINTS-EARNED TO WS-POINTS-EDIT
                   MOVE SPACES TO WS-RECEIPT-WORK
                   STRING '  POINTS EARNED      ' WS-POINTS-EDIT
                   INTO WS-RECEIPT-WORK
                   END-STRING
                   MOVE WS-RECEIPT-WORK TO RECEIPT-LINE
                   WRITE RECEIPT-LINE
               END-IF
               IF MM-POINTS-BALANCE > ZERO THEN
                   MOVE MM-POINTS-BALANCE TO WS-POINTS-EDIT
                   MOVE SPACES TO WS-RECEIPT-WORK
                   STRING '  POINTS BALANCE     ' WS-POINTS-EDIT
                   INTO WS-RECEIPT-WORK
                   END-STRING
                   MOVE WS-RECEIPT-WORK TO RECEIPT-LINE
                   WRITE RECEIPT-LINE
               END-IF
           END-IF.
           MOVE SPACES TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.

      *    THE STORE THE RENTAL WENT OUT AT, AS THE STORE MASTER HAS
      *    IT, SO THE MEMBER KNOWS WHERE TO BRING THE COPY BACK.
       WRITE-RECEIPT-STORE-LINES.
           MOVE SPACES TO WS-RECEIPT-WORK.
           STRING '  ' FUNCTION TRIM(ST-STORE-NAME)
               '  ' FUNCTION TRIM(ST-PHONE)
           INTO WS-RECEIPT-WORK
           END-STRING.
           MOVE WS-RECEIPT-WORK TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO WS-RECEIPT-WORK.
           STRING '  ' FUNCTION TRIM(ST-ADDR-LINE-1) ', '
               FUNCTION TRIM(ST-ADDR-CITY) ' '
               ST-ADDR-STATE ' ' FUNCTION TRIM(ST-ADDR-ZIP)
           INTO WS-RECEIPT-WORK
           END-STRING.
           MOVE WS-RECEIPT-WORK TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.

      *    PRICE-MOVIE HANDS BACK THE ADJUSTMENT CODES IT APPLIED
      *    AND THE BASE AND FINAL PRICES; EACH CODE PRINTS AS ITS
      *    OWN LABELED LINE AND THE NET OF THE LOT PRINTS ONCE,
      *    TAKEN FROM THE PRICE AS PRICE-MOVIE (OR AN HONORED
      *    QUOTE) LEFT IT - BEFORE THE FREE-NIGHT, PROMO, ACCOUNT
      *    CREDIT, POINTS, AND GIFT CARD REDUCTIONS, WHICH PRINT AS
      *    THEIR OWN AMOUNT LINES AND SO ARE ALSO SKIPPED FROM THE
      *    CODE LIST. THE AUDIT FILE, NOT THE RECEIPT, CARRIES THE
      *    PER-ADJUSTMENT ARITHMETIC.
       LIST-RECEIPT-ADJUSTMENTS.
           MOVE SPACES TO WS-ADJ-CODES.
           UNSTRING WS-ADJUSTMENTS-APPLIED
           IF WS-ADJ-CODE(WS-ADJ-IDX) NOT = SPACES
                   AND WS-ADJ-CODE(WS-ADJ-IDX) NOT = 'PROMO-CODE'
                   AND WS-ADJ-CODE(WS-ADJ-IDX) NOT = 'GIFT-CARD'
                   AND WS-ADJ-CODE(WS-ADJ-IDX) NOT = 'ACCT-CREDIT'
                   AND WS-ADJ-CODE(WS-ADJ-IDX) NOT =
                       'LOYALTY-POINTS'
                   AND WS-ADJ-CODE(WS-ADJ-IDX) NOT =
                       'FREE-NIGHT'
                   AND WS-ADJ-CODE(WS-ADJ-IDX) NOT =
                       'STAFF-ALLOWANCE' THEN
               MOVE SPACES TO WS-RECEIPT-WORK
               STRING '  ADJ: '
                   WS-ADJ-CODE(WS-ADJ-IDX)
               WRITE RECEIPT-LINE
           END-IF.

      *    A RENTAL TAKEN ON A BASKET IS HELD AT THE PRICE IT WAS
      *    CHARGED BEFORE ANY TENDER - AFTER FREE NIGHTS AND PROMO -
      *    WITH ITS TAX AND WHAT ITS RECEIPT LEFT DUE, SO THE DEAL CAN
      *    BE WORKED OUT OVER THE WHOLE CHECKOUT ONCE IT IS SETTLED.
       ADD-RENTAL-TO-BASKET.
           IF WS-BASKET-ID = SPACES THEN
               MOVE BASKET-ID TO WS-BASKET-ID
               MOVE MEMBER-ID TO WS-BASKET-MEMBER-ID
               MOVE CURRENCY-CODE TO WS-BASKET-CURRENCY
               MOVE ZERO TO WS-BASKET-LINE-COUNT
           END-IF.
           IF WS-BASKET-LINE-COUNT >= WS-BASKET-MAX THEN
               DISPLAY 'RENTAL-POST: BASKET ' BASKET-ID ' FULL AT '
                   WS-BASKET-MAX ' - ' IMDB-ID ' LEFT OUT OF ANY DEAL'
           ELSE
               ADD 1 TO WS-BASKET-LINE-COUNT
               MOVE MEMBER-ID TO BL-MEMBER-ID(WS-BASKET-LINE-COUNT)
               MOVE IMDB-ID TO BL-IMDB-ID(WS-BASKET-LINE-COUNT)
               MOVE RENTAL-DATE TO BL-RENTAL-DATE(WS-BASKET-LINE-COUNT)
               MOVE GENRE TO BL-GENRE(WS-BASKET-LINE-COUNT)
               MOVE WS-PRICE-BEFORE-GIFT
                   TO BL-PRICE(WS-BASKET-LINE-COUNT)
               IF WS-TAX-RATE-FOUND THEN
                   MOVE WS-TAX-RATE TO BL-TAX-RATE(WS-BASKET-LINE-COUNT)
               ELSE
                   MOVE ZERO TO BL-TAX-RATE(WS-BASKET-LINE-COUNT)
               END-IF
               MOVE WS-TAX-AMOUNT TO BL-TAX-AMOUNT(WS-BASKET-LINE-COUNT)
               MOVE WS-TOTAL-DUE TO BL-TOTAL-DUE(WS-BASKET-LINE-COUNT)
           END-IF.

      *    ONE DEAL PER BASKET: EVERY DEAL IN FORCE IS PRICED OVER THE
      *    BASKET AND THE ONE SAVING THE MEMBER MOST IS APPLIED. ITS
      *    SAVING IS SPREAD BACK OVER THE RENTALS IT COVERED, SO EACH
      *    RENTAL RECORD CARRIES THE REVENUE AND TAX ACTUALLY TAKEN.
       SETTLE-OPEN-BASKET.
           IF WS-BASKET-LINE-COUNT > 1 AND WS-DEAL-FILE-AVAILABLE THEN
               PERFORM CHOOSE-BASKET-DEAL
               IF WS-BEST-SAVING > ZERO THEN
                   PERFORM APPLY-BASKET-DEAL
               END-IF
           END-IF.
           MOVE SPACES TO WS-BASKET-ID.
           MOVE ZERO TO WS-BASKET-LINE-COUNT.

       CHOOSE-BASKET-DEAL.
           MOVE ZERO TO WS-BEST-SAVING.
           IF WS-DEAL-TABLE-LOADED THEN
               PERFORM PRICE-TABLE-DEAL
                   VARYING WS-DEAL-IDX FROM 1 BY 1
                   UNTIL WS-DEAL-IDX > WS-DEAL-TABLE-COUNT
           ELSE
               PERFORM SCAN-DEAL-FILE
           END-IF.

       PRICE-TABLE-DEAL.
           MOVE DEAL-TABLE-ENTRY(WS-DEAL-IDX) TO DEAL-MASTER-RECORD.
           PERFORM PRICE-ONE-DEAL.

       SCAN-DEAL-FILE.
           MOVE 'N' TO WS-DEAL-EOF-SWITCH.
           MOVE LOW-VALUES TO DM-DEAL-ID.
           START DEAL-MASTER KEY IS NOT LESS THAN DM-DEAL-ID
               INVALID KEY
                   MOVE 'Y' TO WS-DEAL-EOF-SWITCH
           END-START.
           IF NOT END-OF-DEAL-FILE THEN
               PERFORM READ-NEXT-DEAL
               PERFORM PRICE-FILE-DEAL UNTIL END-OF-DEAL-FILE
           END-IF.

       READ-NEXT-DEAL.
           READ DEAL-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DEAL-EOF-SWITCH
           END-READ.

       PRICE-FILE-DEAL.
           PERFORM PRICE-ONE-DEAL.
           PERFORM READ-NEXT-DEAL.

       PRICE-ONE-DEAL.
           MOVE ZERO TO WS-DEAL-SAVING.
           PERFORM LIST-QUALIFYING-LINES.
           IF WS-GROUP-COUNT > ZERO THEN
               PERFORM TALLY-ONE-DEAL-GROUP
                   VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
           END-IF.
           IF WS-DEAL-SAVING > WS-BEST-SAVING THEN
               MOVE WS-DEAL-SAVING TO WS-BEST-SAVING
               MOVE DEAL-MASTER-RECORD TO WS-BEST-DEAL-RECORD
           END-IF.

       TALLY-ONE-DEAL-GROUP.
           PERFORM PRICE-DEAL-GROUP.
           ADD WS-GROUP-SAVING TO WS-DEAL-SAVING.

      *    THE RENTALS THE DEAL COVERS ARE RANKED DEAREST FIRST AND
      *    TAKEN IN GROUPS OF THE DEAL QUANTITY, SO THE MEMBER GETS
      *    THE DEAL ON THE TITLES WHERE IT SAVES THE MOST. A RENTAL
      *    ALREADY FREE, OR RENTED OUTSIDE THE DEAL DATES, IS NOT
      *    COUNTED TOWARD IT.
       LIST-QUALIFYING-LINES.
           MOVE ZERO TO WS-QUAL-COUNT.
           MOVE ZERO TO WS-GROUP-COUNT.
           PERFORM CHECK-LINE-QUALIFIES
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-BASKET-LINE-COUNT.
           IF DM-QUANTITY NUMERIC AND DM-QUANTITY > 1 THEN
               DIVIDE WS-QUAL-COUNT BY DM-QUANTITY
                   GIVING WS-GROUP-COUNT
           END-IF.

       CHECK-LINE-QUALIFIES.
           MOVE 'N' TO WS-QUALIFY-SWITCH.
           IF BL-PRICE(WS-LINE-IDX) > ZERO
                   AND BL-RENTAL-DATE(WS-LINE-IDX) >= DM-START-DATE
                   AND BL-RENTAL-DATE(WS-LINE-IDX) <= DM-END-DATE
           THEN
               IF DM-QUALIFYING-GENRES = SPACES
                       AND DM-QUALIFYING-TITLES = SPACES THEN
                   SET WS-LINE-QUALIFIES TO TRUE
               ELSE
                   PERFORM MATCH-DEAL-GENRE
                       VARYING WS-LIST-IDX FROM 1 BY 1
                       UNTIL WS-LIST-IDX > 5
                   PERFORM MATCH-DEAL-TITLE
                       VARYING WS-LIST-IDX FROM 1 BY 1
                       UNTIL WS-LIST-IDX > 10
               END-IF
           END-IF.
           IF WS-LINE-QUALIFIES THEN
               PERFORM RANK-QUALIFYING-LINE
           END-IF.

       MATCH-DEAL-GENRE.
           IF DM-GENRE(WS-LIST-IDX) NOT = SPACES
                   AND DM-GENRE(WS-LIST-IDX) = BL-GENRE(WS-LINE-IDX)
           THEN
               SET WS-LINE-QUALIFIES TO TRUE
           END-IF.

       MATCH-DEAL-TITLE.
           IF DM-IMDB-ID(WS-LIST-IDX) NOT = SPACES
                   AND DM-IMDB-ID(WS-LIST-IDX) = BL-IMDB-ID(WS-LINE-IDX)
           THEN
               SET WS-LINE-QUALIFIES TO TRUE
           END-IF.

       RANK-QUALIFYING-LINE.
           ADD 1 TO WS-QUAL-COUNT.
           MOVE WS-QUAL-COUNT TO WS-SLOT-IDX.
           MOVE 'N' TO WS-SLOT-FOUND-SWITCH.
           PERFORM FIND-RANK-SLOT UNTIL WS-SLOT-FOUND.
           MOVE WS-LINE-IDX TO WS-QUAL-LINE(WS-SLOT-IDX).

       FIND-RANK-SLOT.
           IF WS-SLOT-IDX = 1 THEN
               SET WS-SLOT-FOUND TO TRUE
           ELSE
               COMPUTE WS-PRIOR-SLOT = WS-SLOT-IDX - 1
               MOVE WS-QUAL-LINE(WS-PRIOR-SLOT) TO WS-PRIOR-LINE
               IF BL-PRICE(WS-PRIOR-LINE) >= BL-PRICE(WS-LINE-IDX)
                   SET WS-SLOT-FOUND TO TRUE
               ELSE
                   MOVE WS-PRIOR-LINE TO WS-QUAL-LINE(WS-SLOT-IDX)
                   MOVE WS-PRIOR-SLOT TO WS-SLOT-IDX
               END-IF
           END-IF.

      *    A GROUP-PRICE DEAL SAVES WHAT THE GROUP COST OVER THE DEAL
      *    PRICE, AND NOTHING WHEN THE TITLES WERE ALREADY CHEAPER. A
      *    FREE-TITLE DEAL SAVES THE PRICE OF THE GROUP'S CHEAPEST.
       PRICE-DEAL-GROUP.
           COMPUTE WS-GROUP-FIRST =
               (WS-GROUP-IDX - 1) * DM-QUANTITY + 1.
           COMPUTE WS-GROUP-LAST = WS-GROUP-IDX * DM-QUANTITY.
           MOVE ZERO TO WS-GROUP-TOTAL.
           PERFORM ADD-GROUP-LINE-PRICE
               VARYING WS-SLOT-IDX FROM WS-GROUP-FIRST BY 1
               UNTIL WS-SLOT-IDX > WS-GROUP-LAST.
           MOVE ZERO TO WS-GROUP-SAVING.
           IF DM-GROUP-FREE-DEAL THEN
               MOVE WS-QUAL-LINE(WS-GROUP-LAST) TO WS-LINE-IDX
               MOVE BL-PRICE(WS-LINE-IDX) TO WS-GROUP-SAVING
           ELSE
               IF WS-GROUP-TOTAL > DM-DEAL-PRICE THEN
                   COMPUTE WS-GROUP-SAVING =
                       WS-GROUP-TOTAL - DM-DEAL-PRICE
               END-IF
           END-IF.

       ADD-GROUP-LINE-PRICE.
           MOVE WS-QUAL-LINE(WS-SLOT-IDX) TO WS-LINE-IDX.
           ADD BL-PRICE(WS-LINE-IDX) TO WS-GROUP-TOTAL.

       APPLY-BASKET-DEAL.
           MOVE WS-BEST-DEAL-RECORD TO DEAL-MASTER-RECORD.
           MOVE ZERO TO WS-DEAL-LINES.
           MOVE ZERO TO WS-DEAL-DISCOUNT.
           MOVE ZERO TO WS-DEAL-TAX-SAVED.
           MOVE ZERO TO WS-DEAL-EXCESS.
           PERFORM LIST-QUALIFYING-LINES.
           PERFORM SETTLE-ONE-DEAL-GROUP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
           MOVE ZERO TO WS-BASKET-DUE.
           PERFORM ADD-LINE-DUE-TO-BASKET
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-BASKET-LINE-COUNT.
           IF WS-DEAL-EXCESS > ZERO THEN
               PERFORM CREDIT-DEAL-EXCESS
           END-IF.
           PERFORM WRITE-DEAL-REDEMPTION.
           PERFORM WRITE-BASKET-DEAL-RECEIPT.
           ADD 1 TO WS-DEALS-USED-CTR.

       SETTLE-ONE-DEAL-GROUP.
           PERFORM PRICE-DEAL-GROUP.
           IF WS-GROUP-SAVING > ZERO THEN
               MOVE WS-GROUP-SAVING TO WS-SAVING-LEFT
               PERFORM SHARE-DEAL-SAVING
                   VARYING WS-SLOT-IDX FROM WS-GROUP-FIRST BY 1
                   UNTIL WS-SLOT-IDX > WS-GROUP-LAST
           END-IF.

      *    EACH RENTAL IN THE GROUP TAKES A SHARE OF THE SAVING IN
      *    PROPORTION TO ITS PRICE; THE LAST TAKES WHAT IS LEFT SO
      *    THE SHARES FOOT TO THE SAVING TO THE CENT.
       SHARE-DEAL-SAVING.
           MOVE WS-QUAL-LINE(WS-SLOT-IDX) TO WS-LINE-IDX.
           IF WS-SLOT-IDX = WS-GROUP-LAST THEN
               MOVE WS-SAVING-LEFT TO WS-LINE-SHARE
           ELSE
               COMPUTE WS-LINE-SHARE ROUNDED =
                   WS-GROUP-SAVING * BL-PRICE(WS-LINE-IDX)
                   / WS-GROUP-TOTAL
           END-IF.
           IF WS-LINE-SHARE > WS-SAVING-LEFT THEN
               MOVE WS-SAVING-LEFT TO WS-LINE-SHARE
           END-IF.
           IF WS-LINE-SHARE > BL-PRICE(WS-LINE-IDX) THEN
               MOVE BL-PRICE(WS-LINE-IDX) TO WS-LINE-SHARE
           END-IF.
           SUBTRACT WS-LINE-SHARE FROM WS-SAVING-LEFT.
           PERFORM REPRICE-DEAL-RENTAL.

      *    THE TAX IS WORKED AGAIN ON THE DEAL PRICE. RT-RATE CARRIES
      *    THE PRICE LEFT AFTER ANY TENDER, SO ONLY WHAT IS STILL IN
      *    IT CAN COME OUT; THE REST OF THE SHARE WAS PAID BY CREDIT,
      *    POINTS OR CARD, AND IS CREDITED BACK TO THE MEMBER ALONG
      *    WITH ANY TAX SAVED BEYOND WHAT THE RENTAL STILL OWED.
       REPRICE-DEAL-RENTAL.
           MOVE BL-RT-KEY(WS-LINE-IDX) TO RT-KEY.
           READ RENTAL-TRANSACTION
               INVALID KEY
                   DISPLAY 'RENTAL-POST: BASKET ' WS-BASKET-ID
                       ' RENTAL ' BL-IMDB-ID(WS-LINE-IDX)
                       ' NOT ON FILE - DEAL SHARE NOT POSTED'
               NOT INVALID KEY
                   PERFORM POST-DEAL-SHARE
           END-READ.

       POST-DEAL-SHARE.
           COMPUTE WS-DEAL-PRICE =
               BL-PRICE(WS-LINE-IDX) - WS-LINE-SHARE.
           COMPUTE WS-DEAL-TAX ROUNDED =
               WS-DEAL-PRICE * BL-TAX-RATE(WS-LINE-IDX).
           IF WS-DEAL-TAX > BL-TAX-AMOUNT(WS-LINE-IDX) THEN
               MOVE BL-TAX-AMOUNT(WS-LINE-IDX) TO WS-DEAL-TAX
           END-IF.
           IF WS-LINE-SHARE > RT-RATE THEN
               MOVE RT-RATE TO WS-RATE-REDUCTION
           ELSE
               MOVE WS-LINE-SHARE TO WS-RATE-REDUCTION
           END-IF.
           SUBTRACT WS-RATE-REDUCTION FROM RT-RATE.
           SUBTRACT WS-RATE-REDUCTION FROM WS-AMOUNT-POSTED-CTL.
           COMPUTE WS-LINE-TAX-SAVED =
               BL-TAX-AMOUNT(WS-LINE-IDX) - WS-DEAL-TAX.
           MOVE WS-DEAL-TAX TO RT-TAX-AMOUNT.
           MOVE DM-DEAL-ID TO RT-DEAL-ID.
           MOVE WS-LINE-SHARE TO RT-DEAL-DISCOUNT.
           REWRITE RENTAL-TRANSACTION-RECORD.
           ADD 1 TO WS-DEAL-LINES.
           ADD WS-LINE-SHARE TO WS-DEAL-DISCOUNT.
           ADD WS-LINE-TAX-SAVED TO WS-DEAL-TAX-SAVED.
           PERFORM SETTLE-DEAL-LINE-DUE.

      *    THE RENTAL NOW OWES WHAT WAS DUE ON IT LESS THE PRICE AND
      *    TAX TAKEN OFF ITS RECORD, NEVER LESS THAN NOTHING. WHAT THE
      *    DEAL SAVES BEYOND THAT WAS ALREADY PAID AND IS THE
      *    MEMBER'S, SO IT GOES TO THE BASKET'S EXCESS - A LINE PAID
      *    BY CREDIT NEVER TAKES ITS SAVING OFF ANOTHER LINE'S CASH.
       SETTLE-DEAL-LINE-DUE.
           COMPUTE WS-LINE-DUE-LEFT =
               BL-TOTAL-DUE(WS-LINE-IDX) - WS-RATE-REDUCTION.
           COMPUTE WS-DEAL-EXCESS =
               WS-DEAL-EXCESS + WS-LINE-SHARE - WS-RATE-REDUCTION.
           IF WS-LINE-TAX-SAVED > WS-LINE-DUE-LEFT THEN
               COMPUTE WS-DEAL-EXCESS =
                   WS-DEAL-EXCESS + WS-LINE-TAX-SAVED - WS-LINE-DUE-LEFT
               MOVE ZERO TO BL-TOTAL-DUE(WS-LINE-IDX)
           ELSE
               COMPUTE BL-TOTAL-DUE(WS-LINE-IDX) =
                   WS-LINE-DUE-LEFT - WS-LINE-TAX-SAVED
           END-IF.

       ADD-LINE-DUE-TO-BASKET.
           ADD BL-TOTAL-DUE(WS-LINE-IDX) TO WS-BASKET-DUE.

      *    THE SAVING COMES OFF WHAT EACH RENTAL STILL OWES AT THE
      *    COUNTER. WHERE CREDIT, POINTS OR A GIFT CARD HAD ALREADY
      *    PAID MORE THAN A RENTAL NOW COSTS, THE DIFFERENCE IS THE
      *    MEMBER'S AND GOES ON THE ACCOUNT THE HOUSEHOLD IS BILLED TO
      *    AS A CREDIT, NOT BACK ONTO A CARD OR THE POINTS BALANCE.
       CREDIT-DEAL-EXCESS.
           MOVE WS-BASKET-MEMBER-ID TO MM-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   DISPLAY 'RENTAL-POST: BASKET ' WS-BASKET-ID
                       ' MEMBER ' WS-BASKET-MEMBER-ID
                       ' NOT ON FILE - DEAL CREDIT NOT POSTED'
                   MOVE ZERO TO WS-DEAL-EXCESS
               NOT INVALID KEY
                   PERFORM RESOLVE-BILLING-MEMBER
                   SUBTRACT WS-DEAL-EXCESS FROM MM-ACCOUNT-BALANCE
                   REWRITE MEMBER-MASTER-RECORD
                   ADD 1 TO WS-DEAL-CREDIT-CTR
                   ADD WS-DEAL-EXCESS TO WS-DEAL-CREDIT-CTL
           END-READ.

       WRITE-DEAL-REDEMPTION.
           MOVE FUNCTION CURRENT-DATE TO WS-PROMO-TIMESTAMP.
           MOVE DM-DEAL-ID TO DR-DEAL-ID.
           MOVE WS-BASKET-ID TO DR-BASKET-ID.
           MOVE WS-PROMO-TIMESTAMP(1:8) TO DR-SETTLED-DATE.
           MOVE WS-BASKET-MEMBER-ID TO DR-MEMBER-ID.
           MOVE WS-DEAL-LINES TO DR-TITLE-COUNT.
           MOVE WS-DEAL-DISCOUNT TO DR-DISCOUNT-AMOUNT.
           WRITE DEAL-REDEMPTION-RECORD
               INVALID KEY
                   DISPLAY 'RENTAL-POST: BASKET ' WS-BASKET-ID
                       ' ALREADY LOGGED FOR DEAL ' DM-DEAL-ID
           END-WRITE.

      *    THE DEAL PRINTS AFTER THE LAST RENTAL OF THE BASKET: WHAT
      *    IT TOOK OFF THE PRICES AND THE TAX, ANY CREDIT PUT ON THE
      *    ACCOUNT, AND WHAT THE WHOLE BASKET NOW LEAVES DUE - THE SUM
      *    OF WHAT EACH RENTAL OWES AS ITS RECORD WAS REWRITTEN.
       WRITE-BASKET-DEAL-RECEIPT.
           MOVE SPACES TO WS-RECEIPT-WORK.
           STRING 'BASKET ' WS-BASKET-ID ' - DEAL '
               FUNCTION TRIM(DM-DESCRIPTION)
           INTO WS-RECEIPT-WORK
           END-STRING.
           MOVE WS-RECEIPT-WORK TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE WS-DEAL-LINES TO WS-DEAL-LINES-EDIT.
           MOVE SPACES TO WS-RECEIPT-WORK.
           STRING '  TITLES IN DEAL          ' WS-DEAL-LINES-EDIT
           INTO WS-RECEIPT-WORK
           END-STRING.
           MOVE WS-RECEIPT-WORK TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE WS-DEAL-DISCOUNT TO WS-DEAL-EDIT.
           MOVE SPACES TO WS-RECEIPT-WORK.
           STRING '  DEAL DISCOUNT      -' WS-DEAL-EDIT
           INTO WS-RECEIPT-WORK
           END-STRING.
           MOVE WS-RECEIPT-WORK TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           IF WS-DEAL-TAX-SAVED > ZERO THEN
               MOVE WS-DEAL-TAX-SAVED TO WS-DEAL-EDIT
               MOVE SPACES TO WS-RECEIPT-WORK
               STRING '  TAX ON DISCOUNT    -' WS-DEAL-EDIT
               INTO WS-RECEIPT-WORK
               END-STRING
               MOVE WS-RECEIPT-WORK TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF.
           IF WS-DEAL-EXCESS > ZERO THEN
               MOVE WS-DEAL-EXCESS TO WS-DEAL-EDIT
               MOVE SPACES TO WS-RECEIPT-WORK
               STRING '  CREDIT TO ACCOUNT   ' WS-DEAL-EDIT
               INTO WS-RECEIPT-WORK
               END-STRING
               MOVE WS-RECEIPT-WORK TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF.
           MOVE WS-BASKET-DUE TO WS-BASKET-DUE-EDIT.
           MOVE SPACES TO WS-RECEIPT-WORK.
           STRING '  BASKET TOTAL DUE ' WS-BASKET-DUE-EDIT
               ' ' WS-BASKET-CURRENCY
           INTO WS-RECEIPT-WORK
           END-STRING.
           MOVE WS-RECEIPT-WORK TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.

      *    WHEN THE COPY REGISTER IS MOUNTED THE RENTAL GOES OUT ON
      *    A NAMED CASSETTE: THE FIRST COPY OF THE TITLE STILL ON A
      *    SHELF IS MARKED RENTED TO THIS MEMBER AND ITS NUMBER IS
      *    CARRIED ON THE RENTAL RECORD, SO THE RETURN CAN CHECK
      *    THAT EXACT COPY BACK IN. ONLY A COPY HOMED AT THE RENTING
      *    STORE CAN BE HANDED OVER ITS COUNTER. WITHOUT THE REGISTER
      *    THE RENTAL POSTS AS AN ANONYMOUS UNIT, AS IT ALWAYS DID.
       CHECK-OUT-SPECIFIC-COPY.
           MOVE ZEROS TO RT-COPY-NUMBER.
           IF WS-COPY-FILE-AVAILABLE THEN
           END-READ.

       CHECK-ONE-TITLE-COPY.
           IF CM-COPY-ON-SHELF
                   AND (WS-RENTAL-STORE = SPACES
                       OR CM-HOME-STORE = WS-RENTAL-STORE)
                   AND (CM-MEDIA-FORMAT = WS-RENTAL-FORMAT
                       OR (CM-FORMAT-DVD
                           AND WS-RENTAL-FORMAT = 'DVD')) THEN
               SET WS-COPY-CHOSEN TO TRUE
           ELSE
               PERFORM READ-NEXT-TITLE-COPY
                   WHEN RENTAL-DATE > PQ-EXPIRY-DATE
                       DISPLAY 'RENTAL-POST: QUOTE ' QUOTE-ID
                           ' EXPIRED ' PQ-EXPIRY-DATE
                   WHEN PQ-MEDIA-FORMAT NOT = WS-RENTAL-FORMAT
                           AND NOT (PQ-MEDIA-FORMAT = SPACES
                               AND WS-RENTAL-FORMAT = 'DVD')
                       DISPLAY 'RENTAL-POST: QUOTE ' QUOTE-ID
                           ' IS FOR ANOTHER FORMAT'
                   WHEN OTHER
                       PERFORM HONOR-PRICE-QUOTE
               END-EVALUATE
                       OR RENTAL-DATE > PC-END-DATE
                   DISPLAY 'RENTAL-POST: PROMO CODE ' PROMO-CODE
                       ' OUTSIDE VALIDITY DATES'
               WHEN PC-MEMBER-ID NOT = SPACES
                       AND PC-MEMBER-ID NOT = MEMBER-ID
                   DISPLAY 'RENTAL-POST: PROMO CODE ' PROMO-CODE
                       ' BELONGS TO ANOTHER MEMBER'
               WHEN PC-TOTAL-LIMIT > ZERO
                       AND PC-TIMES-REDEEMED >= PC-TOTAL-LIMIT
                   DISPLAY 'RENTAL-POST: PROMO CODE ' PROMO-CODE
                   END-IF
           END-EVALUATE.

      *    THE MEMBER'S COUNT FOR THE CODE IS ONE KEYED READ OF
      *    PROMOCNT. A PAIR NOT YET ON THAT FILE IS COUNTED FROM
      *    PROMOLOG ONCE AND THE COUNT STORED FOR NEXT TIME.
       COUNT-MEMBER-REDEMPTIONS.
           MOVE 'N' TO WS-PROMO-COUNT-FOUND-SWITCH.
           IF WS-PROMO-COUNT-AVAILABLE THEN
               PERFORM LOOKUP-PROMO-MEMBER-COUNT
           END-IF.
           IF WS-PROMO-COUNT-FOUND THEN
               MOVE PK-TIMES-REDEEMED TO WS-MEMBER-REDEMPTIONS
           ELSE
               PERFORM SCAN-MEMBER-REDEMPTIONS
               IF WS-PROMO-COUNT-AVAILABLE THEN
                   MOVE PROMO-CODE TO PK-CODE
                   MOVE MEMBER-ID TO PK-MEMBER-ID
                   MOVE WS-MEMBER-REDEMPTIONS TO PK-TIMES-REDEEMED
                   WRITE PROMO-MEMBER-COUNT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-IF.

       LOOKUP-PROMO-MEMBER-COUNT.
           MOVE PROMO-CODE TO PK-CODE.
           MOVE MEMBER-ID TO PK-MEMBER-ID.
           READ PROMO-MEMBER-COUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PROMO-COUNT-FOUND TO TRUE
           END-READ.

      *    A REDEMPTION ADDS ONE TO A STORED COUNT. WHERE NO COUNT
      *    IS STORED YET THE NEXT LOOKUP SEEDS ONE FROM PROMOLOG,
      *    WHICH ALREADY HOLDS THIS REDEMPTION.
       ADD-PROMO-MEMBER-COUNT.
           MOVE 'N' TO WS-PROMO-COUNT-FOUND-SWITCH.
           PERFORM LOOKUP-PROMO-MEMBER-COUNT.
           IF WS-PROMO-COUNT-FOUND THEN
               ADD 1 TO PK-TIMES-REDEEMED
               REWRITE PROMO-MEMBER-COUNT-RECORD
           END-IF.

       SCAN-MEMBER-REDEMPTIONS.
           MOVE ZERO TO WS-MEMBER-REDEMPTIONS.
           MOVE 'N' TO WS-PROMO-EOF-SWITCH.
           MOVE PROMO-CODE TO PL-CODE.
           WRITE PROMO-REDEMPTION-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PROMOS-USED-CTR
                   IF WS-PROMO-COUNT-AVAILABLE THEN
                       PERFORM ADD-PROMO-MEMBER-COUNT
                   END-IF
           END-WRITE.

       COMPUTE-SALES-TAX.
                   RENTAL-PRICE * WS-TAX-RATE
           END-IF.

      *    TAX FOLLOWS THE STORE THE RENTAL WENT OVER THE COUNTER
      *    AT, WHICH NEED NOT BE THE MEMBER'S HOME STORE. A CALLER
      *    THAT PASSES NO STORE - THE WEB ORDER FEED FOR ONE - IS
      *    TAKEN TO BE RENTING AT THE MEMBER'S HOME STORE. THE
      *    STORE MASTER SAYS WHICH JURISDICTION THE STORE COLLECTS
      *    FOR; A STORE NOT YET ON IT IS TAXED UNDER ITS OWN CODE.
       DETERMINE-TAX-JURISDICTION.
           MOVE 'DEF' TO WS-TAX-JURISDICTION.
           PERFORM RESOLVE-RENTAL-STORE.
           PERFORM LOOKUP-RENTAL-STORE.
           IF WS-RENTAL-STORE NOT = SPACES THEN
               MOVE WS-RENTAL-STORE TO WS-TAX-JURISDICTION
               IF WS-RENTAL-STORE-FOUND
                       AND ST-TAX-JURISDICTION NOT = SPACES THEN
                   MOVE ST-TAX-JURISDICTION TO WS-TAX-JURISDICTION
               END-IF
           END-IF.

       LOOKUP-RENTAL-STORE.
           MOVE 'N' TO WS-RENTAL-STORE-SWITCH.
           IF WS-STORE-FILE-AVAILABLE AND WS-RENTAL-STORE NOT = SPACES
                   THEN
               MOVE WS-RENTAL-STORE TO ST-STORE-ID
               READ STORE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RENTAL-STORE-FOUND TO TRUE
               END-READ
           END-IF.

       RESOLVE-RENTAL-STORE.
           MOVE STORE-ID TO WS-RENTAL-STORE.
           IF WS-RENTAL-STORE = SPACES THEN
               MOVE MEMBER-ID TO MM-MEMBER-ID
               READ MEMBER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MM-HOME-STORE TO WS-RENTAL-STORE
               END-READ
           END-IF.

       LOOKUP-TAX-RATE.
           IF WS-TAX-TABLE-LOADED THEN
               PERFORM TRACK-TABLE-TAX-RATE
                   VARYING WS-TAX-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TAX-TABLE-IDX > WS-TAX-TABLE-COUNT
           ELSE
               PERFORM SCAN-TAX-RATE-FILE
           END-IF.

      *    THE TABLE IS IN KEY ORDER, SO THE LAST ROW FOR THE
      *    JURISDICTION IN FORCE ON THE RENTAL DATE IS THE RATE.
       TRACK-TABLE-TAX-RATE.
           IF XR-JURISDICTION(WS-TAX-TABLE-IDX) = WS-TAX-JURISDICTION
                   AND XR-EFFECTIVE-DATE(WS-TAX-TABLE-IDX)
                       <= RENTAL-DATE THEN
               MOVE XR-RATE(WS-TAX-TABLE-IDX) TO WS-TAX-RATE
               SET WS-TAX-RATE-FOUND TO TRUE
           END-IF.

       SCAN-TAX-RATE-FILE.
           MOVE 'N' TO WS-TAX-EOF-SWITCH.
           MOVE WS-TAX-JURISDICTION TO TX-JURISDICTION.
           MOVE ZEROS TO TX-EFFECTIVE-DATE.
           MOVE '00' TO POST-STATUS.
           MOVE 'N' TO WS-HOLD-PICKUP-SWITCH.
           MOVE 'N' TO WS-TITLE-FOUND-SWITCH.
           PERFORM RESOLVE-RENTAL-FORMAT.
           IF BAD-MEDIA-FORMAT THEN
               CONTINUE
           ELSE
               PERFORM CHECK-TITLE-ON-HAND
           END-IF.

      *    A MEMBER WHO ASKS FOR NO FORMAT GETS A DVD, AS EVERY
      *    RENTAL WAS BEFORE THE OTHER FORMATS WERE STOCKED.
      *    AVAILABILITY, THE HOLD, THE COPY HANDED OVER AND THE
      *    PRICE ALL FOLLOW THE FORMAT.
       RESOLVE-RENTAL-FORMAT.
           IF MEDIA-FORMAT = SPACES THEN
               MOVE 'DVD' TO WS-RENTAL-FORMAT
           ELSE
               MOVE MEDIA-FORMAT TO WS-RENTAL-FORMAT
           END-IF.
           EVALUATE WS-RENTAL-FORMAT
               WHEN 'DVD'
                   MOVE 1 TO WS-FORMAT-SLOT
               WHEN 'BLU'
                   MOVE 2 TO WS-FORMAT-SLOT
               WHEN '4K'
                   MOVE 3 TO WS-FORMAT-SLOT
               WHEN OTHER
                   MOVE 1 TO WS-FORMAT-SLOT
                   SET BAD-MEDIA-FORMAT TO TRUE
                   DISPLAY 'RENTAL-POST: UNKNOWN MEDIA FORMAT '
                       MEDIA-FORMAT ' - RENTAL REFUSED'
           END-EVALUATE.

       CHECK-TITLE-ON-HAND.
           MOVE IMDB-ID TO TM-IMDB-ID.
           READ TITLE-MASTER
               INVALID KEY
               SET TITLE-NOT-ON-FILE TO TRUE
           ELSE
               PERFORM CHECK-COLLECTION-BLOCK
               IF RENTAL-POSTED THEN
                   PERFORM CHECK-MEMBERSHIP-CARD
               END-IF
               IF RENTAL-POSTED THEN
                   PERFORM CHECK-AGE-RESTRICTION
               END-IF
                   PERFORM CHECK-TIER-ENTITLEMENTS
               END-IF
               IF RENTAL-POSTED
                       AND (TM-COPIES-ON-HAND = ZERO
                           OR TM-FORMAT-ON-HAND(WS-FORMAT-SLOT)
                               = ZERO) THEN
                   PERFORM CLAIM-NOTIFIED-HOLD
                   IF NOT WS-HOLD-PICKUP THEN
                       SET NO-COPIES-AVAILABLE TO TRUE
                   ' IN COLLECTIONS - RENTAL REFUSED'
           END-IF.

      *    A CARD REPORTED LOST IS STOPPED THE DAY IT IS REPLACED,
      *    SO A NUMBER PRESENTED THAT IS NOT THE MEMBER'S CURRENT
      *    CARD IS REFUSED, AS IS A CANCELLED OR EXPIRED CURRENT
      *    CARD. A CALLER THAT HAS NO CARD IN HAND PASSES SPACES AND
      *    ONLY THE CURRENT CARD IS CHECKED. A MEMBER WHO HAS NEVER
      *    BEEN ISSUED A CARD IS NOT CHECKED.
       CHECK-MEMBERSHIP-CARD.
           IF WS-RENTER-FOUND AND MM-CARD-NUMBER NOT = SPACES THEN
               EVALUATE TRUE
                   WHEN CARD-NUMBER NOT = SPACES
                           AND CARD-NUMBER NOT = MM-CARD-NUMBER
                       SET CARD-NOT-VALID TO TRUE
                       DISPLAY 'RENTAL-POST: CARD ' CARD-NUMBER
                           ' IS NOT THE CURRENT CARD FOR ' MEMBER-ID
                           ' - RENTAL REFUSED'
                   WHEN MM-CARD-CANCELLED
                       SET CARD-NOT-VALID TO TRUE
                       DISPLAY 'RENTAL-POST: CARD ' MM-CARD-NUMBER
                           ' CANCELLED - RENTAL REFUSED'
                   WHEN MM-CARD-EXPIRY-DATE < RENTAL-DATE
                       SET CARD-NOT-VALID TO TRUE
                       DISPLAY 'RENTAL-POST: CARD ' MM-CARD-NUMBER
                           ' EXPIRED ' MM-CARD-EXPIRY-DATE
                           ' - RENTAL REFUSED'
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    THE TIER POLICY FILE SAYS HOW MANY RENTALS A TIER MAY
      *    HAVE OPEN AND HOW LARGE A BALANCE IT MAY CARRY. AN
      *    OVER-LIMIT REQUEST REJECTS WITH ITS OWN REASON CODE,

       LOOKUP-TIER-POLICY.
           MOVE 'N' TO WS-POLICY-FOUND-SWITCH.
           EVALUATE TRUE
               WHEN WS-TIER-TABLE-LOADED
                   SEARCH ALL TIER-POLICY-ENTRY
                       WHEN PT-TIER(PT-IDX) = MEMBER-TIER
                           MOVE TIER-POLICY-ENTRY(PT-IDX)
                               TO TIER-POLICY-RECORD
                           SET WS-POLICY-FOUND TO TRUE
                   END-SEARCH
               WHEN WS-POLICY-AVAILABLE
                   MOVE MEMBER-TIER TO TP-TIER
                   READ TIER-POLICY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-POLICY-FOUND TO TRUE
                   END-READ
           END-EVALUATE.

      *    THE RENTER'S OPEN-RENTAL COUNT IS KEPT ON THE MEMBER
      *    RECORD. A COUNT NOT YET TRUSTED IS TAKEN FROM THE RENTALS
      *    ONCE AND STORED, AND FROM THEN ON RIDES ALONG WITH EACH
      *    RENTAL WRITTEN AND CLOSED.
       COUNT-OPEN-RENTALS.
           PERFORM LOOKUP-RENTING-MEMBER.
           IF WS-RENTER-FOUND AND MM-OPEN-RENTALS-KNOWN THEN
               MOVE MM-OPEN-RENTALS TO WS-OPEN-RENTAL-COUNT
           ELSE
               PERFORM SCAN-OPEN-RENTALS
               IF WS-RENTER-FOUND THEN
                   MOVE WS-OPEN-RENTAL-COUNT TO MM-OPEN-RENTALS
                   SET MM-OPEN-RENTALS-KNOWN TO TRUE
                   REWRITE MEMBER-MASTER-RECORD
               END-IF
           END-IF.

       ADD-MEMBER-OPEN-RENTAL.
           PERFORM LOOKUP-RENTING-MEMBER.
           IF WS-RENTER-FOUND AND MM-OPEN-RENTALS-KNOWN THEN
               ADD 1 TO MM-OPEN-RENTALS
               REWRITE MEMBER-MASTER-RECORD
           END-IF.

       SCAN-OPEN-RENTALS.
           MOVE ZERO TO WS-OPEN-RENTAL-COUNT.
           MOVE 'N' TO WS-LIMIT-EOF-SWITCH.
           MOVE MEMBER-ID TO RT-MEMBER-ID.
           END-IF.

       CHECK-ONE-NOTIFIED-HOLD.
           IF HQ-MEMBER-ID = MEMBER-ID AND HQ-HOLD-NOTIFIED
                   AND (HQ-MEDIA-FORMAT = WS-RENTAL-FORMAT
                       OR HQ-MEDIA-FORMAT = SPACES) THEN
               SET WS-HOLD-PICKUP TO TRUE
           ELSE
               PERFORM READ-NEXT-TITLE-HOLD
           ELSE
               IF TM-COPIES-ON-HAND > 0 THEN
                   SUBTRACT 1 FROM TM-COPIES-ON-HAND
                   IF TM-FORMAT-ON-HAND(WS-FORMAT-SLOT) > 0 THEN
                       SUBTRACT 1 FROM
                           TM-FORMAT-ON-HAND(WS-FORMAT-SLOT)
                   END-IF
                   REWRITE TITLE-MASTER-RECORD
               END-IF
           END-IF.

      *    A RENTAL THAT POSTS WITHOUT A HOLD PICKUP STILL FILLS ANY
      *    HOLD THE MEMBER IS WAITING ON FOR THE TITLE AND FORMAT - A
      *    WEB ORDER SUSPENDED FOR STOCK LEAVES ONE QUEUED AND MAY
      *    POST LATER ON A RETRY, OR THE MEMBER MAY RENT THE TITLE
      *    OVER THE COUNTER. LEFT WAITING, THE HOLD WOULD HAVE A
      *    RETURNED COPY KEPT BACK FOR A TITLE THE MEMBER ALREADY HAS.
       FILL-MEMBER-WAITING-HOLD.
           PERFORM CHECK-MEMBER-ALREADY-WAITING.
           IF WS-MEMBER-ALREADY-WAITING THEN
               SET HQ-HOLD-FILLED TO TRUE
               REWRITE HOLD-QUEUE-RECORD
               IF WS-HOLD-QUEUE-STATUS NOT = '00' THEN
                   DISPLAY 'RENTAL-POST: HOLD FOR ' MEMBER-ID
                       ' ON ' IMDB-ID ' NOT FILLED - STATUS '
                       WS-HOLD-QUEUE-STATUS
               END-IF
           END-IF.

       QUEUE-HOLD-FOR-MEMBER.
           PERFORM CHECK-MEMBER-ALREADY-WAITING.
           IF NOT WS-MEMBER-ALREADY-WAITING THEN
           END-READ.

       CHECK-ONE-TITLE-HOLD.
           IF HQ-MEMBER-ID = MEMBER-ID AND HQ-HOLD-WAITING
                   AND (HQ-MEDIA-FORMAT = WS-RENTAL-FORMAT
                       OR HQ-MEDIA-FORMAT = SPACES) THEN
               SET WS-MEMBER-ALREADY-WAITING TO TRUE
           ELSE
               PERFORM READ-NEXT-TITLE-HOLD
           MOVE MEMBER-ID TO HQ-MEMBER-ID.
           SET HQ-HOLD-WAITING TO TRUE.
           MOVE ZEROS TO HQ-NOTIFIED-DATE HQ-PICKUP-EXPIRY-DATE.
           MOVE WS-RENTAL-FORMAT TO HQ-MEDIA-FORMAT.
           WRITE HOLD-QUEUE-RECORD
               INVALID KEY
                   CONTINUE

       CHECK-DUE-DATE-CLOSED.
           MOVE 'N' TO WS-STORE-CLOSED-SWITCH.
           IF WS-CLOSURE-TABLE-LOADED THEN
               MOVE WS-DUE-STORE TO WS-CLOSURE-STORE
               MOVE RT-DUE-DATE TO WS-CLOSURE-DATE
               SEARCH ALL STORE-CLOSURE-ENTRY
                   WHEN CL-KEY(CL-IDX) = WS-CLOSURE-KEY
                       SET WS-STORE-IS-CLOSED TO TRUE
               END-SEARCH
           ELSE
               MOVE WS-DUE-STORE TO SH-STORE-ID
               MOVE RT-DUE-DATE TO SH-CLOSED-DATE
               READ STORE-CALENDAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-STORE-IS-CLOSED TO TRUE
               END-READ
           END-IF.

       ROLL-DUE-DATE-ONE-DAY.
           ADD 1 TO WS-DUE-DATE-INTEGER.
                       CLOSE PROMO-REDEMPTIONS
                       OPEN I-O PROMO-REDEMPTIONS
                   END-IF
                   PERFORM OPEN-PROMO-MEMBER-COUNTS
               END-IF
               OPEN I-O GIFT-CARDS
               IF WS-GIFT-CARD-STATUS = '00' THEN
               IF WS-CALENDAR-STATUS = '00' THEN
                   SET WS-CALENDAR-AVAILABLE TO TRUE
               END-IF
               OPEN INPUT STORE-MASTER
               IF WS-STORE-MASTER-STATUS = '00' THEN
                   SET WS-STORE-FILE-AVAILABLE TO TRUE
               END-IF
               OPEN INPUT TIER-POLICY
               IF WS-TIER-POLICY-STATUS = '00' THEN
                   SET WS-POLICY-AVAILABLE TO TRUE
               IF WS-OPERATOR-STATUS = '00' THEN
                   SET WS-OPERATOR-FILE-AVAILABLE TO TRUE
               END-IF
               OPEN I-O POINTS-LEDGER
               IF WS-POINTS-LEDGER-STATUS = '35' THEN
                   OPEN OUTPUT POINTS-LEDGER
                   CLOSE POINTS-LEDGER
                   OPEN I-O POINTS-LEDGER
               END-IF
               OPEN I-O STAFF-BENEFITS
               IF WS-STAFF-BENEFIT-STATUS = '35' THEN
                   OPEN OUTPUT STAFF-BENEFITS
                   CLOSE STAFF-BENEFITS
                   OPEN I-O STAFF-BENEFITS
               END-IF
               OPEN INPUT POINTS-RULES
               IF WS-POINTS-RULE-STATUS = '00' THEN
                   SET WS-RULES-FILE-AVAILABLE TO TRUE
               END-IF
               PERFORM OPEN-DEAL-FILES
               PERFORM LOAD-REFERENCE-TABLES
               SET WS-TXN-IS-OPEN TO TRUE
           END-IF.

       OPEN-PROMO-MEMBER-COUNTS.
           OPEN I-O PROMO-MEMBER-COUNTS.
           IF WS-PROMO-COUNT-STATUS = '35' THEN
               OPEN OUTPUT PROMO-MEMBER-COUNTS
               CLOSE PROMO-MEMBER-COUNTS
               OPEN I-O PROMO-MEMBER-COUNTS
           END-IF.
           IF WS-PROMO-COUNT-STATUS = '00' THEN
               SET WS-PROMO-COUNT-AVAILABLE TO TRUE
           END-IF.

      *    WITHOUT A DEAL FILE EVERY BASKET SIMPLY POSTS AT THE
      *    PRICES ITS RENTALS WERE CHARGED.
       OPEN-DEAL-FILES.
           OPEN INPUT DEAL-MASTER.
           IF WS-DEAL-MASTER-STATUS = '00' THEN
               SET WS-DEAL-FILE-AVAILABLE TO TRUE
               OPEN I-O DEAL-REDEMPTIONS
               IF WS-DEAL-LOG-STATUS = '35' THEN
                   OPEN OUTPUT DEAL-REDEMPTIONS
                   CLOSE DEAL-REDEMPTIONS
                   OPEN I-O DEAL-REDEMPTIONS
               END-IF
           END-IF.

       LOAD-REFERENCE-TABLES.
           MOVE 'N' TO WS-TAX-TABLE-SWITCH.
           MOVE 'N' TO WS-TIER-TABLE-SWITCH.
           MOVE 'N' TO WS-CLOSURE-TABLE-SWITCH.
           MOVE 'N' TO WS-DEAL-TABLE-SWITCH.
           IF WS-TAX-FILE-AVAILABLE THEN
               PERFORM LOAD-TAX-RATE-TABLE
           END-IF.
           IF WS-POLICY-AVAILABLE THEN
               PERFORM LOAD-TIER-POLICY-TABLE
           END-IF.
           IF WS-CALENDAR-AVAILABLE THEN
               PERFORM LOAD-STORE-CLOSURE-TABLE
           END-IF.
           IF WS-DEAL-FILE-AVAILABLE THEN
               PERFORM LOAD-DEAL-TABLE
           END-IF.

       LOAD-TAX-RATE-TABLE.
           MOVE ZERO TO WS-TAX-TABLE-COUNT.
           SET WS-TAX-TABLE-LOADED TO TRUE.
           MOVE 'N' TO WS-REFERENCE-EOF-SWITCH.
           PERFORM READ-NEXT-TAX-TABLE-ROW.
           PERFORM ADD-TAX-RATE-TO-TABLE
               UNTIL END-OF-REFERENCE-FILE.

       READ-NEXT-TAX-TABLE-ROW.
           READ TAX-RATES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REFERENCE-EOF-SWITCH
           END-READ.

       ADD-TAX-RATE-TO-TABLE.
           IF WS-TAX-TABLE-COUNT >= WS-TAX-TABLE-MAX THEN
               DISPLAY 'RENTAL-POST: TAX-RATE TABLE FULL AT '
                   WS-TAX-TABLE-MAX ' - TAX LOOKUP DEGRADED'
               MOVE 'N' TO WS-TAX-TABLE-SWITCH
               MOVE 'Y' TO WS-REFERENCE-EOF-SWITCH
           ELSE
               ADD 1 TO WS-TAX-TABLE-COUNT
               MOVE TX-JURISDICTION
                   TO XR-JURISDICTION(WS-TAX-TABLE-COUNT)
               MOVE TX-EFFECTIVE-DATE
                   TO XR-EFFECTIVE-DATE(WS-TAX-TABLE-COUNT)
               MOVE TX-RATE TO XR-RATE(WS-TAX-TABLE-COUNT)
               PERFORM READ-NEXT-TAX-TABLE-ROW
           END-IF.

      *    UNUSED SLOTS HOLD HIGH-VALUES SO THEY SORT AFTER EVERY
      *    REAL KEY AND SEARCH ALL STAYS IN ORDER.
       LOAD-TIER-POLICY-TABLE.
           MOVE HIGH-VALUES TO TIER-POLICY-TABLE.
           MOVE ZERO TO WS-TIER-TABLE-COUNT.
           SET WS-TIER-TABLE-LOADED TO TRUE.
           MOVE 'N' TO WS-REFERENCE-EOF-SWITCH.
           PERFORM READ-NEXT-TIER-TABLE-ROW.
           PERFORM ADD-TIER-POLICY-TO-TABLE
               UNTIL END-OF-REFERENCE-FILE.

       READ-NEXT-TIER-TABLE-ROW.
           READ TIER-POLICY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REFERENCE-EOF-SWITCH
           END-READ.

       ADD-TIER-POLICY-TO-TABLE.
           IF WS-TIER-TABLE-COUNT >= WS-TIER-TABLE-MAX THEN
               DISPLAY 'RENTAL-POST: TIER-POLICY TABLE FULL AT '
                   WS-TIER-TABLE-MAX ' - TIER LOOKUP DEGRADED'
               MOVE 'N' TO WS-TIER-TABLE-SWITCH
               MOVE 'Y' TO WS-REFERENCE-EOF-SWITCH
           ELSE
               ADD 1 TO WS-TIER-TABLE-COUNT
               MOVE TIER-POLICY-RECORD
                   TO TIER-POLICY-ENTRY(WS-TIER-TABLE-COUNT)
               PERFORM READ-NEXT-TIER-TABLE-ROW
           END-IF.

       LOAD-DEAL-TABLE.
           MOVE ZERO TO WS-DEAL-TABLE-COUNT.
           SET WS-DEAL-TABLE-LOADED TO TRUE.
           MOVE 'N' TO WS-REFERENCE-EOF-SWITCH.
           PERFORM READ-NEXT-DEAL-TABLE-ROW.
           PERFORM ADD-DEAL-TO-TABLE
               UNTIL END-OF-REFERENCE-FILE.

       READ-NEXT-DEAL-TABLE-ROW.
           READ DEAL-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REFERENCE-EOF-SWITCH
           END-READ.

       ADD-DEAL-TO-TABLE.
           IF WS-DEAL-TABLE-COUNT >= WS-DEAL-TABLE-MAX THEN
               DISPLAY 'RENTAL-POST: DEAL TABLE FULL AT '
                   WS-DEAL-TABLE-MAX ' - DEAL LOOKUP DEGRADED'
               MOVE 'N' TO WS-DEAL-TABLE-SWITCH
               MOVE 'Y' TO WS-REFERENCE-EOF-SWITCH
           ELSE
               ADD 1 TO WS-DEAL-TABLE-COUNT
               MOVE DEAL-MASTER-RECORD
                   TO DEAL-TABLE-ENTRY(WS-DEAL-TABLE-COUNT)
               PERFORM READ-NEXT-DEAL-TABLE-ROW
           END-IF.

       LOAD-STORE-CLOSURE-TABLE.
           MOVE HIGH-VALUES TO STORE-CLOSURE-TABLE.
           MOVE ZERO TO WS-CLOSURE-TABLE-COUNT.
           SET WS-CLOSURE-TABLE-LOADED TO TRUE.
           MOVE 'N' TO WS-REFERENCE-EOF-SWITCH.
           PERFORM READ-NEXT-CLOSURE-TABLE-ROW.
           PERFORM ADD-STORE-CLOSURE-TO-TABLE
               UNTIL END-OF-REFERENCE-FILE.

       READ-NEXT-CLOSURE-TABLE-ROW.
           READ STORE-CALENDAR NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REFERENCE-EOF-SWITCH
           END-READ.

       ADD-STORE-CLOSURE-TO-TABLE.
           IF WS-CLOSURE-TABLE-COUNT >= WS-CLOSURE-TABLE-MAX THEN
               DISPLAY 'RENTAL-POST: STORE-CLOSURE TABLE FULL AT '
                   WS-CLOSURE-TABLE-MAX ' - CALENDAR LOOKUP DEGRADED'
               MOVE 'N' TO WS-CLOSURE-TABLE-SWITCH
               MOVE 'Y' TO WS-REFERENCE-EOF-SWITCH
           ELSE
               ADD 1 TO WS-CLOSURE-TABLE-COUNT
               MOVE SH-KEY TO CL-KEY(WS-CLOSURE-TABLE-COUNT)
               PERFORM READ-NEXT-CLOSURE-TABLE-ROW
           END-IF.

       ENTRY 'CLOSE-RENTAL-POST'.
           CALL 'CLOSE-RENDER-TEMPLATE'.
           IF WS-TXN-IS-OPEN THEN
               IF WS-BASKET-ID NOT = SPACES THEN
                   PERFORM SETTLE-OPEN-BASKET
               END-IF
               CALL 'CONTROL-TOTAL' USING WS-CTL-PROGRAM-NAME,
                   'POSTED    ', WS-RENTALS-POSTED-CTR,
                   WS-AMOUNT-POSTED-CTL
               CALL 'CONTROL-TOTAL' USING WS-CTL-PROGRAM-NAME,
                   'GIFTREDEEM', WS-GIFT-REDEEMED-CTR,
                   WS-GIFT-REDEEMED-CTL
               CALL 'CONTROL-TOTAL' USING WS-CTL-PROGRAM-NAME,
                   'CREDITUSE ', WS-CREDIT-USED-CTR,
                   WS-CREDIT-USED-CTL
               CALL 'CONTROL-TOTAL' USING WS-CTL-PROGRAM-NAME,
                   'PTSREDEEM ', WS-POINTS-REDEEMED-CTR,
                   WS-POINTS-REDEEMED-CTL
               CALL 'CONTROL-TOTAL' USING WS-CTL-PROGRAM-NAME,
                   'PTSEARNED ', WS-POINTS-EARNED-CTR,
                   WS-POINTS-EARNED-CTL
               CALL 'CONTROL-TOTAL' USING WS-CTL-PROGRAM-NAME,
                   'PROMOUSED ', WS-PROMOS-USED-CTR, WS-ZERO-AMOUNT
               CALL 'CONTROL-TOTAL' USING WS-CTL-PROGRAM-NAME,
                   'DEALUSED  ', WS-DEALS-USED-CTR, WS-ZERO-AMOUNT
               CALL 'CONTROL-TOTAL' USING WS-CTL-PROGRAM-NAME,
                   'DEALCREDIT', WS-DEAL-CREDIT-CTR,
                   WS-DEAL-CREDIT-CTL
               CALL 'CONTROL-TOTAL' USING WS-CTL-PROGRAM-NAME,
                   'STAFFALLOW', WS-STAFF-ALLOW-CTR, WS-ZERO-AMOUNT
               CALL 'CLOSE-CONTROL-TOTAL'
               CLOSE RENTAL-TRANSACTION
               CLOSE TITLE-MASTER
                   CLOSE PROMO-REDEMPTIONS
                   MOVE 'N' TO WS-PROMO-AVAIL-SWITCH
               END-IF
               IF WS-PROMO-COUNT-AVAILABLE THEN
                   CLOSE PROMO-MEMBER-COUNTS
                   MOVE 'N' TO WS-PROMO-COUNT-AVAIL-SWITCH
               END-IF
               IF WS-GIFT-FILE-AVAILABLE THEN
                   CLOSE GIFT-CARDS
                   MOVE 'N' TO WS-GIFT-AVAIL-SWITCH
                   CLOSE STORE-CALENDAR
                   MOVE 'N' TO WS-CALENDAR-AVAIL-SWITCH
               END-IF
               IF WS-STORE-FILE-AVAILABLE THEN
                   CLOSE STORE-MASTER
                   MOVE 'N' TO WS-STORE-AVAIL-SWITCH
               END-IF
               IF WS-POLICY-AVAILABLE THEN
                   CLOSE TIER-POLICY
                   MOVE 'N' TO WS-POLICY-AVAIL-SWITCH
                   CLOSE OPERATOR-MASTER
                   MOVE 'N' TO WS-OPER-AVAIL-SWITCH
               END-IF
               CLOSE POINTS-LEDGER
               CLOSE STAFF-BENEFITS
               IF WS-RULES-FILE-AVAILABLE THEN
                   CLOSE POINTS-RULES
                   MOVE 'N' TO WS-RULES-AVAIL-SWITCH
               END-IF
               IF WS-DEAL-FILE-AVAILABLE THEN
                   CLOSE DEAL-MASTER
                   CLOSE DEAL-REDEMPTIONS
                   MOVE 'N' TO WS-DEAL-AVAIL-SWITCH
               END-IF
               MOVE 'N' TO WS-TXN-OPEN-SWITCH
           END-IF.
           CALL 'CLOSE-PRICE-REF'.
           GOBACK.

      *    THE COUNTER CALLS THIS WHEN A CHECKOUT IS RUNG UP, SO THE
      *    DEAL IS WORKED OUT AND PRINTED WHILE THE MEMBER IS STILL
      *    THERE. A BASKET LEFT OPEN IS SETTLED BY THE NEXT RENTAL ON
      *    ANOTHER BASKET, OR AT CLOSE.
       ENTRY 'CLOSE-RENTAL-BASKET'.
           IF WS-TXN-IS-OPEN AND WS-BASKET-ID NOT = SPACES THEN
               PERFORM SETTLE-OPEN-BASKET
           END-IF.
           GOBACK.

       END PROGRAM RENTAL-POST.
