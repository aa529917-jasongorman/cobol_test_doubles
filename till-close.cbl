       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILL-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWER-COUNTS ASSIGN TO 'TILLCOUNT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-COUNT-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYMENT-HISTORY-STATUS.

           SELECT GIFT-CARDS ASSIGN TO 'GIFTCARD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GC-CARD-NUMBER
               FILE STATUS IS WS-GIFT-CARD-STATUS.

           SELECT SALES-LOG ASSIGN TO 'SELLOFFLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-LOG-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT TILL-REPORT ASSIGN TO 'TILLRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER DRAWER COUNTED AT THE END OF A SHIFT, KEYED
      *    AT THE COUNTER BY THE CLERK CLOSING THE DRAWER.
       FD  DRAWER-COUNTS.
       01  DRAWER-COUNT-RECORD.
           05  DC-STORE-ID         PIC X(03).
           05  DC-OPERATOR-ID      PIC X(08).
           05  DC-SHIFT-DATE       PIC 9(8).
           05  DC-CASH             PIC 9(5)V9(2).
           05  DC-CHECKS           PIC 9(5)V9(2).
           05  DC-CARD-SLIPS       PIC 9(5)V9(2).

       FD  PAYMENT-HISTORY.
       COPY 'payment-history.cpy'.

       FD  GIFT-CARDS.
       COPY 'gift-card.cpy'.

       FD  SALES-LOG.
       01  SALES-LOG-RECORD.
           05  SO-IMDB-ID          PIC X(10).
           05  SO-STORE-ID         PIC X(03).
           05  SO-QUANTITY         PIC 9(4).
           05  SO-SALE-PRICE       PIC 9(2)V9(2).
           05  SO-PROCEEDS         PIC 9(5)V9(2).
           05  SO-SALE-TIMESTAMP   PIC X(21).
           05  SO-OPERATOR-ID      PIC X(08).
           05  SO-TENDER           PIC X(06).
           05  SO-SALE-DATE        PIC 9(8).

       FD  OPERATOR-MASTER.
       COPY 'operator-master.cpy'.

       FD  TILL-REPORT.
       01  TILL-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'TILL-CLOSE'.
           01  WS-DRAWER-COUNT-STATUS PIC X(02).
           01  WS-PAYMENT-HISTORY-STATUS PIC X(02).
           01  WS-GIFT-CARD-STATUS PIC X(02).
           01  WS-SALES-LOG-STATUS PIC X(02).
           01  WS-OPERATOR-STATUS  PIC X(02).
           01  WS-COUNT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-DRAWER-COUNTS    VALUE 'Y'.
           01  WS-PAYMENT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-PAYMENTS         VALUE 'Y'.
           01  WS-CARD-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  END-OF-GIFT-CARDS       VALUE 'Y'.
           01  WS-SALE-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  END-OF-SALES-LOG        VALUE 'Y'.
           01  WS-OPER-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-OPERATOR-FILE-AVAILABLE VALUE 'Y'.
           01  WS-SLOT-FOUND-SWITCH PIC X(01).
               88  WS-SLOT-FOUND           VALUE 'Y'.
           01  WS-STORE-FOUND-SWITCH PIC X(01).
               88  WS-STORE-FOUND          VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-RANGE-FROM-DATE  PIC 9(8) VALUE 0.
           01  WS-RANGE-TO-DATE    PIC 9(8) VALUE 0.
      *    A DRAWER WITHIN A DOLLAR OF WHAT WAS POSTED IS CALLED
      *    BALANCED. THREE SHORT SHIFTS INSIDE THIRTY DAYS PUT THE
      *    OPERATOR IN FRONT OF MANAGEMENT.
           01  WS-SHORT-TOLERANCE  PIC 9(3)V9(2) VALUE 1.00.
           01  WS-REVIEW-SHORT-LIMIT PIC 9(3) VALUE 3.
           01  WS-REVIEW-WINDOW-DAYS PIC 9(3) VALUE 30.
      *    THE SHIFT BEING MATCHED AND THE TENDER IT WAS PAID IN.
           01  WS-MATCH-STORE-ID   PIC X(03).
           01  WS-MATCH-OPERATOR-ID PIC X(08).
           01  WS-MATCH-DATE       PIC 9(8).
           01  WS-MATCH-TENDER     PIC X(06).
           01  WS-MATCH-AMOUNT     PIC 9(5)V9(2).
           01  WS-SLOT-MAX         PIC 9(3) COMP VALUE 300.
           01  WS-SLOT-COUNT       PIC 9(3) COMP VALUE 0.
           01  WS-SLOT-IDX         PIC 9(3) COMP.
           01  WS-SHIFT-TABLE.
               05  WS-SHIFT-ENTRY OCCURS 300 TIMES.
                   10  WS-SH-STORE-ID      PIC X(03).
                   10  WS-SH-OPERATOR-ID   PIC X(08).
                   10  WS-SH-DATE          PIC 9(8).
                   10  WS-SH-COUNTED       PIC X(01).
                       88  WS-SH-WAS-COUNTED   VALUE 'Y'.
                   10  WS-SH-COUNT-CASH    PIC 9(7)V9(2).
                   10  WS-SH-COUNT-CHECKS  PIC 9(7)V9(2).
                   10  WS-SH-COUNT-CARDS   PIC 9(7)V9(2).
                   10  WS-SH-POSTED-CASH   PIC 9(7)V9(2).
                   10  WS-SH-POSTED-CHECKS PIC 9(7)V9(2).
                   10  WS-SH-POSTED-CARDS  PIC 9(7)V9(2).
           01  WS-STORE-MAX        PIC 9(3) COMP VALUE 100.
           01  WS-STORE-COUNT      PIC 9(3) COMP VALUE 0.
           01  WS-STORE-IDX        PIC 9(3) COMP.
           01  WS-STORE-TABLE.
               05  WS-STORE-ENTRY OCCURS 100 TIMES.
                   10  WS-ST-STORE-ID      PIC X(03).
                   10  WS-ST-SHIFTS        PIC 9(5) COMP.
                   10  WS-ST-SHORT-SHIFTS  PIC 9(5) COMP.
                   10  WS-ST-OVER-SHIFTS   PIC 9(5) COMP.
                   10  WS-ST-NET-VARIANCE  PIC S9(7)V9(2).
           01  WS-COUNTED-TOTAL    PIC 9(7)V9(2).
           01  WS-POSTED-TOTAL     PIC 9(7)V9(2).
           01  WS-VARIANCE         PIC S9(7)V9(2).
           01  WS-CASH-VARIANCE    PIC S9(7)V9(2).
           01  WS-CHECK-VARIANCE   PIC S9(7)V9(2).
           01  WS-CARD-VARIANCE    PIC S9(7)V9(2).
           01  WS-WINDOW-END-INT   PIC 9(8) COMP.
           01  WS-AMOUNT-EDIT      PIC ZZZZZZ9.99.
           01  WS-AMOUNT-B-EDIT    PIC ZZZZZZ9.99.
           01  WS-DIFF-EDIT        PIC -ZZZZZZ9.99.
           01  WS-DIFF-B-EDIT      PIC -ZZZZZZ9.99.
           01  WS-DIFF-C-EDIT      PIC -ZZZZZZ9.99.
           01  WS-COUNT-EDIT       PIC ZZZZZZ9.
           01  WS-SHORT-COUNT-EDIT PIC ZZ9.
           01  WS-SHIFT-STATUS     PIC X(12).
           01  WS-REPORT-LINE      PIC X(132).
           01  WS-COUNTS-READ      PIC 9(7) COMP VALUE 0.
           01  WS-SHIFTS-PROVEN    PIC 9(7) COMP VALUE 0.
           01  WS-EXCEPTIONS-FOUND PIC 9(7) COMP VALUE 0.
           01  WS-SHIFTS-SHORT     PIC 9(7) COMP VALUE 0.
           01  WS-SHIFTS-OVER      PIC 9(7) COMP VALUE 0.
           01  WS-SHIFTS-UNCOUNTED PIC 9(7) COMP VALUE 0.
           01  WS-OPERATORS-FLAGGED PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM LOAD-DRAWER-COUNTS.
           PERFORM TOTAL-COUNTER-PAYMENTS.
           PERFORM TOTAL-GIFT-CARD-SALES.
           PERFORM TOTAL-SELLOFF-SALES.
           PERFORM PROVE-ONE-SHIFT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-SLOT-COUNT.
           PERFORM REPORT-STORE-TOTALS.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-COUNTS-READ, WS-SHIFTS-PROVEN,
               WS-EXCEPTIONS-FOUND.
           DISPLAY 'TILL-CLOSE: COUNTS READ ' WS-COUNTS-READ
               ' SHIFTS ' WS-SHIFTS-PROVEN
               ' SHORT ' WS-SHIFTS-SHORT
               ' OVER ' WS-SHIFTS-OVER
               ' UNCOUNTED ' WS-SHIFTS-UNCOUNTED
               ' FLAGGED ' WS-OPERATORS-FLAGGED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT DRAWER-COUNTS.
           IF WS-DRAWER-COUNT-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-COUNT-EOF-SWITCH
           END-IF.
           OPEN INPUT PAYMENT-HISTORY.
           IF WS-PAYMENT-HISTORY-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-PAYMENT-EOF-SWITCH
           END-IF.
           OPEN INPUT GIFT-CARDS.
           IF WS-GIFT-CARD-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-CARD-EOF-SWITCH
           END-IF.
           OPEN INPUT SALES-LOG.
           IF WS-SALES-LOG-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SALE-EOF-SWITCH
           END-IF.
           OPEN I-O OPERATOR-MASTER.
           IF WS-OPERATOR-STATUS = '00' THEN
               SET WS-OPERATOR-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT TILL-REPORT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'END-OF-SHIFT DRAWER PROOF - RUN DATE '
               WS-CURRENT-DATE(1:8)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE TILL-REPORT-LINE FROM WS-REPORT-LINE.

      *    EVERY DRAWER COUNT OPENS A SHIFT IN THE TABLE, AND THE
      *    DATES COUNTED SET THE WINDOW THE POSTING PASSES LOOK AT,
      *    THE SAME WAY DEPOSIT-RECONCILE WINDOWS ITS TILL PASS. A
      *    CLERK WHO CLOSED TWO DRAWERS IN A DAY SENDS TWO COUNTS
      *    AND THEY ARE PROVEN TOGETHER.
       LOAD-DRAWER-COUNTS.
           IF NOT END-OF-DRAWER-COUNTS THEN
               PERFORM READ-NEXT-DRAWER-COUNT
               PERFORM LOAD-ONE-DRAWER-COUNT
                   UNTIL END-OF-DRAWER-COUNTS
           END-IF.

       READ-NEXT-DRAWER-COUNT.
           READ DRAWER-COUNTS
               AT END
                   MOVE 'Y' TO WS-COUNT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-COUNTS-READ
           END-READ.

       LOAD-ONE-DRAWER-COUNT.
           EVALUATE TRUE
               WHEN DC-STORE-ID = SPACES OR DC-OPERATOR-ID = SPACES
                   ADD 1 TO WS-EXCEPTIONS-FOUND
                   DISPLAY 'TILL-CLOSE: COUNT WITH NO STORE OR '
                       'OPERATOR - IGNORED'
               WHEN DC-SHIFT-DATE NOT NUMERIC
                       OR DC-SHIFT-DATE = ZERO
                       OR DC-CASH NOT NUMERIC
                       OR DC-CHECKS NOT NUMERIC
                       OR DC-CARD-SLIPS NOT NUMERIC
                   ADD 1 TO WS-EXCEPTIONS-FOUND
                   DISPLAY 'TILL-CLOSE: BAD COUNT FOR '
                       DC-STORE-ID ' ' DC-OPERATOR-ID
               WHEN OTHER
                   MOVE DC-STORE-ID TO WS-MATCH-STORE-ID
                   MOVE DC-OPERATOR-ID TO WS-MATCH-OPERATOR-ID
                   MOVE DC-SHIFT-DATE TO WS-MATCH-DATE
                   PERFORM FIND-SHIFT-SLOT
                   IF WS-SLOT-FOUND THEN
                       MOVE 'Y' TO WS-SH-COUNTED(WS-SLOT-IDX)
                       ADD DC-CASH TO WS-SH-COUNT-CASH(WS-SLOT-IDX)
                       ADD DC-CHECKS
                           TO WS-SH-COUNT-CHECKS(WS-SLOT-IDX)
                       ADD DC-CARD-SLIPS
                           TO WS-SH-COUNT-CARDS(WS-SLOT-IDX)
                   END-IF
                   IF WS-RANGE-FROM-DATE = ZERO
                           OR DC-SHIFT-DATE < WS-RANGE-FROM-DATE THEN
                       MOVE DC-SHIFT-DATE TO WS-RANGE-FROM-DATE
                   END-IF
                   IF DC-SHIFT-DATE > WS-RANGE-TO-DATE THEN
                       MOVE DC-SHIFT-DATE TO WS-RANGE-TO-DATE
                   END-IF
           END-EVALUATE.
           PERFORM READ-NEXT-DRAWER-COUNT.

      *    FINDS THE SHIFT FOR WS-MATCH-STORE-ID, -OPERATOR-ID AND
      *    -DATE, OPENING A NEW ONE IF THERE IS ROOM. A FULL TABLE
      *    IS REPORTED ONCE PER ENTRY THAT DOES NOT FIT.
       FIND-SHIFT-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-SWITCH.
           PERFORM CHECK-ONE-SHIFT-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
               OR WS-SLOT-FOUND.
           IF NOT WS-SLOT-FOUND THEN
               IF WS-SLOT-COUNT < WS-SLOT-MAX THEN
                   ADD 1 TO WS-SLOT-COUNT
                   MOVE WS-SLOT-COUNT TO WS-SLOT-IDX
                   MOVE WS-MATCH-STORE-ID TO WS-SH-STORE-ID(WS-SLOT-IDX)
                   MOVE WS-MATCH-OPERATOR-ID
                       TO WS-SH-OPERATOR-ID(WS-SLOT-IDX)
                   MOVE WS-MATCH-DATE TO WS-SH-DATE(WS-SLOT-IDX)
                   MOVE 'N' TO WS-SH-COUNTED(WS-SLOT-IDX)
                   MOVE ZERO TO WS-SH-COUNT-CASH(WS-SLOT-IDX)
                   MOVE ZERO TO WS-SH-COUNT-CHECKS(WS-SLOT-IDX)
                   MOVE ZERO TO WS-SH-COUNT-CARDS(WS-SLOT-IDX)
                   MOVE ZERO TO WS-SH-POSTED-CASH(WS-SLOT-IDX)
                   MOVE ZERO TO WS-SH-POSTED-CHECKS(WS-SLOT-IDX)
                   MOVE ZERO TO WS-SH-POSTED-CARDS(WS-SLOT-IDX)
                   SET WS-SLOT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-EXCEPTIONS-FOUND
                   DISPLAY 'TILL-CLOSE: SHIFT TABLE FULL - '
                       WS-MATCH-STORE-ID ' ' WS-MATCH-OPERATOR-ID
                       ' ' WS-MATCH-DATE ' NOT PROVEN'
               END-IF
           END-IF.

       CHECK-ONE-SHIFT-SLOT.
           IF WS-SH-STORE-ID(WS-SLOT-IDX) = WS-MATCH-STORE-ID
                   AND WS-SH-OPERATOR-ID(WS-SLOT-IDX) =
                       WS-MATCH-OPERATOR-ID
                   AND WS-SH-DATE(WS-SLOT-IDX) = WS-MATCH-DATE THEN
               SET WS-SLOT-FOUND TO TRUE
               SUBTRACT 1 FROM WS-SLOT-IDX
           END-IF.

      *    ADDS WS-MATCH-AMOUNT TO THE POSTED SIDE OF THE SHIFT UNDER
      *    ITS TENDER. A TENDER THAT NEVER SITS IN THE DRAWER - ACH,
      *    AGENCY - HAS NOTHING TO PROVE AND IS PASSED OVER.
       POST-TO-SHIFT.
           IF WS-MATCH-TENDER = 'CASH' OR WS-MATCH-TENDER = 'CHECK'
                   OR WS-MATCH-TENDER = 'CARD' THEN
               PERFORM FIND-SHIFT-SLOT
               IF WS-SLOT-FOUND THEN
                   EVALUATE WS-MATCH-TENDER
                       WHEN 'CASH'
                           ADD WS-MATCH-AMOUNT
                               TO WS-SH-POSTED-CASH(WS-SLOT-IDX)
                       WHEN 'CHECK'
                           ADD WS-MATCH-AMOUNT
                               TO WS-SH-POSTED-CHECKS(WS-SLOT-IDX)
                       WHEN 'CARD'
                           ADD WS-MATCH-AMOUNT
                               TO WS-SH-POSTED-CARDS(WS-SLOT-IDX)
                   END-EVALUATE
               END-IF
           END-IF.

      *    ONLY PAYMENTS TAKEN ACROSS A COUNTER CARRY AN OPERATOR.
      *    REVERSALS AND REFUNDS ARE LEFT OUT - NEITHER PASSED
      *    THROUGH A DRAWER ON THE DAY BEING PROVEN.
       TOTAL-COUNTER-PAYMENTS.
           IF WS-RANGE-FROM-DATE = ZERO THEN
               MOVE 'Y' TO WS-PAYMENT-EOF-SWITCH
           END-IF.
           IF NOT END-OF-PAYMENTS THEN
               PERFORM READ-NEXT-PAYMENT
               PERFORM TOTAL-ONE-PAYMENT UNTIL END-OF-PAYMENTS
           END-IF.

       READ-NEXT-PAYMENT.
           READ PAYMENT-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PAYMENT-EOF-SWITCH
           END-READ.

       TOTAL-ONE-PAYMENT.
           IF PH-PAYMENT-RECORD
                   AND PH-OPERATOR-ID NOT = SPACES
                   AND PH-OPERATOR-ID NOT = LOW-VALUES
                   AND PH-PAYMENT-DATE >= WS-RANGE-FROM-DATE
                   AND PH-PAYMENT-DATE <= WS-RANGE-TO-DATE THEN
               MOVE PH-STORE-ID TO WS-MATCH-STORE-ID
               MOVE PH-OPERATOR-ID TO WS-MATCH-OPERATOR-ID
               MOVE PH-PAYMENT-DATE TO WS-MATCH-DATE
               MOVE PH-PAYMENT-METHOD TO WS-MATCH-TENDER
               MOVE PH-AMOUNT TO WS-MATCH-AMOUNT
               PERFORM POST-TO-SHIFT
           END-IF.
           PERFORM READ-NEXT-PAYMENT.

       TOTAL-GIFT-CARD-SALES.
           IF WS-RANGE-FROM-DATE = ZERO THEN
               MOVE 'Y' TO WS-CARD-EOF-SWITCH
           END-IF.
           IF NOT END-OF-GIFT-CARDS THEN
               PERFORM READ-NEXT-GIFT-CARD
               PERFORM TOTAL-ONE-GIFT-CARD UNTIL END-OF-GIFT-CARDS
           END-IF.

       READ-NEXT-GIFT-CARD.
           READ GIFT-CARDS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SWITCH
           END-READ.

       TOTAL-ONE-GIFT-CARD.
           IF GC-SALE-OPERATOR-ID NOT = SPACES
                   AND GC-SALE-OPERATOR-ID NOT = LOW-VALUES
                   AND GC-ISSUE-DATE >= WS-RANGE-FROM-DATE
                   AND GC-ISSUE-DATE <= WS-RANGE-TO-DATE THEN
               MOVE GC-SALE-STORE-ID TO WS-MATCH-STORE-ID
               MOVE GC-SALE-OPERATOR-ID TO WS-MATCH-OPERATOR-ID
               MOVE GC-ISSUE-DATE TO WS-MATCH-DATE
               MOVE GC-SALE-TENDER TO WS-MATCH-TENDER
               MOVE GC-ORIGINAL-VALUE TO WS-MATCH-AMOUNT
               PERFORM POST-TO-SHIFT
           END-IF.
           PERFORM READ-NEXT-GIFT-CARD.

       TOTAL-SELLOFF-SALES.
           IF WS-RANGE-FROM-DATE = ZERO THEN
               MOVE 'Y' TO WS-SALE-EOF-SWITCH
           END-IF.
           IF NOT END-OF-SALES-LOG THEN
               PERFORM READ-NEXT-SELLOFF-SALE
               PERFORM TOTAL-ONE-SELLOFF-SALE UNTIL END-OF-SALES-LOG
           END-IF.

       READ-NEXT-SELLOFF-SALE.
           READ SALES-LOG
               AT END
                   MOVE 'Y' TO WS-SALE-EOF-SWITCH
           END-READ.

       TOTAL-ONE-SELLOFF-SALE.
           IF SO-OPERATOR-ID NOT = SPACES
                   AND SO-SALE-DATE NUMERIC
                   AND SO-SALE-DATE >= WS-RANGE-FROM-DATE
                   AND SO-SALE-DATE <= WS-RANGE-TO-DATE THEN
               MOVE SO-STORE-ID TO WS-MATCH-STORE-ID
               MOVE SO-OPERATOR-ID TO WS-MATCH-OPERATOR-ID
               MOVE SO-SALE-DATE TO WS-MATCH-DATE
               MOVE SO-TENDER TO WS-MATCH-TENDER
               MOVE SO-PROCEEDS TO WS-MATCH-AMOUNT
               PERFORM POST-TO-SHIFT
           END-IF.
           PERFORM READ-NEXT-SELLOFF-SALE.

      *    COUNTED LESS POSTED, BY TENDER AND IN TOTAL. A SHIFT
      *    THAT POSTED TAKINGS BUT NEVER SENT A COUNT IS AN
      *    EXCEPTION IN ITS OWN RIGHT BUT IS NOT HELD AGAINST THE
      *    OPERATOR AS A SHORTAGE - THE COUNT MAY SIMPLY BE LATE.
       PROVE-ONE-SHIFT.
           ADD 1 TO WS-SHIFTS-PROVEN.
           COMPUTE WS-COUNTED-TOTAL =
               WS-SH-COUNT-CASH(WS-SLOT-IDX)
               + WS-SH-COUNT-CHECKS(WS-SLOT-IDX)
               + WS-SH-COUNT-CARDS(WS-SLOT-IDX).
           COMPUTE WS-POSTED-TOTAL =
               WS-SH-POSTED-CASH(WS-SLOT-IDX)
               + WS-SH-POSTED-CHECKS(WS-SLOT-IDX)
               + WS-SH-POSTED-CARDS(WS-SLOT-IDX).
           COMPUTE WS-CASH-VARIANCE =
               WS-SH-COUNT-CASH(WS-SLOT-IDX)
               - WS-SH-POSTED-CASH(WS-SLOT-IDX).
           COMPUTE WS-CHECK-VARIANCE =
               WS-SH-COUNT-CHECKS(WS-SLOT-IDX)
               - WS-SH-POSTED-CHECKS(WS-SLOT-IDX).
           COMPUTE WS-CARD-VARIANCE =
               WS-SH-COUNT-CARDS(WS-SLOT-IDX)
               - WS-SH-POSTED-CARDS(WS-SLOT-IDX).
           COMPUTE WS-VARIANCE = WS-COUNTED-TOTAL - WS-POSTED-TOTAL.
           EVALUATE TRUE
               WHEN NOT WS-SH-WAS-COUNTED(WS-SLOT-IDX)
                   MOVE 'NO COUNT' TO WS-SHIFT-STATUS
                   ADD 1 TO WS-SHIFTS-UNCOUNTED
                   ADD 1 TO WS-EXCEPTIONS-FOUND
               WHEN WS-VARIANCE < ZERO
                       AND ZERO - WS-VARIANCE > WS-SHORT-TOLERANCE
                   MOVE 'SHORT' TO WS-SHIFT-STATUS
                   ADD 1 TO WS-SHIFTS-SHORT
                   ADD 1 TO WS-EXCEPTIONS-FOUND
               WHEN WS-VARIANCE > WS-SHORT-TOLERANCE
                   MOVE 'OVER' TO WS-SHIFT-STATUS
                   ADD 1 TO WS-SHIFTS-OVER
                   ADD 1 TO WS-EXCEPTIONS-FOUND
               WHEN OTHER
                   MOVE 'BALANCED' TO WS-SHIFT-STATUS
           END-EVALUATE.
           PERFORM WRITE-SHIFT-LINE.
           PERFORM ADD-TO-STORE-TOTALS.
           IF WS-SHIFT-STATUS = 'SHORT' THEN
               PERFORM TALLY-OPERATOR-SHORTAGE
           END-IF.

       WRITE-SHIFT-LINE.
           MOVE WS-COUNTED-TOTAL TO WS-AMOUNT-EDIT.
           MOVE WS-POSTED-TOTAL TO WS-AMOUNT-B-EDIT.
           MOVE WS-VARIANCE TO WS-DIFF-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STORE ' WS-SH-STORE-ID(WS-SLOT-IDX)
               ' OPERATOR ' WS-SH-OPERATOR-ID(WS-SLOT-IDX)
               ' SHIFT ' WS-SH-DATE(WS-SLOT-IDX)
               ' COUNTED ' WS-AMOUNT-EDIT
               ' POSTED ' WS-AMOUNT-B-EDIT
               ' OVER/SHORT ' WS-DIFF-EDIT
               ' ' WS-SHIFT-STATUS
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE TILL-REPORT-LINE FROM WS-REPORT-LINE.
           IF WS-SHIFT-STATUS = 'SHORT' OR WS-SHIFT-STATUS = 'OVER'
                   THEN
               MOVE WS-CASH-VARIANCE TO WS-DIFF-EDIT
               MOVE WS-CHECK-VARIANCE TO WS-DIFF-B-EDIT
               MOVE WS-CARD-VARIANCE TO WS-DIFF-C-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    CASH ' WS-DIFF-EDIT
                   ' CHECKS ' WS-DIFF-B-EDIT
                   ' CARD SLIPS ' WS-DIFF-C-EDIT
               INTO WS-REPORT-LINE
               END-STRING
               WRITE TILL-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       ADD-TO-STORE-TOTALS.
           MOVE 'N' TO WS-STORE-FOUND-SWITCH.
           PERFORM CHECK-ONE-STORE-SLOT
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT
               OR WS-STORE-FOUND.
           IF NOT WS-STORE-FOUND
                   AND WS-STORE-COUNT < WS-STORE-MAX THEN
               ADD 1 TO WS-STORE-COUNT
               MOVE WS-STORE-COUNT TO WS-STORE-IDX
               MOVE WS-SH-STORE-ID(WS-SLOT-IDX)
                   TO WS-ST-STORE-ID(WS-STORE-IDX)
               MOVE ZERO TO WS-ST-SHIFTS(WS-STORE-IDX)
               MOVE ZERO TO WS-ST-SHORT-SHIFTS(WS-STORE-IDX)
               MOVE ZERO TO WS-ST-OVER-SHIFTS(WS-STORE-IDX)
               MOVE ZERO TO WS-ST-NET-VARIANCE(WS-STORE-IDX)
               SET WS-STORE-FOUND TO TRUE
           END-IF.
           IF WS-STORE-FOUND THEN
               ADD 1 TO WS-ST-SHIFTS(WS-STORE-IDX)
               IF WS-SHIFT-STATUS = 'SHORT' THEN
                   ADD 1 TO WS-ST-SHORT-SHIFTS(WS-STORE-IDX)
               END-IF
               IF WS-SHIFT-STATUS = 'OVER' THEN
                   ADD 1 TO WS-ST-OVER-SHIFTS(WS-STORE-IDX)
               END-IF
               IF WS-SH-WAS-COUNTED(WS-SLOT-IDX) THEN
                   ADD WS-VARIANCE TO WS-ST-NET-VARIANCE(WS-STORE-IDX)
               END-IF
           END-IF.

       CHECK-ONE-STORE-SLOT.
           IF WS-ST-STORE-ID(WS-STORE-IDX) =
                   WS-SH-STORE-ID(WS-SLOT-IDX) THEN
               SET WS-STORE-FOUND TO TRUE
               SUBTRACT 1 FROM WS-STORE-IDX
           END-IF.

      *    EACH SHORT SHIFT GOES ON THE OPERATOR'S TALLY. A SHORT
      *    MORE THAN THE REVIEW WINDOW AFTER THE FIRST ONE COUNTED
      *    STARTS THE TALLY AGAIN; REACHING THE LIMIT INSIDE ONE
      *    WINDOW FLAGS THE OPERATOR FOR MANAGEMENT REVIEW. A SHIFT
      *    NO LATER THAN THE LAST ONE TALLIED HAS ALREADY BEEN
      *    COUNTED BY AN EARLIER RUN AND IS LEFT ALONE.
       TALLY-OPERATOR-SHORTAGE.
           IF WS-OPERATOR-FILE-AVAILABLE THEN
               MOVE WS-SH-OPERATOR-ID(WS-SLOT-IDX) TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '    ** OPERATOR '
                           WS-SH-OPERATOR-ID(WS-SLOT-IDX)
                           ' NOT ON OPERATOR MASTER - SHORTAGE NOT '
                           'TALLIED'
                       INTO WS-REPORT-LINE
                       END-STRING
                       WRITE TILL-REPORT-LINE FROM WS-REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       IF WS-SH-DATE(WS-SLOT-IDX) >
                               OP-LAST-SHORT-DATE THEN
                           PERFORM ADD-OPERATOR-SHORTAGE
                       END-IF
               END-READ
           END-IF.

       ADD-OPERATOR-SHORTAGE.
           IF OP-SHORT-COUNT = ZERO OR OP-SHORT-WINDOW-START = ZERO
               THEN
               MOVE ZERO TO WS-WINDOW-END-INT
           ELSE
               COMPUTE WS-WINDOW-END-INT =
                   FUNCTION INTEGER-OF-DATE(OP-SHORT-WINDOW-START)
                   + WS-REVIEW-WINDOW-DAYS
           END-IF.
           IF WS-WINDOW-END-INT = ZERO
                   OR FUNCTION INTEGER-OF-DATE(WS-SH-DATE(WS-SLOT-IDX))
                       > WS-WINDOW-END-INT THEN
               MOVE 1 TO OP-SHORT-COUNT
               MOVE WS-SH-DATE(WS-SLOT-IDX) TO OP-SHORT-WINDOW-START
           ELSE
               ADD 1 TO OP-SHORT-COUNT
           END-IF.
           MOVE WS-SH-DATE(WS-SLOT-IDX) TO OP-LAST-SHORT-DATE.
           IF OP-SHORT-COUNT >= WS-REVIEW-SHORT-LIMIT
                   AND NOT OP-SHORTAGE-REVIEW THEN
               SET OP-SHORTAGE-REVIEW TO TRUE
               ADD 1 TO WS-OPERATORS-FLAGGED
               MOVE OP-SHORT-COUNT TO WS-SHORT-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    ** OPERATOR ' OP-OPERATOR-ID
                   ' ' OP-NAME
                   ' FLAGGED FOR REVIEW - ' WS-SHORT-COUNT-EDIT
                   ' SHORT SHIFTS SINCE ' OP-SHORT-WINDOW-START
               INTO WS-REPORT-LINE
               END-STRING
               WRITE TILL-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.
           REWRITE OPERATOR-MASTER-RECORD.

       REPORT-STORE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STORE TOTALS'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE TILL-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM REPORT-ONE-STORE
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT.

       REPORT-ONE-STORE.
           MOVE WS-ST-NET-VARIANCE(WS-STORE-IDX) TO WS-DIFF-EDIT.
           MOVE WS-ST-SHIFTS(WS-STORE-IDX) TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STORE ' WS-ST-STORE-ID(WS-STORE-IDX)
               ' SHIFTS ' WS-COUNT-EDIT
               ' NET OVER/SHORT ' WS-DIFF-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE TILL-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-ST-SHORT-SHIFTS(WS-STORE-IDX) TO WS-COUNT-EDIT.
           MOVE WS-ST-OVER-SHIFTS(WS-STORE-IDX) TO WS-SHORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    SHORT SHIFTS ' WS-COUNT-EDIT
               ' OVER SHIFTS ' WS-SHORT-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE TILL-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-SHIFTS-PROVEN TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SHIFTS PROVEN: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE TILL-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-SHIFTS-SHORT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SHORT: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE TILL-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-SHIFTS-OVER TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OVER: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE TILL-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-SHIFTS-UNCOUNTED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'POSTED WITH NO DRAWER COUNT: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE TILL-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-OPERATORS-FLAGGED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OPERATORS FLAGGED FOR REVIEW: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE TILL-REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-DRAWER-COUNT-STATUS = '00'
                   OR WS-DRAWER-COUNT-STATUS = '10' THEN
               CLOSE DRAWER-COUNTS
           END-IF.
           IF WS-PAYMENT-HISTORY-STATUS = '00'
                   OR WS-PAYMENT-HISTORY-STATUS = '10' THEN
               CLOSE PAYMENT-HISTORY
           END-IF.
           IF WS-GIFT-CARD-STATUS = '00'
                   OR WS-GIFT-CARD-STATUS = '10' THEN
               CLOSE GIFT-CARDS
           END-IF.
           IF WS-SALES-LOG-STATUS = '00'
                   OR WS-SALES-LOG-STATUS = '10' THEN
               CLOSE SALES-LOG
           END-IF.
           IF WS-OPERATOR-FILE-AVAILABLE THEN
               CLOSE OPERATOR-MASTER
           END-IF.
           CLOSE TILL-REPORT.

       END PROGRAM TILL-CLOSE.
