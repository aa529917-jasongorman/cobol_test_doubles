
           SELECT DISCREPANCY-REPORT ASSIGN TO 'INVDISCRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VENDOR-INVOICES ASSIGN TO 'VENDINV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VI-KEY
               FILE STATUS IS WS-VENDOR-INVOICE-STATUS.

           SELECT MATCH-LOG ASSIGN TO 'INVMATCHLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FEED.
           05  IV-IMDB-ID          PIC X(10).
           05  IV-QUANTITY         PIC 9(4).
           05  IV-UNIT-COST        PIC 9(3)V9(2).
           05  IV-VENDOR-ID        PIC X(08).
           05  IV-INVOICE-DATE     PIC 9(8).
       COPY 'feed-control.cpy'.

       FD  OPEN-ORDERS.
       COPY 'open-orders.cpy'.
           05  PB-QUANTITY         PIC 9(4).
           05  PB-UNIT-COST        PIC 9(3)V9(2).
           05  PB-LINE-AMOUNT      PIC 9(7)V9(2).
           05  PB-VENDOR-ID        PIC X(08).
           05  PB-INVOICE-DATE     PIC 9(8).

       FD  DISCREPANCY-REPORT.
       01  DISCREPANCY-REPORT-LINE PIC X(100).

       FD  VENDOR-INVOICES.
       COPY 'vendor-invoice.cpy'.

       FD  MATCH-LOG.
       COPY 'invoice-match-log.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'INVOICE-MATCH'.
           01  WS-OPEN-ORDERS-STATUS PIC X(02).
           01  WS-MATCH-LOG-STATUS PIC X(02).
           01  WS-VENDOR-INVOICE-STATUS PIC X(02).
           01  WS-INVOICE-FOUND-SWITCH PIC X(01).
               88  WS-INVOICE-FOUND        VALUE 'Y'.
           01  WS-INVOICE-PAID-SWITCH PIC X(01).
               88  WS-INVOICE-ALREADY-PAID VALUE 'Y'.
           01  WS-SEEN-FOUND-SWITCH PIC X(01).
               88  WS-SEEN-FOUND           VALUE 'Y'.
           01  WS-LINE-VENDOR      PIC X(08).
           01  WS-LINE-INVOICE-DATE PIC 9(8).
           01  WS-WORK-INVOICE-KEY PIC X(18).
           01  WS-SEEN-SLOT-MAX    PIC 9(4) COMP VALUE 1000.
           01  WS-SEEN-COUNT       PIC 9(4) COMP VALUE 0.
           01  WS-SEEN-IDX         PIC 9(4) COMP.
           01  WS-SEEN-TABLE.
               05  WS-SEEN-INVOICE-KEY OCCURS 1000 TIMES PIC X(18).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-INVOICE-LINES    VALUE 'Y'.
           01  WS-ORDER-FOUND-SWITCH PIC X(01).
           01  WS-LINES-DISPUTED   PIC 9(7) COMP VALUE 0.
           01  WS-MATCHED-TOTAL    PIC S9(7)V9(2) VALUE 0.
           01  WS-MATCHED-EDIT     PIC ZZZZZZ9.99.
           01  WS-FEED-ID          PIC X(10) VALUE 'DISTINV'.
           01  WS-FEED-RESULT      PIC X(01).
               88  WS-FEED-ACCEPTED        VALUE 'A'.
           01  WS-FEED-EOF-SWITCH  PIC X(01).
               88  END-OF-FEED-CHECK       VALUE 'Y'.
           01  WS-FEED-RECORDS     PIC 9(7) COMP VALUE 0.
           01  WS-FEED-HASH        PIC 9(13)V9(2) VALUE 0.
           01  WS-EXC-KEY          PIC X(30).
           01  WS-EXC-SEVERITY     PIC X(01).
           01  WS-EXC-AMOUNT       PIC S9(7)V9(2).
           01  WS-EXC-TEXT         PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM VERIFY-FEED-CONTROL.
           IF NOT WS-FEED-ACCEPTED THEN
               PERFORM CLOSE-FILES
               DISPLAY 'INVOICE-MATCH: DISTINV FEED REJECTED - '
                   'NOTHING POSTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM READ-NEXT-INVOICE-LINE.
           PERFORM MATCH-ONE-INVOICE-LINE
               UNTIL END-OF-INVOICE-LINES.
           PERFORM CLOSE-FILES.
           CALL 'FEED-CHECK-ACCEPT' USING WS-FEED-ID.
           CALL 'CLOSE-EXCEPTION-LOG'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-LINES-READ, WS-LINES-MATCHED,
               WS-LINES-DISPUTED.
           OPEN INPUT OPEN-ORDERS.
           OPEN OUTPUT PAYABLES-EXTRACT.
           OPEN OUTPUT DISCREPANCY-REPORT.
           PERFORM OPEN-VENDOR-INVOICES.
           OPEN EXTEND MATCH-LOG.
           IF WS-MATCH-LOG-STATUS = '35' THEN
               OPEN OUTPUT MATCH-LOG
           END-IF.

       OPEN-VENDOR-INVOICES.
           OPEN I-O VENDOR-INVOICES.
           IF WS-VENDOR-INVOICE-STATUS = '35' THEN
               OPEN OUTPUT VENDOR-INVOICES
               CLOSE VENDOR-INVOICES
               OPEN I-O VENDOR-INVOICES
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           END-STRING.
           WRITE DISCREPANCY-REPORT-LINE FROM WS-REPORT-LINE.

      *    NOTHING POSTS UNTIL THE HEADER HAS CLEARED THE FEED
      *    REGISTRY AND THE TRAILER HAS BALANCED THE WHOLE FILE.
      *    THE FEED IS THEN REOPENED AND POSTED FROM THE TOP.
       VERIFY-FEED-CONTROL.
           MOVE ZERO TO WS-FEED-RECORDS.
           MOVE ZERO TO WS-FEED-HASH.
           MOVE 'N' TO WS-FEED-EOF-SWITCH.
           MOVE 'H' TO WS-FEED-RESULT.
           READ INVOICE-FEED
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
                   DISPLAY 'INVOICE-MATCH: DISTINV FEED IS EMPTY'
               NOT AT END
                   CALL 'FEED-CHECK' USING WS-PROGRAM-NAME,
                       WS-FEED-ID, FEED-CONTROL-RECORD,
                       WS-FEED-RESULT
           END-READ.
           IF WS-FEED-ACCEPTED THEN
               PERFORM TALLY-ONE-FEED-RECORD
                   UNTIL END-OF-FEED-CHECK
           END-IF.
           CLOSE INVOICE-FEED.
           OPEN INPUT INVOICE-FEED.
           READ INVOICE-FEED
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-READ.

       TALLY-ONE-FEED-RECORD.
           READ INVOICE-FEED
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
                   MOVE SPACES TO FEED-CONTROL-RECORD
                   CALL 'FEED-CHECK-TRAILER' USING WS-FEED-ID,
                       FEED-CONTROL-RECORD, WS-FEED-RECORDS,
                       WS-FEED-HASH, WS-FEED-RESULT
               NOT AT END
                   IF FC-TRAILER
                       MOVE 'Y' TO WS-FEED-EOF-SWITCH
                       CALL 'FEED-CHECK-TRAILER' USING WS-FEED-ID,
                           FEED-CONTROL-RECORD, WS-FEED-RECORDS,
                           WS-FEED-HASH, WS-FEED-RESULT
                   ELSE
                       ADD 1 TO WS-FEED-RECORDS
                       IF IV-QUANTITY NUMERIC
                               AND IV-UNIT-COST NUMERIC
                           COMPUTE WS-FEED-HASH = WS-FEED-HASH
                               + IV-QUANTITY * IV-UNIT-COST
                       END-IF
                   END-IF
           END-READ.

       READ-NEXT-INVOICE-LINE.
           READ INVOICE-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF FC-TRAILER
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-LINES-READ
                   END-IF
           END-READ.

      *    THREE-WAY MATCH: THE INVOICE LINE, THE QUANTITY THE PO
      *    ORDERED, AND THE QUANTITY PO-RECEIVE BOOKED IN. A LINE
      *    THAT BILLS MORE THAN ARRIVED, OR AT A COST OFF THE
      *    AGREED PO COST, GOES TO THE BUYER'S REPORT INSTEAD OF
      *    THE PAYABLES EXTRACT - NO MORE PAYING ON FAITH. A LINE
      *    BILLED BY A DISTRIBUTOR OTHER THAN THE ONE THE PO WENT
      *    TO IS HELD THE SAME WAY. EVERY LINE, WHATEVER THE
      *    OUTCOME, IS LOGGED FOR THE VENDOR SCORECARD. AN INVOICE
      *    THE PAYMENT RUN HAS ALREADY PAID IS REFUSED OUTRIGHT, AND
      *    A LINE WITH NO DISTRIBUTOR ON EITHER THE INVOICE OR THE
      *    PO IS HELD BECAUSE THERE IS NO ONE TO PAY.
       MATCH-ONE-INVOICE-LINE.
           PERFORM LOOKUP-OPEN-ORDER.
           PERFORM DETERMINE-LINE-VENDOR.
           PERFORM LOOKUP-VENDOR-INVOICE.
           EVALUATE TRUE
               WHEN WS-INVOICE-ALREADY-PAID
                   PERFORM REPORT-ALREADY-PAID
               WHEN NOT WS-ORDER-FOUND
                   PERFORM REPORT-NO-ORDER
               WHEN IV-VENDOR-ID NOT = SPACES
                       AND OO-VENDOR-ID NOT = SPACES
                       AND IV-VENDOR-ID NOT = OO-VENDOR-ID
                   PERFORM REPORT-WRONG-DISTRIBUTOR
               WHEN WS-LINE-VENDOR = SPACES
                   PERFORM REPORT-NO-DISTRIBUTOR
               WHEN IV-QUANTITY NOT NUMERIC
                       OR IV-QUANTITY = ZERO
                   PERFORM REPORT-BAD-QUANTITY
               WHEN OTHER
                   PERFORM WRITE-PAYABLE-LINE
           END-EVALUATE.
           PERFORM WRITE-MATCH-LOG.
           IF WS-LINE-VENDOR NOT = SPACES
                   AND NOT WS-INVOICE-ALREADY-PAID THEN
               PERFORM POST-VENDOR-INVOICE
           END-IF.
           PERFORM READ-NEXT-INVOICE-LINE.

       LOOKUP-OPEN-ORDER.
                   SET WS-ORDER-FOUND TO TRUE
           END-READ.

      *    THE LINE BELONGS TO THE DISTRIBUTOR THAT BILLED IT, OR TO
      *    THE ONE THE PO WENT TO WHEN THE INVOICE DOES NOT SAY.
       DETERMINE-LINE-VENDOR.
           IF IV-VENDOR-ID NOT = SPACES OR NOT WS-ORDER-FOUND THEN
               MOVE IV-VENDOR-ID TO WS-LINE-VENDOR
           ELSE
               MOVE OO-VENDOR-ID TO WS-LINE-VENDOR
           END-IF.
           IF IV-INVOICE-DATE NUMERIC
                   AND IV-INVOICE-DATE > ZERO THEN
               MOVE IV-INVOICE-DATE TO WS-LINE-INVOICE-DATE
           ELSE
               MOVE WS-CURRENT-DATE(1:8) TO WS-LINE-INVOICE-DATE
           END-IF.

      *    THE FIRST LINE OF AN INVOICE SEEN IN A RUN STARTS ITS
      *    TOTALS AFRESH, SO A DISTRIBUTOR'S CORRECTED RE-SUBMISSION
      *    REPLACES THE DISPUTED ONE AND RELEASES THE HOLD INSTEAD OF
      *    ADDING TO IT.
       LOOKUP-VENDOR-INVOICE.
           MOVE 'N' TO WS-INVOICE-FOUND-SWITCH.
           MOVE 'N' TO WS-INVOICE-PAID-SWITCH.
           IF WS-LINE-VENDOR NOT = SPACES THEN
               MOVE WS-LINE-VENDOR TO VI-VENDOR-ID
               MOVE IV-INVOICE-NUMBER TO VI-INVOICE-NUMBER
               READ VENDOR-INVOICES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-INVOICE-FOUND TO TRUE
               END-READ
               IF WS-INVOICE-FOUND AND VI-INVOICE-PAID THEN
                   SET WS-INVOICE-ALREADY-PAID TO TRUE
               ELSE
                   PERFORM CHECK-INVOICE-SEEN
               END-IF
           END-IF.

       CHECK-INVOICE-SEEN.
           MOVE VI-KEY TO WS-WORK-INVOICE-KEY.
           MOVE 'N' TO WS-SEEN-FOUND-SWITCH.
           PERFORM CHECK-ONE-SEEN-SLOT
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               OR WS-SEEN-FOUND.
           IF NOT WS-SEEN-FOUND THEN
               IF WS-SEEN-COUNT < WS-SEEN-SLOT-MAX THEN
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE WS-WORK-INVOICE-KEY TO
                       WS-SEEN-INVOICE-KEY(WS-SEEN-COUNT)
                   PERFORM START-INVOICE-TOTALS
               ELSE
                   IF NOT WS-INVOICE-FOUND THEN
                       PERFORM START-INVOICE-TOTALS
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-SEEN-SLOT.
           IF WS-SEEN-INVOICE-KEY(WS-SEEN-IDX) = WS-WORK-INVOICE-KEY
                   THEN
               SET WS-SEEN-FOUND TO TRUE
               SUBTRACT 1 FROM WS-SEEN-IDX
           END-IF.

       START-INVOICE-TOTALS.
           MOVE WS-LINE-INVOICE-DATE TO VI-INVOICE-DATE.
           MOVE ZERO TO VI-LINES-MATCHED.
           MOVE ZERO TO VI-LINES-DISPUTED.
           MOVE ZERO TO VI-INVOICE-AMOUNT.
           SET VI-INVOICE-OPEN TO TRUE.
           MOVE ZERO TO VI-PAID-DATE.
           MOVE ZERO TO VI-PAYMENT-NUMBER.
           MOVE ZERO TO VI-DISCOUNT-TAKEN.
           MOVE ZERO TO VI-AMOUNT-PAID.
           IF NOT WS-INVOICE-FOUND THEN
               MOVE ZERO TO VI-CREDIT-APPLIED
           END-IF.

       POST-VENDOR-INVOICE.
           MOVE WS-CURRENT-DATE(1:8) TO VI-MATCH-DATE.
           IF ML-LINE-MATCHED THEN
               ADD 1 TO VI-LINES-MATCHED
               ADD WS-LINE-AMOUNT TO VI-INVOICE-AMOUNT
           ELSE
               ADD 1 TO VI-LINES-DISPUTED
           END-IF.
           IF WS-INVOICE-FOUND THEN
               REWRITE VENDOR-INVOICE-RECORD
           ELSE
               WRITE VENDOR-INVOICE-RECORD
           END-IF.

       REPORT-ALREADY-PAID.
           ADD 1 TO WS-LINES-DISPUTED.
           SET ML-ALREADY-PAID TO TRUE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'INVOICE ALREADY PAID: INVOICE '
               IV-INVOICE-NUMBER ' LINE ' IV-IMDB-ID
               ' PAYMENT ' VI-PAYMENT-NUMBER
               ' ON ' VI-PAID-DATE
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE DISCREPANCY-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM RAISE-DISPUTE-EXCEPTION.

       REPORT-NO-DISTRIBUTOR.
           ADD 1 TO WS-LINES-DISPUTED.
           SET ML-NO-DISTRIBUTOR TO TRUE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NO DISTRIBUTOR ON INVOICE OR PO: INVOICE '
               IV-INVOICE-NUMBER ' LINE ' IV-IMDB-ID
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE DISCREPANCY-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM RAISE-DISPUTE-EXCEPTION.

       REPORT-NO-ORDER.
           ADD 1 TO WS-LINES-DISPUTED.
           SET ML-NO-ORDER TO TRUE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NO PO ON FILE: INVOICE ' IV-INVOICE-NUMBER
               ' LINE ' IV-IMDB-ID
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE DISCREPANCY-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM RAISE-DISPUTE-EXCEPTION.

       REPORT-WRONG-DISTRIBUTOR.
           ADD 1 TO WS-LINES-DISPUTED.
           SET ML-WRONG-DISTRIBUTOR TO TRUE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BILLED BY WRONG DISTRIBUTOR: INVOICE '
               IV-INVOICE-NUMBER ' LINE ' IV-IMDB-ID
               ' BILLED BY ' IV-VENDOR-ID
               ' ORDERED FROM ' OO-VENDOR-ID
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE DISCREPANCY-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM RAISE-DISPUTE-EXCEPTION.

       REPORT-BAD-QUANTITY.
           ADD 1 TO WS-LINES-DISPUTED.
           SET ML-BAD-QUANTITY TO TRUE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BAD QUANTITY: INVOICE ' IV-INVOICE-NUMBER
               ' LINE ' IV-IMDB-ID
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE DISCREPANCY-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM RAISE-DISPUTE-EXCEPTION.

       REPORT-SHORT-RECEIPT.
           ADD 1 TO WS-LINES-DISPUTED.
           SET ML-BILLED-OVER-RECEIPT TO TRUE.
           MOVE IV-QUANTITY TO WS-QTY-EDIT.
           MOVE OO-QUANTITY-RECEIVED TO WS-QTY-B-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE DISCREPANCY-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM RAISE-DISPUTE-EXCEPTION.

       REPORT-COST-VARIANCE.
           ADD 1 TO WS-LINES-DISPUTED.
           SET ML-COST-VARIANCE TO TRUE.
           MOVE IV-UNIT-COST TO WS-COST-EDIT.
           MOVE OO-UNIT-COST TO WS-COST-B-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE DISCREPANCY-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM RAISE-DISPUTE-EXCEPTION.

      *    EVERY DISPUTED LINE ALSO GOES TO THE SHARED EXCEPTION FILE
      *    AT THE VALUE BILLED, SO A DISPUTE LEFT WITH THE DISTRIBUTOR
      *    SHOWS ON THE AGING REPORT UNTIL SOMEONE CLOSES IT.
       RAISE-DISPUTE-EXCEPTION.
           MOVE SPACES TO WS-EXC-KEY.
           STRING IV-VENDOR-ID ' ' IV-INVOICE-NUMBER ' ' IV-IMDB-ID
           INTO WS-EXC-KEY
           END-STRING.
           MOVE 'M' TO WS-EXC-SEVERITY.
           MOVE ZERO TO WS-EXC-AMOUNT.
           IF IV-QUANTITY NUMERIC AND IV-UNIT-COST NUMERIC THEN
               COMPUTE WS-EXC-AMOUNT = IV-QUANTITY * IV-UNIT-COST
           END-IF.
           MOVE WS-REPORT-LINE TO WS-EXC-TEXT.
           CALL 'EXCEPTION-LOG' USING WS-PROGRAM-NAME, WS-EXC-KEY,
               WS-EXC-SEVERITY, WS-EXC-AMOUNT, WS-EXC-TEXT.

       WRITE-PAYABLE-LINE.
           COMPUTE WS-LINE-AMOUNT =
           MOVE IV-QUANTITY TO PB-QUANTITY.
           MOVE IV-UNIT-COST TO PB-UNIT-COST.
           MOVE WS-LINE-AMOUNT TO PB-LINE-AMOUNT.
           MOVE WS-LINE-VENDOR TO PB-VENDOR-ID.
           MOVE WS-LINE-INVOICE-DATE TO PB-INVOICE-DATE.
           WRITE PAYABLE-RECORD.
           ADD 1 TO WS-LINES-MATCHED.
           ADD WS-LINE-AMOUNT TO WS-MATCHED-TOTAL.
           SET ML-LINE-MATCHED TO TRUE.

      *    ON A LINE WITH NO PO THE ORDER FIGURES ARE ZERO.
       WRITE-MATCH-LOG.
           MOVE WS-LINE-VENDOR TO ML-VENDOR-ID.
           MOVE WS-CURRENT-DATE(1:8) TO ML-MATCH-DATE.
           MOVE IV-INVOICE-NUMBER TO ML-INVOICE-NUMBER.
           MOVE IV-IMDB-ID TO ML-IMDB-ID.
           IF IV-QUANTITY NUMERIC THEN
               MOVE IV-QUANTITY TO ML-QUANTITY-BILLED
           ELSE
               MOVE ZERO TO ML-QUANTITY-BILLED
           END-IF.
           IF IV-UNIT-COST NUMERIC THEN
               MOVE IV-UNIT-COST TO ML-UNIT-COST-BILLED
           ELSE
               MOVE ZERO TO ML-UNIT-COST-BILLED
           END-IF.
           IF WS-ORDER-FOUND THEN
               MOVE OO-QUANTITY-RECEIVED TO ML-QUANTITY-RECEIVED
               MOVE OO-UNIT-COST TO ML-UNIT-COST-AGREED
           ELSE
               MOVE ZERO TO ML-QUANTITY-RECEIVED
               MOVE ZERO TO ML-UNIT-COST-AGREED
           END-IF.
           WRITE INVOICE-MATCH-LOG-RECORD.

       CLOSE-FILES.
           CLOSE INVOICE-FEED.
           CLOSE OPEN-ORDERS.
           CLOSE PAYABLES-EXTRACT.
           CLOSE DISCREPANCY-REPORT.
           CLOSE VENDOR-INVOICES.
           CLOSE MATCH-LOG.

       END PROGRAM INVOICE-MATCH.
