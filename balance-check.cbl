           01  WS-AMOUNT-A         PIC S9(7)V9(2).
           01  WS-AMOUNT-B         PIC S9(7)V9(2).
           01  WS-AMOUNT-B-EDIT    PIC -ZZZZZZ9.99.
           01  WS-SLOT-MAX         PIC 9(3) COMP VALUE 200.
           01  WS-SLOT-COUNT       PIC 9(3) COMP VALUE 0.
           01  WS-SLOT-IDX         PIC 9(3) COMP.
           01  WS-SLOT-FOUND-SWITCH PIC X(01).
               88  WS-SLOT-FOUND           VALUE 'Y'.
           01  WS-TOTAL-TABLE.
               05  WS-TOTAL-ENTRY OCCURS 200 TIMES.
                   10  WS-TT-PROGRAM       PIC X(18).
                   10  WS-TT-TYPE          PIC X(10).
                   10  WS-TT-COUNT         PIC 9(7).
           01  WS-ROWS-READ        PIC 9(7) COMP VALUE 0.
           01  WS-CHECKS-FAILED    PIC 9(7) COMP VALUE 0.
           01  WS-ZERO-COUNT       PIC 9(7) COMP VALUE 0.
           01  WS-TOTALS-DROPPED   PIC 9(7) COMP VALUE 0.
           01  WS-EXC-KEY          PIC X(30).
           01  WS-EXC-SEVERITY     PIC X(01).
           01  WS-EXC-AMOUNT       PIC S9(7)V9(2).
           01  WS-EXC-TEXT         PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM CHECK-CREDIT-CROSS-FOOT.
           PERFORM CHECK-LOST-COPY-CROSS-FOOT.
           PERFORM CHECK-SUBSCRIPTION-CROSS-FOOT.
           PERFORM CHECK-CARD-FEE-CROSS-FOOT.
           PERFORM CHECK-REFUND-CROSS-FOOT.
           PERFORM CHECK-ESCHEAT-CROSS-FOOT.
           PERFORM CHECK-MERCHANDISE-CROSS-FOOT.
           PERFORM REPORT-RENTAL-POSTINGS.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           CALL 'CLOSE-EXCEPTION-LOG'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-ROWS-READ, WS-ZERO-COUNT, WS-CHECKS-FAILED.
           DISPLAY 'BALANCE-CHECK: TOTALS READ ' WS-ROWS-READ
               ' CHECKS FAILED ' WS-CHECKS-FAILED
               ' TOTALS DROPPED ' WS-TOTALS-DROPPED.
           IF WS-CHECKS-FAILED > ZERO
                   OR WS-TOTALS-DROPPED > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
               MOVE ZERO TO WS-TT-AMOUNT(WS-SLOT-IDX)
               SET WS-SLOT-FOUND TO TRUE
           END-IF.
      *    A TOTAL WITH NO ROOM IN THE TABLE CANNOT BE CROSS-FOOTED,
      *    SO THE NIGHT IS NOT ALLOWED TO LOOK BALANCED WITHOUT IT.
           IF WS-SLOT-FOUND THEN
               ADD CT-RECORD-COUNT TO WS-TT-COUNT(WS-SLOT-IDX)
               ADD CT-AMOUNT TO WS-TT-AMOUNT(WS-SLOT-IDX)
           ELSE
               ADD 1 TO WS-TOTALS-DROPPED
               DISPLAY 'BALANCE-CHECK: TOTAL TABLE FULL AT '
                   WS-SLOT-MAX ' - ' CT-PROGRAM-ID ' ' CT-TOTAL-TYPE
                   ' NOT CHECKED'
           END-IF.

       CHECK-ONE-SLOT.
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE BALANCE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE 'PRICING' TO WS-CHECK-LABEL.
           MOVE ZERO TO WS-EXC-AMOUNT.
           MOVE SPACES TO WS-EXC-TEXT.
           STRING 'PRICING OUT OF BALANCE: READ NOT = PRICED + '
               'EXCEPTED + OVERRIDDEN'
           INTO WS-EXC-TEXT
           END-STRING.
           PERFORM RAISE-BALANCE-EXCEPTION.

       CHECK-FEE-POSTING-CROSS-FOOT.
           MOVE 'LATE FEES' TO WS-CHECK-LABEL.
           SET WS-RULE-EQUAL TO TRUE.
           PERFORM CHECK-PAIRED-AMOUNTS.

       CHECK-CARD-FEE-CROSS-FOOT.
           MOVE 'CARD FEES' TO WS-CHECK-LABEL.
           MOVE 'MEMBER-MAINT' TO WS-LOOKUP-PROGRAM.
           MOVE 'CARDFEES' TO WS-TYPE-A.
           MOVE 'CARDDELTA' TO WS-TYPE-B.
           SET WS-RULE-EQUAL TO TRUE.
           PERFORM CHECK-PAIRED-AMOUNTS.

      *    A CREDIT PAID BACK TO A MEMBER MUST TAKE EXACTLY THE
      *    REFUNDED AMOUNT OFF THE CREDIT BALANCES - ANY GAP IS A
      *    DISBURSEMENT WITH NO MATCHING ACCOUNT ENTRY.
       CHECK-REFUND-CROSS-FOOT.
           MOVE 'REFUNDS' TO WS-CHECK-LABEL.
           MOVE 'CREDIT-REFUND' TO WS-LOOKUP-PROGRAM.
           MOVE 'REFUNDS' TO WS-TYPE-A.
           MOVE 'BALDELTA' TO WS-TYPE-B.
           SET WS-RULE-EQUAL TO TRUE.
           PERFORM CHECK-PAIRED-AMOUNTS.

      *    CREDIT TURNED OVER TO THE STATE AS UNCLAIMED PROPERTY MUST
      *    COME OFF THE MEMBER BALANCES TO THE PENNY, OR THE FILING
      *    REMITS MONEY THE LEDGER STILL SHOWS AS OWED TO THE MEMBER.
       CHECK-ESCHEAT-CROSS-FOOT.
           MOVE 'ESCHEATMENT' TO WS-CHECK-LABEL.
           MOVE 'ESCHEAT-FILE' TO WS-LOOKUP-PROGRAM.
           MOVE 'ESCHCRED' TO WS-TYPE-A.
           MOVE 'BALDELTA' TO WS-TYPE-B.
           SET WS-RULE-EQUAL TO TRUE.
           PERFORM CHECK-PAIRED-AMOUNTS.

      *    THE REGISTERS' SALES AND TAX AS POSTED MUST EQUAL WHAT THE
      *    DRAWERS TOOK IN, NET OF REFUNDS PAID OUT.
       CHECK-MERCHANDISE-CROSS-FOOT.
           MOVE 'MERCH SALES' TO WS-CHECK-LABEL.
           MOVE 'MERCH-SALE-POST' TO WS-LOOKUP-PROGRAM.
           MOVE 'MERCHGROSS' TO WS-TYPE-A.
           MOVE 'MERCHTENDR' TO WS-TYPE-B.
           SET WS-RULE-EQUAL TO TRUE.
           PERFORM CHECK-PAIRED-AMOUNTS.

      *    RULE 'E': THE APPLIED AMOUNT MUST EQUAL THE POSTED AMOUNT.
      *    RULE 'L': APPLIED MAY FALL SHORT OF POSTED (A MEMBER NO
      *    LONGER ON FILE) BUT MAY NEVER EXCEED IT.  RULE 'G': APPLIED
      *    MAY EXCEED POSTED BUT MAY NEVER FALL SHORT.  OVERPAYMENTS
      *    AND CREDITS CARRY AS NEGATIVE BALANCES RATHER THAN
      *    CLAMPING AT ZERO, SO IN A CLEAN CYCLE EVERY PAIR IS EQUAL.
      *    AN ABSENT PAIR IS REPORTED, NEVER SILENTLY SKIPPED.
       CHECK-PAIRED-AMOUNTS.
           MOVE WS-TYPE-A TO WS-LOOKUP-TYPE.
           PERFORM FIND-TOTAL.
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE BALANCE-REPORT-LINE FROM WS-REPORT-LINE.
           COMPUTE WS-EXC-AMOUNT = WS-AMOUNT-A - WS-AMOUNT-B.
           MOVE WS-REPORT-LINE(4:60) TO WS-EXC-TEXT.
           PERFORM RAISE-BALANCE-EXCEPTION.

      *    A FAILED CROSS-FOOT GOES TO THE SHARED EXCEPTION FILE AS
      *    ONE ITEM PER CHECK PER CYCLE.
       RAISE-BALANCE-EXCEPTION.
           MOVE SPACES TO WS-EXC-KEY.
           STRING WS-CHECK-LABEL ' ' WS-CYCLE-DATE
           INTO WS-EXC-KEY
           END-STRING.
           MOVE 'H' TO WS-EXC-SEVERITY.
           CALL 'EXCEPTION-LOG' USING WS-PROGRAM-NAME, WS-EXC-KEY,
               WS-EXC-SEVERITY, WS-EXC-AMOUNT, WS-EXC-TEXT.

       REPORT-RENTAL-POSTINGS.
           MOVE 'RENTAL-POST' TO WS-LOOKUP-PROGRAM.
