           05  PAY-PAYMENT-DATE    PIC 9(8).
           05  PAY-AMOUNT          PIC 9(5)V9(2).
           05  PAY-METHOD          PIC X(06).
           05  PAY-STORE-ID        PIC X(03).
           05  PAY-OPERATOR-ID     PIC X(08).
       COPY 'feed-control.cpy'.

       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.
           01  WS-AMOUNT-POSTED-CTL PIC S9(7)V9(2) VALUE 0.
           01  WS-BAL-REDUCED      PIC S9(7)V9(2) VALUE 0.
           01  WS-BAL-REDUCED-COUNT PIC 9(7) COMP VALUE 0.
           01  WS-PERIOD-AMOUNT    PIC S9(7)V9(2).
           01  WS-BILLED-MEMBER-ID PIC X(08).
           01  WS-FEED-ID          PIC X(10) VALUE 'PAYMENTS'.
           01  WS-FEED-RESULT      PIC X(01).
               88  WS-FEED-ACCEPTED        VALUE 'A'.
           01  WS-FEED-EOF-SWITCH  PIC X(01).
               88  END-OF-FEED-CHECK       VALUE 'Y'.
           01  WS-FEED-RECORDS     PIC 9(7) COMP VALUE 0.
           01  WS-FEED-HASH        PIC 9(13)V9(2) VALUE 0.
      *    A PAYMENT THAT CANNOT POST GOES TO SUSPENSE WITH ITS REASON
      *    AND AMOUNT, SO UNAPPLIED MONEY IS NEVER JUST A SYSOUT LINE.
      *    RELEASED ITEMS ARE RETRIED AHEAD OF THE NIGHT'S FEED.
           01  WS-SUSPENSE-ID      PIC 9(7) VALUE 0.
           01  WS-SUSPENSE-REASON  PIC X(30).
           01  WS-SUSPENSE-AMOUNT  PIC S9(7)V9(2).
           01  WS-SUSPENSE-IMAGE   PIC X(100).
           01  WS-PAYMENTS-SUSPENDED PIC 9(7) COMP VALUE 0.
           01  WS-RETRIES-TRIED    PIC 9(7) COMP VALUE 0.
           01  WS-RETRIES-POSTED   PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM VERIFY-FEED-CONTROL.
           IF NOT WS-FEED-ACCEPTED THEN
               PERFORM CLOSE-FILES
               DISPLAY 'PAYMENT-POST: PAYMENTS FEED REJECTED - '
                   'NOTHING POSTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM RETRY-RELEASED-PAYMENTS.
           PERFORM READ-NEXT-PAYMENT.
           PERFORM PROCESS-ONE-PAYMENT UNTIL END-OF-PAYMENTS.
           PERFORM CLOSE-FILES.
           CALL 'FEED-CHECK-ACCEPT' USING WS-FEED-ID.
           CALL 'CLOSE-SUSPENSE-LOG'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-PAYMENTS-READ, WS-PAYMENTS-POSTED,
               WS-PAYMENTS-REJECTED.
           DISPLAY 'PAYMENT-POST: PAYMENTS READ ' WS-PAYMENTS-READ
               ' POSTED ' WS-PAYMENTS-POSTED
               ' REJECTED ' WS-PAYMENTS-REJECTED
               ' AMOUNT ' WS-AMOUNT-POSTED-EDIT
               ' SUSPENDED ' WS-PAYMENTS-SUSPENDED
               ' RETRIED ' WS-RETRIES-TRIED
               ' RETRIES POSTED ' WS-RETRIES-POSTED.
           GOBACK.

       OPEN-FILES.
               OPEN I-O PAYMENT-HISTORY
           END-IF.

      *    NOTHING POSTS UNTIL THE HEADER HAS CLEARED THE FEED
      *    REGISTRY AND THE TRAILER HAS BALANCED THE WHOLE FILE.
      *    THE FEED IS THEN REOPENED AND POSTED FROM THE TOP.
       VERIFY-FEED-CONTROL.
           MOVE ZERO TO WS-FEED-RECORDS.
           MOVE ZERO TO WS-FEED-HASH.
           MOVE 'N' TO WS-FEED-EOF-SWITCH.
           MOVE 'H' TO WS-FEED-RESULT.
           READ PAYMENTS-FEED
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
                   DISPLAY 'PAYMENT-POST: PAYMENTS FEED IS EMPTY'
               NOT AT END
                   CALL 'FEED-CHECK' USING WS-PROGRAM-NAME,
                       WS-FEED-ID, FEED-CONTROL-RECORD,
                       WS-FEED-RESULT
           END-READ.
           IF WS-FEED-ACCEPTED THEN
               PERFORM TALLY-ONE-FEED-RECORD
                   UNTIL END-OF-FEED-CHECK
           END-IF.
           CLOSE PAYMENTS-FEED.
           OPEN INPUT PAYMENTS-FEED.
           READ PAYMENTS-FEED
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-READ.

       TALLY-ONE-FEED-RECORD.
           READ PAYMENTS-FEED
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
                       IF PAY-AMOUNT NUMERIC
                           ADD PAY-AMOUNT TO WS-FEED-HASH
                       END-IF
                   END-IF
           END-READ.

       READ-NEXT-PAYMENT.
           READ PAYMENTS-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF FC-TRAILER
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-PAYMENTS-READ
                   END-IF
           END-READ.

      *    PAYMENTS RELEASED FROM SUSPENSE SINCE THE LAST RUN, AS
      *    CORRECTED BY THE OPERATOR, GO THROUGH THE SAME POSTING AS
      *    THE FEED AND COUNT IN ITS TOTALS. ONE THAT FAILS AGAIN GOES
      *    BACK INTO SUSPENSE UNDER ITS OLD NUMBER.
       RETRY-RELEASED-PAYMENTS.
           MOVE ZERO TO WS-SUSPENSE-ID.
           CALL 'SUSPENSE-NEXT-RELEASED' USING WS-FEED-ID,
               WS-SUSPENSE-ID, WS-SUSPENSE-IMAGE.
           PERFORM RETRY-ONE-PAYMENT UNTIL WS-SUSPENSE-ID = ZERO.

       RETRY-ONE-PAYMENT.
           MOVE WS-SUSPENSE-IMAGE TO PAYMENT-FEED-RECORD.
           ADD 1 TO WS-PAYMENTS-READ.
           ADD 1 TO WS-RETRIES-TRIED.
           PERFORM APPLY-ONE-PAYMENT.
           IF WS-SUSPENSE-REASON = SPACES THEN
               CALL 'SUSPENSE-CLEARED' USING WS-FEED-ID,
                   WS-SUSPENSE-ID
               ADD 1 TO WS-RETRIES-POSTED
           ELSE
               PERFORM SUSPEND-PAYMENT
           END-IF.
           CALL 'SUSPENSE-NEXT-RELEASED' USING WS-FEED-ID,
               WS-SUSPENSE-ID, WS-SUSPENSE-IMAGE.

       PROCESS-ONE-PAYMENT.
           PERFORM APPLY-ONE-PAYMENT.
           IF WS-SUSPENSE-REASON NOT = SPACES THEN
               MOVE ZERO TO WS-SUSPENSE-ID
               PERFORM SUSPEND-PAYMENT
           END-IF.
           PERFORM READ-NEXT-PAYMENT.

       APPLY-ONE-PAYMENT.
           MOVE SPACES TO WS-SUSPENSE-REASON.
           PERFORM LOOKUP-MEMBER.
           IF NOT WS-MEMBER-FOUND THEN
               ADD 1 TO WS-PAYMENTS-REJECTED
               DISPLAY 'PAYMENT-POST: UNKNOWN MEMBER ' PAY-MEMBER-ID
               MOVE 'UNKNOWN MEMBER' TO WS-SUSPENSE-REASON
           ELSE
               IF PAY-AMOUNT NOT NUMERIC OR PAY-AMOUNT = ZERO
                       OR PAY-PAYMENT-DATE NOT NUMERIC THEN
                   ADD 1 TO WS-PAYMENTS-REJECTED
                   DISPLAY 'PAYMENT-POST: BAD PAYMENT RECORD FOR '
                       PAY-MEMBER-ID
                   MOVE 'BAD PAYMENT RECORD' TO WS-SUSPENSE-REASON
               ELSE
                   PERFORM APPLY-PAYMENT
               END-IF
           END-IF.

       SUSPEND-PAYMENT.
           MOVE ZERO TO WS-SUSPENSE-AMOUNT.
           IF PAY-AMOUNT NUMERIC THEN
               MOVE PAY-AMOUNT TO WS-SUSPENSE-AMOUNT
           END-IF.
           MOVE PAYMENT-FEED-RECORD TO WS-SUSPENSE-IMAGE.
           CALL 'SUSPENSE-LOG' USING WS-PROGRAM-NAME, WS-FEED-ID,
               WS-SUSPENSE-ID, WS-SUSPENSE-REASON, PAY-MEMBER-ID,
               WS-SUSPENSE-AMOUNT, WS-SUSPENSE-IMAGE.
           ADD 1 TO WS-PAYMENTS-SUSPENDED.

       LOOKUP-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND-SWITCH.
               END-READ
           END-IF.

      *    THE WHOLE PAYMENT COMES OFF THE BALANCE. AN OVERPAYMENT
      *    TAKES THE BALANCE NEGATIVE AND STAYS ON THE ACCOUNT AS A
      *    CREDIT FOR THE NEXT RENTAL OR FEE, OR FOR CREDIT-REFUND TO
      *    PAY BACK - IT IS THE MEMBER'S MONEY, NOT A ROUNDING LOSS.
       APPLY-PAYMENT.
           PERFORM WRITE-PAYMENT-HISTORY.
           IF WS-HISTORY-WRITTEN THEN
               PERFORM RESOLVE-BILLING-MEMBER
               IF PAY-AMOUNT > MM-ACCOUNT-BALANCE THEN
                   DISPLAY 'PAYMENT-POST: OVERPAYMENT BY '
                       PAY-MEMBER-ID ' - EXCESS HELD AS CREDIT'
               END-IF
               SUBTRACT PAY-AMOUNT FROM MM-ACCOUNT-BALANCE
               ADD PAY-AMOUNT TO WS-BAL-REDUCED
               ADD 1 TO WS-BAL-REDUCED-COUNT
               REWRITE MEMBER-MASTER-RECORD
               ADD 1 TO WS-PAYMENTS-POSTED
               ADD PAY-AMOUNT TO WS-AMOUNT-POSTED
               PERFORM REGISTER-PAYMENT-PERIOD
           ELSE
               ADD 1 TO WS-PAYMENTS-REJECTED
               MOVE 'DUPLICATE HISTORY KEY' TO WS-SUSPENSE-REASON
           END-IF.

      *    A PAYMENT POSTS TO THE ACCOUNTING PERIOD OF THE DATE THE
      *    MEMBER PAID, NOT THE NIGHT IT REACHED US; ONE DATED IN A
      *    PERIOD FINANCE HAS CLOSED COMES INTO THE CURRENT PERIOD AS
      *    A PRIOR-PERIOD ADJUSTMENT.
       REGISTER-PAYMENT-PERIOD.
           MOVE PAY-AMOUNT TO WS-PERIOD-AMOUNT.
           CALL 'CONTROL-TOTAL-DATED' USING WS-PROGRAM-NAME,
               'PAYMENTS  ', WS-PERIOD-AMOUNT, PAY-PAYMENT-DATE,
               PAY-MEMBER-ID.
           CALL 'CONTROL-TOTAL-DATED' USING WS-PROGRAM-NAME,
               'BALREDUCE ', WS-PERIOD-AMOUNT, PAY-PAYMENT-DATE,
               PAY-MEMBER-ID.

       WRITE-PAYMENT-HISTORY.
           MOVE 'N' TO WS-HISTORY-WRITTEN-SWITCH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE PAY-METHOD TO PH-PAYMENT-METHOD.
           MOVE 'P' TO PH-RECORD-TYPE.
           MOVE SPACES TO PH-REVERSAL-REASON.
           MOVE PAY-STORE-ID TO PH-STORE-ID.
           MOVE PAY-OPERATOR-ID TO PH-OPERATOR-ID.
           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'PAYMENT-POST: DUPLICATE HISTORY KEY FOR '
