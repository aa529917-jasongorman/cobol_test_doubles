           01  WS-AMOUNT-REVERSED  PIC S9(7)V9(2) VALUE 0.
           01  WS-AMOUNT-REVERSED-EDIT PIC ZZZZZZ9.99.
           01  WS-BAL-RESTORED     PIC S9(7)V9(2) VALUE 0.
           01  WS-PERIOD-AMOUNT    PIC S9(7)V9(2).
           01  WS-NSF-FEES-POSTED  PIC 9(7) COMP VALUE 0.
           01  WS-NSF-FEE-TOTAL    PIC S9(7)V9(2) VALUE 0.
           01  WS-NSF-DELTA-TOTAL  PIC S9(7)V9(2) VALUE 0.
               IF PH-REVERSAL-RECORD THEN
                   SET WS-ALREADY-REVERSED TO TRUE
               ELSE
                   IF PH-PAYMENT-RECORD
                           AND WS-NO-PAYMENT-MATCHED THEN
                       SET WS-PAYMENT-MATCHED TO TRUE
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-MEMBER-PAYMENT.

      *    THE REVERSAL UNDOES THE PAYMENT IN THE PERIOD THE PAYMENT
      *    WAS DATED IN; IF FINANCE HAS CLOSED THAT PERIOD IT LANDS IN
      *    THE CURRENT ONE AS A PRIOR-PERIOD ADJUSTMENT. THE NSF FEE
      *    IS A NEW CHARGE AND TAKES THE RUN DATE.
       POST-ONE-REVERSAL.
           PERFORM WRITE-REVERSAL-RECORD.
           PERFORM RESTORE-MEMBER-BALANCE.
           ADD 1 TO WS-REVERSALS-POSTED.
           ADD BR-AMOUNT TO WS-AMOUNT-REVERSED.
           MOVE BR-AMOUNT TO WS-PERIOD-AMOUNT.
           CALL 'CONTROL-TOTAL-DATED' USING WS-PROGRAM-NAME,
               'REVERSED  ', WS-PERIOD-AMOUNT, BR-PAYMENT-DATE,
               BR-MEMBER-ID.

       WRITE-REVERSAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE 'RETURN' TO PH-PAYMENT-METHOD.
           MOVE 'R' TO PH-RECORD-TYPE.
           MOVE BR-REASON-CODE TO PH-REVERSAL-REASON.
           MOVE SPACES TO PH-STORE-ID.
           MOVE SPACES TO PH-OPERATOR-ID.
           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'PAYMENT-REVERSAL: DUPLICATE HISTORY '
               PERFORM RESOLVE-BILLING-MEMBER
               ADD BR-AMOUNT TO MM-ACCOUNT-BALANCE
               ADD BR-AMOUNT TO WS-BAL-RESTORED
               MOVE BR-AMOUNT TO WS-PERIOD-AMOUNT
               CALL 'CONTROL-TOTAL-DATED' USING WS-PROGRAM-NAME,
                   'BALDELTA  ', WS-PERIOD-AMOUNT, BR-PAYMENT-DATE,
                   BR-MEMBER-ID
               IF BR-NSF-RETURN THEN
                   ADD WS-NSF-FEE TO MM-ACCOUNT-BALANCE
                   ADD WS-NSF-FEE TO WS-NSF-FEE-TOTAL
