           MOVE 'ACH' TO PH-PAYMENT-METHOD.
           MOVE 'P' TO PH-RECORD-TYPE.
           MOVE SPACES TO PH-REVERSAL-REASON.
           MOVE SPACES TO PH-STORE-ID.
           MOVE SPACES TO PH-OPERATOR-ID.
           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'AUTOPAY-DEBIT: DUPLICATE HISTORY KEY '
