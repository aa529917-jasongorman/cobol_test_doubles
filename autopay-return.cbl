           MOVE 'ACHRET' TO PH-PAYMENT-METHOD.
           MOVE 'R' TO PH-RECORD-TYPE.
           MOVE AR-RETURN-CODE TO PH-REVERSAL-REASON.
           MOVE SPACES TO PH-STORE-ID.
           MOVE SPACES TO PH-OPERATOR-ID.
           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'AUTOPAY-RETURN: DUPLICATE HISTORY KEY '
