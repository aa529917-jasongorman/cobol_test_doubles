           05  RC-RECOVERY-DATE    PIC 9(8).
           05  RC-GROSS-AMOUNT     PIC 9(5)V9(2).
           05  RC-AGENCY-FEE       PIC 9(5)V9(2).
       COPY 'feed-control.cpy'.

       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.
           01  WS-FEE-TOTAL        PIC S9(7)V9(2) VALUE 0.
           01  WS-FEES-COUNTED     PIC 9(7) COMP VALUE 0.
           01  WS-NET-TOTAL-EDIT   PIC ZZZZZZ9.99.
           01  WS-FEED-ID          PIC X(10) VALUE 'COLLRECV'.
           01  WS-FEED-RESULT      PIC X(01).
               88  WS-FEED-ACCEPTED        VALUE 'A'.
           01  WS-FEED-EOF-SWITCH  PIC X(01).
               88  END-OF-FEED-CHECK       VALUE 'Y'.
           01  WS-FEED-RECORDS     PIC 9(7) COMP VALUE 0.
           01  WS-FEED-HASH        PIC 9(13)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM VERIFY-FEED-CONTROL.
           IF NOT WS-FEED-ACCEPTED THEN
               PERFORM CLOSE-FILES
               DISPLAY 'COLLECT-RECOVERY: COLLRECV FEED REJECTED - '
                   'NOTHING POSTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-NEXT-RECOVERY.
           PERFORM PROCESS-ONE-RECOVERY UNTIL END-OF-RECOVERIES.
           PERFORM CLOSE-FILES.
           CALL 'FEED-CHECK-ACCEPT' USING WS-FEED-ID.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-RECOVERIES-READ, WS-RECOVERIES-POSTED,
               WS-RECOVERIES-REJECTED.
           OPEN I-O WRITEOFF-LOG.
           OPEN I-O PAYMENT-HISTORY.

      *    NOTHING POSTS UNTIL THE HEADER HAS CLEARED THE FEED
      *    REGISTRY AND THE TRAILER HAS BALANCED THE WHOLE FILE.
      *    THE FEED IS THEN REOPENED AND POSTED FROM THE TOP.
       VERIFY-FEED-CONTROL.
           MOVE ZERO TO WS-FEED-RECORDS.
           MOVE ZERO TO WS-FEED-HASH.
           MOVE 'N' TO WS-FEED-EOF-SWITCH.
           MOVE 'H' TO WS-FEED-RESULT.
           READ RECOVERY-FEED
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
                   DISPLAY 'COLLECT-RECOVERY: COLLRECV FEED IS EMPTY'
               NOT AT END
                   CALL 'FEED-CHECK' USING WS-PROGRAM-NAME,
                       WS-FEED-ID, FEED-CONTROL-RECORD,
                       WS-FEED-RESULT
           END-READ.
           IF WS-FEED-ACCEPTED THEN
               PERFORM TALLY-ONE-FEED-RECORD
                   UNTIL END-OF-FEED-CHECK
           END-IF.
           CLOSE RECOVERY-FEED.
           OPEN INPUT RECOVERY-FEED.
           READ RECOVERY-FEED
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-READ.

       TALLY-ONE-FEED-RECORD.
           READ RECOVERY-FEED
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
                       IF RC-GROSS-AMOUNT NUMERIC
                           ADD RC-GROSS-AMOUNT TO WS-FEED-HASH
                       END-IF
                   END-IF
           END-READ.

       READ-NEXT-RECOVERY.
           READ RECOVERY-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF FC-TRAILER
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-RECOVERIES-READ
                   END-IF
           END-READ.

       PROCESS-ONE-RECOVERY.
           MOVE 'AGENCY' TO PH-PAYMENT-METHOD.
           MOVE 'P' TO PH-RECORD-TYPE.
           MOVE SPACES TO PH-REVERSAL-REASON.
           MOVE SPACES TO PH-STORE-ID.
           MOVE SPACES TO PH-OPERATOR-ID.
           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'COLLECT-RECOVERY: DUPLICATE HISTORY '
