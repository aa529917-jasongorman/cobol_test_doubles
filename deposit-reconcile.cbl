           05  BD-DEPOSIT-DATE     PIC 9(8).
           05  BD-PAYMENT-METHOD   PIC X(06).
           05  BD-AMOUNT           PIC 9(7)V9(2).
       COPY 'feed-control.cpy'.

       FD  RECONCILE-REPORT.
       01  RECONCILE-REPORT-LINE   PIC X(132).
           01  WS-PAYMENTS-READ    PIC 9(7) COMP VALUE 0.
           01  WS-DEPOSITS-READ    PIC 9(7) COMP VALUE 0.
           01  WS-EXCEPTIONS-FOUND PIC 9(7) COMP VALUE 0.
           01  WS-FEED-ID          PIC X(10) VALUE 'BANKDEP'.
           01  WS-FEED-RESULT      PIC X(01) VALUE 'A'.
               88  WS-FEED-ACCEPTED        VALUE 'A'.
           01  WS-TRAILER-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN         VALUE 'Y'.
           01  WS-FEED-RECORDS     PIC 9(7) COMP VALUE 0.
           01  WS-FEED-HASH        PIC 9(13)V9(2) VALUE 0.
           01  WS-EXC-KEY          PIC X(30).
           01  WS-EXC-SEVERITY     PIC X(01).
           01  WS-EXC-AMOUNT       PIC S9(7)V9(2).
           01  WS-EXC-TEXT         PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM FIND-DEPOSIT-DATE-RANGE.
           IF NOT WS-FEED-ACCEPTED THEN
               PERFORM CLOSE-FILES
               DISPLAY 'DEPOSIT-RECONCILE: BANKDEP FEED REJECTED - '
                   'NOTHING RECONCILED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM TOTAL-PAYMENTS-BY-METHOD.
           PERFORM MATCH-BANK-DEPOSITS.
           PERFORM REPORT-UNMATCHED-TOTALS.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           CALL 'FEED-CHECK-ACCEPT' USING WS-FEED-ID.
           CALL 'CLOSE-EXCEPTION-LOG'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-PAYMENTS-READ, WS-DEPOSITS-READ,
               WS-EXCEPTIONS-FOUND.
      *    TABLE WOULD FILL FROM THE WHOLE HISTORY FILE WITHIN A
      *    FEW WEEKS AND DROP PAYMENTS, THROWING FALSE EXCEPTIONS
      *    ON A REPORT WHOSE RETURN CODE GATES OPERATIONS.
      *    THE SAME PASS PROVES THE FILE'S HEADER AGAINST THE FEED
      *    REGISTRY AND BALANCES ITS TRAILER BEFORE ANYTHING IS
      *    MATCHED. NO BANK FILE AT ALL STILL REPORTS EVERY TILL
      *    TOTAL AS UNDEPOSITED.
       FIND-DEPOSIT-DATE-RANGE.
           IF NOT END-OF-DEPOSITS THEN
               PERFORM CHECK-DEPOSIT-HEADER
               IF WS-FEED-ACCEPTED THEN
                   PERFORM READ-NEXT-DEPOSIT
                   PERFORM NOTE-ONE-DEPOSIT-DATE
                       UNTIL END-OF-DEPOSITS
                   PERFORM CHECK-DEPOSIT-TRAILER
               END-IF
               CLOSE BANK-DEPOSITS
               MOVE 'N' TO WS-DEPOSIT-EOF-SWITCH
               MOVE 'N' TO WS-TRAILER-SWITCH
               MOVE ZERO TO WS-DEPOSITS-READ
               OPEN INPUT BANK-DEPOSITS
               IF WS-BANK-DEPOSIT-STATUS NOT = '00' THEN
                   MOVE 'Y' TO WS-DEPOSIT-EOF-SWITCH
               ELSE
                   READ BANK-DEPOSITS
                       AT END
                           MOVE 'Y' TO WS-DEPOSIT-EOF-SWITCH
                   END-READ
               END-IF
           END-IF.

       CHECK-DEPOSIT-HEADER.
           MOVE 'H' TO WS-FEED-RESULT.
           READ BANK-DEPOSITS
               AT END
                   MOVE 'Y' TO WS-DEPOSIT-EOF-SWITCH
                   DISPLAY 'DEPOSIT-RECONCILE: BANKDEP FEED IS EMPTY'
               NOT AT END
                   CALL 'FEED-CHECK' USING WS-PROGRAM-NAME,
                       WS-FEED-ID, FEED-CONTROL-RECORD,
                       WS-FEED-RESULT
           END-READ.

       CHECK-DEPOSIT-TRAILER.
           IF NOT WS-TRAILER-SEEN THEN
               MOVE SPACES TO FEED-CONTROL-RECORD
           END-IF.
           CALL 'FEED-CHECK-TRAILER' USING WS-FEED-ID,
               FEED-CONTROL-RECORD, WS-FEED-RECORDS,
               WS-FEED-HASH, WS-FEED-RESULT.

       NOTE-ONE-DEPOSIT-DATE.
           ADD 1 TO WS-FEED-RECORDS.
           IF BD-AMOUNT NUMERIC THEN
               ADD BD-AMOUNT TO WS-FEED-HASH
           END-IF.
           IF WS-RANGE-FROM-DATE = ZERO
                   OR BD-DEPOSIT-DATE < WS-RANGE-FROM-DATE THEN
               MOVE BD-DEPOSIT-DATE TO WS-RANGE-FROM-DATE
               AT END
                   MOVE 'Y' TO WS-DEPOSIT-EOF-SWITCH
               NOT AT END
                   IF FC-TRAILER
                       MOVE 'Y' TO WS-DEPOSIT-EOF-SWITCH
                       SET WS-TRAILER-SEEN TO TRUE
                   ELSE
                       ADD 1 TO WS-DEPOSITS-READ
                   END-IF
           END-READ.

       MATCH-ONE-DEPOSIT.
               INTO WS-REPORT-LINE
               END-STRING
               WRITE RECONCILE-REPORT-LINE FROM WS-REPORT-LINE
               MOVE BD-AMOUNT TO WS-EXC-AMOUNT
               PERFORM RAISE-DEPOSIT-EXCEPTION
           ELSE
               MOVE 'Y' TO WS-TT-MATCHED(WS-SLOT-IDX)
               PERFORM COMPARE-DEPOSIT-TO-TILL
               INTO WS-REPORT-LINE
               END-STRING
               WRITE RECONCILE-REPORT-LINE FROM WS-REPORT-LINE
               COMPUTE WS-EXC-AMOUNT =
                   BD-AMOUNT - WS-TT-AMOUNT(WS-SLOT-IDX)
               PERFORM RAISE-DEPOSIT-EXCEPTION
           END-IF.

      *    EVERY ** LINE ALSO GOES TO THE SHARED EXCEPTION FILE, KEYED
      *    ON THE DAY AND TENDER SO A TOTAL STILL UNDEPOSITED TOMORROW
      *    STAYS ONE OPEN ITEM.
       RAISE-DEPOSIT-EXCEPTION.
           MOVE SPACES TO WS-EXC-KEY.
           STRING 'DEPOSIT ' BD-DEPOSIT-DATE ' ' BD-PAYMENT-METHOD
           INTO WS-EXC-KEY
           END-STRING.
           PERFORM RAISE-EXCEPTION.

       RAISE-EXCEPTION.
           MOVE 'H' TO WS-EXC-SEVERITY.
           MOVE WS-REPORT-LINE(4:60) TO WS-EXC-TEXT.
           CALL 'EXCEPTION-LOG' USING WS-PROGRAM-NAME, WS-EXC-KEY,
               WS-EXC-SEVERITY, WS-EXC-AMOUNT, WS-EXC-TEXT.

       REPORT-UNMATCHED-TOTALS.
           PERFORM REPORT-ONE-UNMATCHED-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               INTO WS-REPORT-LINE
               END-STRING
               WRITE RECONCILE-REPORT-LINE FROM WS-REPORT-LINE
               MOVE SPACES TO WS-EXC-KEY
               STRING 'TILL ' WS-TT-DATE(WS-SLOT-IDX) ' '
                   WS-TT-METHOD(WS-SLOT-IDX)
               INTO WS-EXC-KEY
               END-STRING
               MOVE WS-TT-AMOUNT(WS-SLOT-IDX) TO WS-EXC-AMOUNT
               PERFORM RAISE-EXCEPTION
           END-IF.

       WRITE-REPORT-TOTALS.
