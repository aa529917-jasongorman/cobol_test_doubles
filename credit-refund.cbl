       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REFUND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER ASSIGN TO 'MEMBERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-MEMBER-ID
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT AUTOPAY-ACCOUNTS ASSIGN TO 'ACHACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-MEMBER-ID
               FILE STATUS IS WS-AUTOPAY-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYMENT-HISTORY-STATUS.

           SELECT MEMBER-AUDIT ASSIGN TO 'MBRAUDIT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-KEY
               FILE STATUS IS WS-MEMBER-AUDIT-STATUS.

           SELECT REFUND-FILE ASSIGN TO 'REFUNDPAY'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFUND-REGISTER ASSIGN TO 'REFUNDREG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.

       FD  AUTOPAY-ACCOUNTS.
       COPY 'autopay-account.cpy'.

       FD  PAYMENT-HISTORY.
       COPY 'payment-history.cpy'.

       FD  MEMBER-AUDIT.
       COPY 'member-audit.cpy'.

      *    ONE DISBURSEMENT PER REFUNDED MEMBER FOR THE BANK: AN ACH
      *    CREDIT TO THE ACCOUNT THE MEMBER PAYS BY AUTO-PAY WHEN AN
      *    ACTIVE ONE IS ON FILE, OTHERWISE A CHECK TO THE MEMBER.
       FD  REFUND-FILE.
       01  REFUND-RECORD.
           05  RF-MEMBER-ID        PIC X(08).
           05  RF-PAYEE-NAME       PIC X(30).
           05  RF-METHOD           PIC X(06).
               88  RF-PAY-BY-ACH           VALUE 'ACH'.
               88  RF-PAY-BY-CHECK         VALUE 'CHECK'.
           05  RF-ROUTING-NUMBER   PIC X(09).
           05  RF-ACCOUNT-NUMBER   PIC X(17).
           05  RF-REFUND-DATE      PIC 9(8).
           05  RF-AMOUNT           PIC 9(5)V9(2).
           05  RF-REASON           PIC X(01).
               88  RF-MEMBER-REQUEST       VALUE 'R'.
               88  RF-ACCOUNT-CLOSURE      VALUE 'C'.

       FD  REFUND-REGISTER.
       01  REFUND-REGISTER-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'CREDIT-REFUND'.
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-AUTOPAY-STATUS   PIC X(02).
           01  WS-PAYMENT-HISTORY-STATUS PIC X(02).
           01  WS-MEMBER-AUDIT-STATUS PIC X(02).
           01  WS-ACH-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-ACH-FILE-AVAILABLE   VALUE 'Y'.
           01  WS-MEMBER-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-MEMBERS          VALUE 'Y'.
           01  WS-ACCOUNT-FOUND-SWITCH PIC X(01).
               88  WS-ACCOUNT-FOUND        VALUE 'Y'.
           01  WS-HISTORY-WRITTEN-SWITCH PIC X(01).
               88  WS-HISTORY-WRITTEN      VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-REFUND-AMOUNT    PIC 9(5)V9(2).
           01  WS-REFUND-EDIT      PIC ZZZZ9.99.
           01  WS-REFUND-REASON    PIC X(01).
           01  WS-AUDIT-ACTION     PIC X(01).
           01  WS-AUDIT-DETAIL     PIC X(60).
           01  WS-REPORT-LINE      PIC X(100).
           01  WS-MEMBERS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-REFUNDS-WRITTEN  PIC 9(7) COMP VALUE 0.
           01  WS-MEMBERS-SKIPPED  PIC 9(7) COMP VALUE 0.
           01  WS-ACCOUNTS-CLOSED  PIC 9(7) COMP VALUE 0.
           01  WS-ACH-COUNT        PIC 9(7) COMP VALUE 0.
           01  WS-CHECK-COUNT      PIC 9(7) COMP VALUE 0.
           01  WS-AMOUNT-REFUNDED  PIC S9(7)V9(2) VALUE 0.
           01  WS-BAL-DELTA-TOTAL  PIC S9(7)V9(2) VALUE 0.
           01  WS-COUNT-EDIT       PIC ZZZZZZ9.
           01  WS-TOTAL-EDIT       PIC ZZZZZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM WRITE-REGISTER-HEADER.
           PERFORM READ-NEXT-MEMBER.
           PERFORM REFUND-ONE-MEMBER UNTIL END-OF-MEMBERS.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-MEMBERS-READ, WS-REFUNDS-WRITTEN,
               WS-MEMBERS-SKIPPED.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'REFUNDS   ',
               WS-REFUNDS-WRITTEN, WS-AMOUNT-REFUNDED.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'BALDELTA  ',
               WS-REFUNDS-WRITTEN, WS-BAL-DELTA-TOTAL.
           CALL 'CLOSE-CONTROL-TOTAL'.
           MOVE WS-AMOUNT-REFUNDED TO WS-TOTAL-EDIT.
           DISPLAY 'CREDIT-REFUND: MEMBERS ' WS-MEMBERS-READ
               ' REFUNDS ' WS-REFUNDS-WRITTEN
               ' CLOSED ' WS-ACCOUNTS-CLOSED
               ' SKIPPED ' WS-MEMBERS-SKIPPED
               ' AMOUNT ' WS-TOTAL-EDIT.
           GOBACK.

       OPEN-FILES.
           OPEN I-O MEMBER-MASTER.
           OPEN INPUT AUTOPAY-ACCOUNTS.
           IF WS-AUTOPAY-STATUS = '00' THEN
               SET WS-ACH-FILE-AVAILABLE TO TRUE
           END-IF.
           PERFORM OPEN-PAYMENT-HISTORY.
           PERFORM OPEN-MEMBER-AUDIT.
           OPEN OUTPUT REFUND-FILE.
           OPEN OUTPUT REFUND-REGISTER.

       OPEN-PAYMENT-HISTORY.
           OPEN I-O PAYMENT-HISTORY.
           IF WS-PAYMENT-HISTORY-STATUS = '35' THEN
               OPEN OUTPUT PAYMENT-HISTORY
               CLOSE PAYMENT-HISTORY
               OPEN I-O PAYMENT-HISTORY
           END-IF.

       OPEN-MEMBER-AUDIT.
           OPEN I-O MEMBER-AUDIT.
           IF WS-MEMBER-AUDIT-STATUS = '35' THEN
               OPEN OUTPUT MEMBER-AUDIT
               CLOSE MEMBER-AUDIT
               OPEN I-O MEMBER-AUDIT
           END-IF.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MEMBER CREDIT REFUND REGISTER - RUN DATE '
               WS-TODAY-CCYYMMDD
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REFUND-REGISTER-LINE FROM WS-REPORT-LINE.

       READ-NEXT-MEMBER.
           READ MEMBER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MEMBER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MEMBERS-READ
           END-READ.

      *    ONLY A MEMBER WHO ASKED FOR THE CREDIT BACK, OR WHOSE
      *    ACCOUNT IS CLOSING, IS PAID OUT - ANY OTHER CREDIT STAYS
      *    ON THE ACCOUNT FOR THE NEXT RENTAL. A CREDIT THE MEMBER
      *    SPENT DOWN SINCE ASKING LEAVES NOTHING TO PAY; THE FLAG
      *    IS CLEARED AND A CLOSING ACCOUNT AT ZERO IS REMOVED. A
      *    CLOSING ACCOUNT THAT HAS SINCE RUN UP A BALANCE OWED IS
      *    LEFT FOR THE DUNNING RUN AND REPORTED HERE.
       REFUND-ONE-MEMBER.
           IF MM-REFUND-REQUESTED OR MM-ACCOUNT-CLOSING THEN
               MOVE MM-REFUND-FLAG TO WS-REFUND-REASON
               EVALUATE TRUE
                   WHEN MM-ACCOUNT-BALANCE < ZERO
                       PERFORM PAY-OUT-CREDIT
                   WHEN MM-ACCOUNT-BALANCE > ZERO
                       ADD 1 TO WS-MEMBERS-SKIPPED
                       DISPLAY 'CREDIT-REFUND: ' MM-MEMBER-ID
                           ' NOW OWES A BALANCE - NOT REFUNDED'
                   WHEN OTHER
                       PERFORM CLEAR-SPENT-REQUEST
               END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-MEMBER.

       PAY-OUT-CREDIT.
           COMPUTE WS-REFUND-AMOUNT = ZERO - MM-ACCOUNT-BALANCE.
           PERFORM WRITE-PAYMENT-HISTORY.
           IF WS-HISTORY-WRITTEN THEN
               PERFORM WRITE-REFUND-RECORD
               PERFORM WRITE-REGISTER-LINE
               ADD WS-REFUND-AMOUNT TO WS-AMOUNT-REFUNDED
               ADD WS-REFUND-AMOUNT TO WS-BAL-DELTA-TOTAL
               ADD 1 TO WS-REFUNDS-WRITTEN
               MOVE ZERO TO MM-ACCOUNT-BALANCE
               MOVE WS-REFUND-AMOUNT TO WS-REFUND-EDIT
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING 'CREDIT ' WS-REFUND-EDIT ' REFUNDED BY '
                   RF-METHOD
               INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM SETTLE-MEMBER-RECORD
           ELSE
               ADD 1 TO WS-MEMBERS-SKIPPED
           END-IF.

       CLEAR-SPENT-REQUEST.
           MOVE 'NO CREDIT LEFT TO REFUND' TO WS-AUDIT-DETAIL.
           PERFORM SETTLE-MEMBER-RECORD.

      *    ONE AUDIT RECORD PER MEMBER SETTLED: A CLOSING ACCOUNT IS
      *    DELETED AND AUDITED AS A DELETE CARRYING THE REFUND, ANY
      *    OTHER HAS ITS FLAG CLEARED AND IS AUDITED AS A CHANGE.
       SETTLE-MEMBER-RECORD.
           IF MM-ACCOUNT-CLOSING THEN
               DELETE MEMBER-MASTER RECORD
               MOVE 'D' TO WS-AUDIT-ACTION
               ADD 1 TO WS-ACCOUNTS-CLOSED
           ELSE
               MOVE SPACES TO MM-REFUND-FLAG
               REWRITE MEMBER-MASTER-RECORD
               MOVE 'C' TO WS-AUDIT-ACTION
           END-IF.
           PERFORM WRITE-MEMBER-AUDIT.

       LOOKUP-AUTOPAY-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH.
           IF WS-ACH-FILE-AVAILABLE THEN
               MOVE MM-MEMBER-ID TO AP-MEMBER-ID
               READ AUTOPAY-ACCOUNTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AP-ACCOUNT-ACTIVE THEN
                           SET WS-ACCOUNT-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.

       WRITE-PAYMENT-HISTORY.
           PERFORM LOOKUP-AUTOPAY-ACCOUNT.
           MOVE 'N' TO WS-HISTORY-WRITTEN-SWITCH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE MM-MEMBER-ID TO PH-MEMBER-ID.
           MOVE WS-CURRENT-DATE TO PH-POST-TIMESTAMP.
           MOVE WS-TODAY-CCYYMMDD TO PH-PAYMENT-DATE.
           MOVE WS-REFUND-AMOUNT TO PH-AMOUNT.
           IF WS-ACCOUNT-FOUND THEN
               MOVE 'ACH' TO PH-PAYMENT-METHOD
           ELSE
               MOVE 'CHECK' TO PH-PAYMENT-METHOD
           END-IF.
           MOVE 'F' TO PH-RECORD-TYPE.
           MOVE SPACES TO PH-REVERSAL-REASON.
           MOVE SPACES TO PH-STORE-ID.
           MOVE SPACES TO PH-OPERATOR-ID.
           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'CREDIT-REFUND: DUPLICATE HISTORY KEY '
                       'FOR ' MM-MEMBER-ID ' - NOT REFUNDED'
               NOT INVALID KEY
                   SET WS-HISTORY-WRITTEN TO TRUE
           END-WRITE.

       WRITE-REFUND-RECORD.
           MOVE MM-MEMBER-ID TO RF-MEMBER-ID.
           MOVE MM-NAME TO RF-PAYEE-NAME.
           IF WS-ACCOUNT-FOUND THEN
               SET RF-PAY-BY-ACH TO TRUE
               MOVE AP-ROUTING-NUMBER TO RF-ROUTING-NUMBER
               MOVE AP-ACCOUNT-NUMBER TO RF-ACCOUNT-NUMBER
               ADD 1 TO WS-ACH-COUNT
           ELSE
               SET RF-PAY-BY-CHECK TO TRUE
               MOVE SPACES TO RF-ROUTING-NUMBER
               MOVE SPACES TO RF-ACCOUNT-NUMBER
               ADD 1 TO WS-CHECK-COUNT
           END-IF.
           MOVE WS-TODAY-CCYYMMDD TO RF-REFUND-DATE.
           MOVE WS-REFUND-AMOUNT TO RF-AMOUNT.
           MOVE WS-REFUND-REASON TO RF-REASON.
           WRITE REFUND-RECORD.

       WRITE-REGISTER-LINE.
           MOVE WS-REFUND-AMOUNT TO WS-REFUND-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF RF-ACCOUNT-CLOSURE THEN
               STRING MM-MEMBER-ID ' ' MM-NAME
                   ' ' RF-METHOD ' ' WS-REFUND-EDIT
                   ' ACCOUNT CLOSED'
               INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING MM-MEMBER-ID ' ' MM-NAME
                   ' ' RF-METHOD ' ' WS-REFUND-EDIT
                   ' MEMBER REQUEST'
               INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           WRITE REFUND-REGISTER-LINE FROM WS-REPORT-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE WS-ACH-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ACH REFUNDS:    ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REFUND-REGISTER-LINE FROM WS-REPORT-LINE.
           MOVE WS-CHECK-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CHECK REFUNDS:  ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REFUND-REGISTER-LINE FROM WS-REPORT-LINE.
           MOVE WS-AMOUNT-REFUNDED TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL REFUNDED: ' WS-TOTAL-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REFUND-REGISTER-LINE FROM WS-REPORT-LINE.

       WRITE-MEMBER-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE MM-MEMBER-ID TO MA-MEMBER-ID.
           MOVE WS-CURRENT-DATE TO MA-CHANGE-TIMESTAMP.
           MOVE WS-AUDIT-ACTION TO MA-ACTION.
           MOVE WS-AUDIT-DETAIL TO MA-CHANGE-DETAIL.
           MOVE SPACES TO MA-OPERATOR-ID.
           WRITE MEMBER-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'CREDIT-REFUND: DUPLICATE AUDIT KEY FOR '
                       MM-MEMBER-ID ' - AUDIT RECORD NOT WRITTEN'
           END-WRITE.

       CLOSE-FILES.
           CLOSE MEMBER-MASTER.
           IF WS-ACH-FILE-AVAILABLE THEN
               CLOSE AUTOPAY-ACCOUNTS
           END-IF.
           CLOSE PAYMENT-HISTORY.
           CLOSE MEMBER-AUDIT.
           CLOSE REFUND-FILE.
           CLOSE REFUND-REGISTER.

       END PROGRAM CREDIT-REFUND.
