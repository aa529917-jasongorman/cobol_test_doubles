       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT-FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCHEAT-PARMS ASSIGN TO 'ESCHPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ESCHEAT-LOG ASSIGN TO 'ESCHLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-KEY
               FILE STATUS IS WS-ESCHEAT-LOG-STATUS.

           SELECT GIFT-CARDS ASSIGN TO 'GIFTCARD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GC-CARD-NUMBER
               FILE STATUS IS WS-GIFT-CARD-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO 'MEMBERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-MEMBER-ID
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT RENTAL-TRANSACTION ASSIGN TO 'RENTALTXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RENTAL-TXN-STATUS.

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

           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT STATE-FILING ASSIGN TO 'ESCHFILE'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FILING-REPORT ASSIGN TO 'ESCHFRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESCHEAT-PARMS.
       01  ESCHEAT-PARM-RECORD.
           05  EP-HOLDER-STATE     PIC X(02).
           05  EP-APPROVED-BY      PIC X(08).

       FD  ESCHEAT-LOG.
       COPY 'escheat-log.cpy'.

       FD  GIFT-CARDS.
       COPY 'gift-card.cpy'.

       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.

       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.

       FD  PAYMENT-HISTORY.
       COPY 'payment-history.cpy'.

       FD  MEMBER-AUDIT.
       COPY 'member-audit.cpy'.

       FD  OPERATOR-MASTER.
       COPY 'operator-master.cpy'.

      *    THE HOLDER REPORT THE STATE TAKES: A HEADER NAMING THE
      *    FILING STATE AND REPORT DATE, ONE DETAIL PER PROPERTY
      *    TURNED OVER, AND A TRAILER CARRYING THE COUNT AND TOTAL
      *    THE STATE BALANCES THE REMITTANCE AGAINST.
       FD  STATE-FILING.
       01  FILING-HEADER-RECORD.
           05  EH-RECORD-TYPE      PIC X(01).
           05  EH-HOLDER-STATE     PIC X(02).
           05  EH-REPORT-DATE      PIC 9(8).
           05  FILLER              PIC X(77).
       01  FILING-DETAIL-RECORD.
           05  EF-RECORD-TYPE      PIC X(01).
           05  EF-STATE            PIC X(02).
           05  EF-PROPERTY-CODE    PIC X(08).
           05  EF-PROPERTY-ID      PIC X(12).
           05  EF-OWNER-NAME       PIC X(30).
           05  EF-LAST-ACTIVITY-DATE PIC 9(8).
           05  EF-DORMANT-DATE     PIC 9(8).
           05  EF-NOTICE-SWITCH    PIC X(01).
           05  EF-AMOUNT           PIC 9(5)V9(2).
           05  FILLER              PIC X(11).
       01  FILING-TRAILER-RECORD.
           05  ET-RECORD-TYPE      PIC X(01).
           05  ET-HOLDER-STATE     PIC X(02).
           05  ET-PROPERTY-COUNT   PIC 9(7).
           05  ET-TOTAL-AMOUNT     PIC 9(7)V9(2).
           05  FILLER              PIC X(69).

       FD  FILING-REPORT.
       01  FILING-REPORT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'ESCHEAT-FILE'.
           01  WS-PARM-STATUS      PIC X(02).
           01  WS-ESCHEAT-LOG-STATUS PIC X(02).
           01  WS-GIFT-CARD-STATUS PIC X(02).
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-PAYMENT-HISTORY-STATUS PIC X(02).
           01  WS-MEMBER-AUDIT-STATUS PIC X(02).
           01  WS-OPERATOR-STATUS  PIC X(02).
           01  WS-GIFT-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-GIFT-FILE-AVAILABLE  VALUE 'Y'.
           01  WS-PAYHIST-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-PAYHIST-IS-OPEN      VALUE 'Y'.
           01  WS-OPER-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-OPERATOR-FILE-AVAILABLE VALUE 'Y'.
           01  WS-APPROVER-OK-SWITCH PIC X(01).
               88  WS-APPROVER-OK          VALUE 'Y'.
           01  WS-LOG-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  END-OF-ESCHEAT-LOG      VALUE 'Y'.
           01  WS-RENTAL-EOF-SWITCH PIC X(01).
               88  END-OF-MEMBER-RENTALS   VALUE 'Y'.
           01  WS-PAYMENT-EOF-SWITCH PIC X(01).
               88  END-OF-MEMBER-PAYMENTS  VALUE 'Y'.
           01  WS-STILL-DORMANT-SWITCH PIC X(01).
               88  WS-STILL-DORMANT        VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-HOLDER-STATE     PIC X(02).
           01  WS-APPROVED-BY      PIC X(08).
           01  WS-LAST-ACTIVITY-DATE PIC 9(8).
           01  WS-ESCHEAT-AMOUNT   PIC 9(5)V9(2).
           01  WS-AUDIT-DETAIL     PIC X(60).
           01  WS-REPORT-LINE      PIC X(100).
           01  WS-AMOUNT-EDIT      PIC ZZZZ9.99.
           01  WS-TOTAL-EDIT       PIC ZZZZZZ9.99.
           01  WS-COUNT-EDIT       PIC ZZZZZZ9.
           01  WS-LOG-RECORDS-READ PIC 9(7) COMP VALUE 0.
           01  WS-PROPERTIES-FILED PIC 9(7) COMP VALUE 0.
           01  WS-PROPERTIES-RECLAIMED PIC 9(7) COMP VALUE 0.
           01  WS-GIFT-FILED-CTR   PIC 9(7) COMP VALUE 0.
           01  WS-GIFT-FILED-CTL   PIC S9(7)V9(2) VALUE 0.
           01  WS-CREDIT-FILED-CTR PIC 9(7) COMP VALUE 0.
           01  WS-CREDIT-FILED-CTL PIC S9(7)V9(2) VALUE 0.
           01  WS-BAL-DELTA-TOTAL  PIC S9(7)V9(2) VALUE 0.
           01  WS-FILED-TOTAL      PIC 9(7)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM READ-ESCHEAT-PARMS.
           PERFORM CHECK-APPROVER.
           PERFORM WRITE-REPORT-HEADER.
           IF WS-APPROVER-OK THEN
               PERFORM WRITE-FILING-HEADER
               PERFORM START-ESCHEAT-LOG
               PERFORM EXAMINE-ONE-CASE UNTIL END-OF-ESCHEAT-LOG
               PERFORM WRITE-FILING-TRAILER
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-LOG-RECORDS-READ, WS-PROPERTIES-FILED,
               WS-PROPERTIES-RECLAIMED.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'ESCHGIFT  ',
               WS-GIFT-FILED-CTR, WS-GIFT-FILED-CTL.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'ESCHCRED  ',
               WS-CREDIT-FILED-CTR, WS-CREDIT-FILED-CTL.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'BALDELTA  ',
               WS-CREDIT-FILED-CTR, WS-BAL-DELTA-TOTAL.
           CALL 'CLOSE-CONTROL-TOTAL'.
           MOVE WS-FILED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY 'ESCHEAT-FILE: CASES READ ' WS-LOG-RECORDS-READ
               ' FILED ' WS-PROPERTIES-FILED
               ' RECLAIMED ' WS-PROPERTIES-RECLAIMED
               ' AMOUNT ' WS-TOTAL-EDIT.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT ESCHEAT-PARMS.
           OPEN I-O ESCHEAT-LOG.
           IF WS-ESCHEAT-LOG-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-LOG-EOF-SWITCH
           END-IF.
           OPEN I-O GIFT-CARDS.
           IF WS-GIFT-CARD-STATUS = '00' THEN
               SET WS-GIFT-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O MEMBER-MASTER.
           OPEN INPUT RENTAL-TRANSACTION.
           OPEN INPUT PAYMENT-HISTORY.
           IF WS-PAYMENT-HISTORY-STATUS = '00' THEN
               SET WS-PAYHIST-IS-OPEN TO TRUE
           END-IF.
           PERFORM OPEN-MEMBER-AUDIT.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPERATOR-STATUS = '00' THEN
               SET WS-OPERATOR-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT STATE-FILING.
           OPEN OUTPUT FILING-REPORT.

       OPEN-MEMBER-AUDIT.
           OPEN I-O MEMBER-AUDIT.
           IF WS-MEMBER-AUDIT-STATUS = '35' THEN
               OPEN OUTPUT MEMBER-AUDIT
               CLOSE MEMBER-AUDIT
               OPEN I-O MEMBER-AUDIT
           END-IF.

       READ-ESCHEAT-PARMS.
           MOVE SPACES TO WS-HOLDER-STATE.
           MOVE SPACES TO WS-APPROVED-BY.
           IF WS-PARM-STATUS = '00' THEN
               READ ESCHEAT-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EP-HOLDER-STATE TO WS-HOLDER-STATE
                       MOVE EP-APPROVED-BY TO WS-APPROVED-BY
               END-READ
           END-IF.

      *    TURNING MONEY OVER TO THE STATE NEEDS A MANAGER'S CODE ON
      *    THE PARAMETER CARD, THE SAME AS A WRITE-OFF. WITH NO
      *    OPERATOR MASTER MOUNTED THE CODE IS RECORDED UNCHECKED.
       CHECK-APPROVER.
           SET WS-APPROVER-OK TO TRUE.
           EVALUATE TRUE
               WHEN WS-HOLDER-STATE = SPACES
                   MOVE 'N' TO WS-APPROVER-OK-SWITCH
                   DISPLAY 'ESCHEAT-FILE: NO FILING STATE ON PARM '
                       'CARD - NOTHING FILED'
               WHEN WS-APPROVED-BY = SPACES
                   MOVE 'N' TO WS-APPROVER-OK-SWITCH
                   DISPLAY 'ESCHEAT-FILE: NO APPROVER ON PARM CARD '
                       '- NOTHING FILED'
               WHEN WS-OPERATOR-FILE-AVAILABLE
                   MOVE WS-APPROVED-BY TO OP-OPERATOR-ID
                   READ OPERATOR-MASTER
                       INVALID KEY
                           MOVE 'N' TO WS-APPROVER-OK-SWITCH
                           DISPLAY 'ESCHEAT-FILE: UNKNOWN APPROVER '
                               WS-APPROVED-BY
                       NOT INVALID KEY
                           IF NOT OP-OPERATOR-ACTIVE
                                   OR NOT OP-ROLE-MANAGER THEN
                               MOVE 'N' TO WS-APPROVER-OK-SWITCH
                               DISPLAY 'ESCHEAT-FILE: APPROVER '
                                   WS-APPROVED-BY
                                   ' NOT AN ACTIVE MANAGER'
                           END-IF
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'UNCLAIMED PROPERTY FILING - RUN DATE '
               WS-CURRENT-DATE(1:8)
               ' - FILING STATE: ' WS-HOLDER-STATE
               ' - APPROVED BY: ' WS-APPROVED-BY
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE FILING-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-FILING-HEADER.
           MOVE SPACES TO FILING-HEADER-RECORD.
           MOVE 'H' TO EH-RECORD-TYPE.
           MOVE WS-HOLDER-STATE TO EH-HOLDER-STATE.
           MOVE WS-TODAY-CCYYMMDD TO EH-REPORT-DATE.
           WRITE FILING-HEADER-RECORD.

       START-ESCHEAT-LOG.
           IF NOT END-OF-ESCHEAT-LOG THEN
               MOVE LOW-VALUES TO EL-KEY
               START ESCHEAT-LOG KEY IS NOT LESS THAN EL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LOG-EOF-SWITCH
               END-START
           END-IF.
           IF NOT END-OF-ESCHEAT-LOG THEN
               PERFORM READ-NEXT-CASE
           END-IF.

       READ-NEXT-CASE.
           READ ESCHEAT-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LOG-RECORDS-READ
           END-READ.

      *    ONLY A CASE FOR THIS STATE WHOSE NOTICE PERIOD HAS RUN IS
      *    FILED. THE BALANCE IS LOOKED AT AFRESH FIRST: AN OWNER
      *    WHO HAS USED IT SINCE THE NOTICE HAS RECLAIMED IT, AND
      *    THE CASE IS CLOSED WITHOUT FILING.
       EXAMINE-ONE-CASE.
           IF EL-STATUS-NOTICED
                   AND EL-STATE = WS-HOLDER-STATE
                   AND EL-FILE-AFTER-DATE <= WS-TODAY-CCYYMMDD THEN
               MOVE 'N' TO WS-STILL-DORMANT-SWITCH
               EVALUATE TRUE
                   WHEN EL-GIFT-CARD-PROPERTY
                       PERFORM RECHECK-GIFT-CARD
                   WHEN EL-MEMBER-CREDIT-PROPERTY
                       PERFORM RECHECK-MEMBER-CREDIT
               END-EVALUATE
               IF WS-STILL-DORMANT THEN
                   PERFORM FILE-ONE-PROPERTY
               ELSE
                   PERFORM CLOSE-RECLAIMED-CASE
               END-IF
           END-IF.
           PERFORM READ-NEXT-CASE.

       RECHECK-GIFT-CARD.
           IF WS-GIFT-FILE-AVAILABLE THEN
               MOVE EL-PROPERTY-ID TO GC-CARD-NUMBER
               READ GIFT-CARDS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GC-CARD-ACTIVE
                               AND GC-REMAINING-VALUE > ZERO
                               AND GC-LAST-USE-DATE
                                   <= EL-LAST-ACTIVITY-DATE THEN
                           SET WS-STILL-DORMANT TO TRUE
                           MOVE GC-REMAINING-VALUE
                               TO WS-ESCHEAT-AMOUNT
                       END-IF
               END-READ
           END-IF.

       RECHECK-MEMBER-CREDIT.
           MOVE EL-PROPERTY-ID TO MM-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MM-ACCOUNT-BALANCE < ZERO THEN
                       PERFORM FIND-LAST-MEMBER-ACTIVITY
                       IF WS-LAST-ACTIVITY-DATE
                               <= EL-LAST-ACTIVITY-DATE THEN
                           SET WS-STILL-DORMANT TO TRUE
                           COMPUTE WS-ESCHEAT-AMOUNT =
                               ZERO - MM-ACCOUNT-BALANCE
                       END-IF
                   END-IF
           END-READ.

       FIND-LAST-MEMBER-ACTIVITY.
           MOVE MM-JOIN-DATE TO WS-LAST-ACTIVITY-DATE.
           PERFORM FIND-LAST-RENTAL-ACTIVITY.
           IF WS-PAYHIST-IS-OPEN THEN
               PERFORM FIND-LAST-PAYMENT-ACTIVITY
           END-IF.

       FIND-LAST-RENTAL-ACTIVITY.
           MOVE 'N' TO WS-RENTAL-EOF-SWITCH.
           MOVE MM-MEMBER-ID TO RT-MEMBER-ID.
           MOVE LOW-VALUES TO RT-IMDB-ID.
           MOVE ZEROS TO RT-RENTAL-DATE.
           START RENTAL-TRANSACTION KEY IS NOT LESS THAN RT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RENTAL-EOF-SWITCH
           END-START.
           IF NOT END-OF-MEMBER-RENTALS THEN
               PERFORM READ-NEXT-MEMBER-RENTAL
               PERFORM TRACK-LATEST-RENTAL
                   UNTIL END-OF-MEMBER-RENTALS
           END-IF.

       READ-NEXT-MEMBER-RENTAL.
           READ RENTAL-TRANSACTION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RENTAL-EOF-SWITCH
               NOT AT END
                   IF RT-MEMBER-ID NOT = MM-MEMBER-ID
                       MOVE 'Y' TO WS-RENTAL-EOF-SWITCH
                   END-IF
           END-READ.

       TRACK-LATEST-RENTAL.
           IF RT-RENTAL-DATE > WS-LAST-ACTIVITY-DATE THEN
               MOVE RT-RENTAL-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF.
           IF RT-RETURN-DATE > WS-LAST-ACTIVITY-DATE THEN
               MOVE RT-RETURN-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF.
           PERFORM READ-NEXT-MEMBER-RENTAL.

       FIND-LAST-PAYMENT-ACTIVITY.
           MOVE 'N' TO WS-PAYMENT-EOF-SWITCH.
           MOVE MM-MEMBER-ID TO PH-MEMBER-ID.
           MOVE LOW-VALUES TO PH-POST-TIMESTAMP.
           START PAYMENT-HISTORY KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PAYMENT-EOF-SWITCH
           END-START.
           IF NOT END-OF-MEMBER-PAYMENTS THEN
               PERFORM READ-NEXT-MEMBER-PAYMENT
               PERFORM TRACK-LATEST-PAYMENT
                   UNTIL END-OF-MEMBER-PAYMENTS
           END-IF.

       READ-NEXT-MEMBER-PAYMENT.
           READ PAYMENT-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PAYMENT-EOF-SWITCH
               NOT AT END
                   IF PH-MEMBER-ID NOT = MM-MEMBER-ID
                       MOVE 'Y' TO WS-PAYMENT-EOF-SWITCH
                   END-IF
           END-READ.

       TRACK-LATEST-PAYMENT.
           IF NOT PH-REVERSAL-RECORD
                   AND PH-PAYMENT-DATE > WS-LAST-ACTIVITY-DATE THEN
               MOVE PH-PAYMENT-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF.
           PERFORM READ-NEXT-MEMBER-PAYMENT.

      *    THE BALANCE IS REPORTED AT WHAT IT STANDS AT TODAY, THEN
      *    ZEROED: A GIFT CARD IS MARKED ESCHEATED AND NEVER HONORED
      *    AGAIN, A MEMBER CREDIT IS TAKEN OFF THE ACCOUNT WITH A
      *    MEMBER AUDIT RECORD. THE CASE ON THE LOG CARRIES THE
      *    AMOUNT, DATE AND APPROVER; GL-EXTRACT BOOKS THE PAYABLE
      *    TO THE STATE FROM THE CONTROL TOTALS.
       FILE-ONE-PROPERTY.
           EVALUATE TRUE
               WHEN EL-GIFT-CARD-PROPERTY
                   MOVE ZERO TO GC-REMAINING-VALUE
                   SET GC-CARD-ESCHEATED TO TRUE
                   REWRITE GIFT-CARD-RECORD
                   ADD 1 TO WS-GIFT-FILED-CTR
                   ADD WS-ESCHEAT-AMOUNT TO WS-GIFT-FILED-CTL
                   MOVE 'GIFTCARD' TO EF-PROPERTY-CODE
               WHEN EL-MEMBER-CREDIT-PROPERTY
                   MOVE ZERO TO MM-ACCOUNT-BALANCE
                   REWRITE MEMBER-MASTER-RECORD
                   ADD 1 TO WS-CREDIT-FILED-CTR
                   ADD WS-ESCHEAT-AMOUNT TO WS-CREDIT-FILED-CTL
                   ADD WS-ESCHEAT-AMOUNT TO WS-BAL-DELTA-TOTAL
                   PERFORM WRITE-MEMBER-AUDIT
                   MOVE 'CREDIT' TO EF-PROPERTY-CODE
           END-EVALUATE.
           PERFORM WRITE-FILING-DETAIL.
           MOVE WS-ESCHEAT-AMOUNT TO EL-AMOUNT.
           MOVE WS-TODAY-CCYYMMDD TO EL-FILED-DATE.
           MOVE WS-APPROVED-BY TO EL-APPROVED-BY.
           SET EL-STATUS-FILED TO TRUE.
           REWRITE ESCHEAT-LOG-RECORD.
           ADD 1 TO WS-PROPERTIES-FILED.
           ADD WS-ESCHEAT-AMOUNT TO WS-FILED-TOTAL.
           PERFORM WRITE-FILED-LINE.

       WRITE-FILING-DETAIL.
           MOVE 'D' TO EF-RECORD-TYPE.
           MOVE EL-STATE TO EF-STATE.
           MOVE EL-PROPERTY-ID TO EF-PROPERTY-ID.
           MOVE EL-OWNER-NAME TO EF-OWNER-NAME.
           MOVE EL-LAST-ACTIVITY-DATE TO EF-LAST-ACTIVITY-DATE.
           MOVE EL-DORMANT-DATE TO EF-DORMANT-DATE.
           MOVE EL-NOTICE-SWITCH TO EF-NOTICE-SWITCH.
           MOVE WS-ESCHEAT-AMOUNT TO EF-AMOUNT.
           WRITE FILING-DETAIL-RECORD.

       WRITE-MEMBER-AUDIT.
           MOVE WS-ESCHEAT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING 'CREDIT ' WS-AMOUNT-EDIT
               ' ESCHEATED TO ' WS-HOLDER-STATE
               ' APPROVED ' WS-APPROVED-BY
           INTO WS-AUDIT-DETAIL
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE MM-MEMBER-ID TO MA-MEMBER-ID.
           MOVE WS-CURRENT-DATE TO MA-CHANGE-TIMESTAMP.
           MOVE 'C' TO MA-ACTION.
           MOVE WS-AUDIT-DETAIL TO MA-CHANGE-DETAIL.
           MOVE SPACES TO MA-OPERATOR-ID.
           WRITE MEMBER-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'ESCHEAT-FILE: DUPLICATE AUDIT KEY FOR '
                       MM-MEMBER-ID ' - AUDIT RECORD NOT WRITTEN'
           END-WRITE.

       CLOSE-RECLAIMED-CASE.
           MOVE WS-TODAY-CCYYMMDD TO EL-FILED-DATE.
           MOVE WS-APPROVED-BY TO EL-APPROVED-BY.
           SET EL-STATUS-RECLAIMED TO TRUE.
           REWRITE ESCHEAT-LOG-RECORD.
           ADD 1 TO WS-PROPERTIES-RECLAIMED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING EL-PROPERTY-TYPE ' ' EL-PROPERTY-ID
               ' RECLAIMED OR USED SINCE NOTICE - NOT FILED'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE FILING-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-FILED-LINE.
           MOVE WS-ESCHEAT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING EL-PROPERTY-TYPE ' ' EL-PROPERTY-ID
               ' ' EL-OWNER-NAME
               ' LAST ACTIVITY ' EL-LAST-ACTIVITY-DATE
               ' FILED ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE FILING-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-FILING-TRAILER.
           MOVE SPACES TO FILING-TRAILER-RECORD.
           MOVE 'T' TO ET-RECORD-TYPE.
           MOVE WS-HOLDER-STATE TO ET-HOLDER-STATE.
           MOVE WS-PROPERTIES-FILED TO ET-PROPERTY-COUNT.
           MOVE WS-FILED-TOTAL TO ET-TOTAL-AMOUNT.
           WRITE FILING-TRAILER-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE WS-PROPERTIES-FILED TO WS-COUNT-EDIT.
           MOVE WS-FILED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PROPERTIES FILED: ' WS-COUNT-EDIT
               ' AMOUNT DUE THE STATE: ' WS-TOTAL-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE FILING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-GIFT-FILED-CTL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GIFT CARD VALUE FILED: ' WS-TOTAL-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE FILING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-CREDIT-FILED-CTL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MEMBER CREDIT FILED: ' WS-TOTAL-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE FILING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-PROPERTIES-RECLAIMED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASES CLOSED AS RECLAIMED: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE FILING-REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-PARM-STATUS = '00'
                   OR WS-PARM-STATUS = '10' THEN
               CLOSE ESCHEAT-PARMS
           END-IF.
           IF WS-ESCHEAT-LOG-STATUS = '00'
                   OR WS-ESCHEAT-LOG-STATUS = '10' THEN
               CLOSE ESCHEAT-LOG
           END-IF.
           IF WS-GIFT-FILE-AVAILABLE THEN
               CLOSE GIFT-CARDS
           END-IF.
           CLOSE MEMBER-MASTER.
           CLOSE RENTAL-TRANSACTION.
           IF WS-PAYHIST-IS-OPEN THEN
               CLOSE PAYMENT-HISTORY
           END-IF.
           CLOSE MEMBER-AUDIT.
           IF WS-OPERATOR-FILE-AVAILABLE THEN
               CLOSE OPERATOR-MASTER
           END-IF.
           CLOSE STATE-FILING.
           CLOSE FILING-REPORT.

       END PROGRAM ESCHEAT-FILE.
