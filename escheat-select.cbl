       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT-SELECT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCHEAT-PARMS ASSIGN TO 'ESCHPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT GIFT-CARDS ASSIGN TO 'GIFTCARD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GC-CARD-NUMBER
               FILE STATUS IS WS-GIFT-CARD-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO 'MEMBERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT ESCHEAT-RULES ASSIGN TO 'ESCHRULES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ER-KEY
               FILE STATUS IS WS-ESCHEAT-RULE-STATUS.

           SELECT ESCHEAT-LOG ASSIGN TO 'ESCHLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-KEY
               FILE STATUS IS WS-ESCHEAT-LOG-STATUS.

           SELECT DORMANCY-REPORT ASSIGN TO 'ESCHRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESCHEAT-PARMS.
       01  ESCHEAT-PARM-RECORD.
           05  EP-HOLDER-STATE     PIC X(02).
           05  EP-APPROVED-BY      PIC X(08).

       FD  GIFT-CARDS.
       COPY 'gift-card.cpy'.

       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.

       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.

       FD  PAYMENT-HISTORY.
       COPY 'payment-history.cpy'.

       FD  ESCHEAT-RULES.
       COPY 'escheat-rule.cpy'.

       FD  ESCHEAT-LOG.
       COPY 'escheat-log.cpy'.

       FD  DORMANCY-REPORT.
       01  DORMANCY-REPORT-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'ESCHEAT-SELECT'.
           01  WS-PARM-STATUS      PIC X(02).
           01  WS-GIFT-CARD-STATUS PIC X(02).
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-PAYMENT-HISTORY-STATUS PIC X(02).
           01  WS-ESCHEAT-RULE-STATUS PIC X(02).
           01  WS-ESCHEAT-LOG-STATUS PIC X(02).
           01  WS-GIFT-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-GIFT-FILE-AVAILABLE  VALUE 'Y'.
           01  WS-PAYHIST-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-PAYHIST-IS-OPEN      VALUE 'Y'.
           01  WS-RULES-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-RULES-FILE-AVAILABLE VALUE 'Y'.
           01  WS-CARD-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  END-OF-CARDS            VALUE 'Y'.
           01  WS-MEMBER-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-MEMBERS          VALUE 'Y'.
           01  WS-RENTAL-EOF-SWITCH PIC X(01).
               88  END-OF-MEMBER-RENTALS   VALUE 'Y'.
           01  WS-PAYMENT-EOF-SWITCH PIC X(01).
               88  END-OF-MEMBER-PAYMENTS  VALUE 'Y'.
           01  WS-LOG-EOF-SWITCH   PIC X(01).
               88  END-OF-PROPERTY-LOG     VALUE 'Y'.
           01  WS-OPEN-CASE-SWITCH PIC X(01).
               88  WS-CASE-ALREADY-OPEN    VALUE 'Y'.
           01  WS-GIFT-RULE-SWITCH PIC X(01) VALUE 'N'.
               88  WS-GIFT-RULE-FOUND      VALUE 'Y'.
           01  WS-CREDIT-RULE-SWITCH PIC X(01) VALUE 'N'.
               88  WS-CREDIT-RULE-FOUND    VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-HOLDER-STATE     PIC X(02).
      *    THE RULES FOR EACH KIND OF PROPERTY IN THE FILING STATE,
      *    HELD FOR THE RUN.
           01  WS-GIFT-DORMANT-CUTOFF PIC 9(8).
           01  WS-GIFT-NOTICE-THRESHOLD PIC 9(3)V9(2).
           01  WS-GIFT-NOTICE-DAYS PIC 9(3).
           01  WS-GIFT-EXEMPT-FLAG PIC X(01).
               88  WS-GIFT-CARDS-EXEMPT    VALUE 'Y'.
           01  WS-CREDIT-DORMANT-CUTOFF PIC 9(8).
           01  WS-CREDIT-NOTICE-THRESHOLD PIC 9(3)V9(2).
           01  WS-CREDIT-NOTICE-DAYS PIC 9(3).
           01  WS-CREDIT-EXEMPT-FLAG PIC X(01).
               88  WS-CREDITS-EXEMPT       VALUE 'Y'.
           01  WS-LAST-ACTIVITY-DATE PIC 9(8).
           01  WS-PROPERTY-TYPE    PIC X(01).
           01  WS-PROPERTY-ID      PIC X(12).
           01  WS-PROPERTY-AMOUNT  PIC 9(5)V9(2).
           01  WS-OWNER-NAME       PIC X(30).
           01  WS-NOTICE-DAYS      PIC 9(3).
           01  WS-FILE-AFTER-DATE  PIC 9(8).
           01  WS-NOTICE-STATE     PIC X(01).
           01  WS-REPORT-LINE      PIC X(100).
           01  WS-AMOUNT-EDIT      PIC ZZZZ9.99.
           01  WS-TOTAL-EDIT       PIC ZZZZZZ9.99.
           01  WS-COUNT-EDIT       PIC ZZZZZZ9.
           01  WS-NOTICE-TEXT      PIC X(14).
           01  WS-NOTICE-SUBJECT   PIC X(100).
           01  WS-NOTICE-BODY      PIC X(500).
           01  WS-MSG-TYPE         PIC X(08) VALUE 'ESCHNOTE'.
           01  WS-TEMPLATE-VARS.
               05  WS-TV-VAR OCCURS 4 TIMES PIC X(80).
           01  WS-RENDER-STATUS    PIC X(01).
               88  WS-TEMPLATE-RENDERED    VALUE 'Y'.
           01  WS-CARDS-READ       PIC 9(7) COMP VALUE 0.
           01  WS-MEMBERS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-RECORDS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-PROPERTIES-SELECTED PIC 9(7) COMP VALUE 0.
           01  WS-NOTICES-SENT     PIC 9(7) COMP VALUE 0.
           01  WS-NOTICES-UNDELIVERABLE PIC 9(7) COMP VALUE 0.
           01  WS-ZERO-COUNT       PIC 9(7) COMP VALUE 0.
           01  WS-GIFT-DORMANT-TOTAL PIC 9(7)V9(2) VALUE 0.
           01  WS-CREDIT-DORMANT-TOTAL PIC 9(7)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM READ-ESCHEAT-PARMS.
           PERFORM LOAD-STATE-RULES.
           PERFORM WRITE-REPORT-HEADER.
           IF WS-GIFT-RULE-FOUND AND WS-GIFT-FILE-AVAILABLE
                   AND NOT WS-GIFT-CARDS-EXEMPT THEN
               PERFORM READ-NEXT-CARD
               PERFORM EXAMINE-ONE-CARD UNTIL END-OF-CARDS
           END-IF.
           IF WS-CREDIT-RULE-FOUND AND NOT WS-CREDITS-EXEMPT THEN
               PERFORM READ-NEXT-MEMBER
               PERFORM EXAMINE-ONE-MEMBER UNTIL END-OF-MEMBERS
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           CALL 'CLOSE-SEND-MAIL'.
           CALL 'CLOSE-RENDER-TEMPLATE'.
           ADD WS-CARDS-READ WS-MEMBERS-READ GIVING WS-RECORDS-READ.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-RECORDS-READ, WS-PROPERTIES-SELECTED,
               WS-ZERO-COUNT.
           DISPLAY 'ESCHEAT-SELECT: CARDS READ ' WS-CARDS-READ
               ' MEMBERS READ ' WS-MEMBERS-READ
               ' DORMANT ' WS-PROPERTIES-SELECTED
               ' NOTICES SENT ' WS-NOTICES-SENT.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT ESCHEAT-PARMS.
           OPEN INPUT GIFT-CARDS.
           IF WS-GIFT-CARD-STATUS = '00' THEN
               SET WS-GIFT-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT MEMBER-MASTER.
           OPEN INPUT RENTAL-TRANSACTION.
           OPEN INPUT PAYMENT-HISTORY.
           IF WS-PAYMENT-HISTORY-STATUS = '00' THEN
               SET WS-PAYHIST-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ESCHEAT-RULES.
           IF WS-ESCHEAT-RULE-STATUS = '00' THEN
               SET WS-RULES-FILE-AVAILABLE TO TRUE
           END-IF.
           PERFORM OPEN-ESCHEAT-LOG.
           OPEN OUTPUT DORMANCY-REPORT.

       OPEN-ESCHEAT-LOG.
           OPEN I-O ESCHEAT-LOG.
           IF WS-ESCHEAT-LOG-STATUS = '35' THEN
               OPEN OUTPUT ESCHEAT-LOG
               CLOSE ESCHEAT-LOG
               OPEN I-O ESCHEAT-LOG
           END-IF.

      *    THE PARAMETER CARD NAMES THE STATE THE COMPANY FILES WITH.
      *    NO OWNER ADDRESS IS CARRIED ON A GIFT CARD OR A MEMBER,
      *    SO EVERY BALANCE FALLS TO THE HOLDER'S STATE OF DOMICILE.
       READ-ESCHEAT-PARMS.
           MOVE SPACES TO WS-HOLDER-STATE.
           IF WS-PARM-STATUS = '00' THEN
               READ ESCHEAT-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EP-HOLDER-STATE TO WS-HOLDER-STATE
               END-READ
           END-IF.
           IF WS-HOLDER-STATE = SPACES THEN
               DISPLAY 'ESCHEAT-SELECT: NO FILING STATE ON PARM CARD '
                   '- NOTHING SELECTED'
           END-IF.

      *    A KIND OF PROPERTY WITH NO RULE LOADED FOR THE STATE IS
      *    LEFT ALONE AND SAID SO - GUESSING A DORMANCY PERIOD COULD
      *    TURN OVER A BALANCE THE STATE NEVER ASKED FOR.
       LOAD-STATE-RULES.
           IF WS-RULES-FILE-AVAILABLE AND WS-HOLDER-STATE NOT = SPACES
                   THEN
               MOVE WS-HOLDER-STATE TO ER-STATE
               MOVE 'G' TO ER-PROPERTY-TYPE
               READ ESCHEAT-RULES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-GIFT-RULE-FOUND TO TRUE
                       COMPUTE WS-GIFT-DORMANT-CUTOFF =
                           WS-TODAY-CCYYMMDD
                           - (ER-DORMANCY-YEARS * 10000)
                       MOVE ER-NOTICE-THRESHOLD
                           TO WS-GIFT-NOTICE-THRESHOLD
                       MOVE ER-NOTICE-DAYS TO WS-GIFT-NOTICE-DAYS
                       MOVE ER-EXEMPT-FLAG TO WS-GIFT-EXEMPT-FLAG
               END-READ
               MOVE WS-HOLDER-STATE TO ER-STATE
               MOVE 'C' TO ER-PROPERTY-TYPE
               READ ESCHEAT-RULES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CREDIT-RULE-FOUND TO TRUE
                       COMPUTE WS-CREDIT-DORMANT-CUTOFF =
                           WS-TODAY-CCYYMMDD
                           - (ER-DORMANCY-YEARS * 10000)
                       MOVE ER-NOTICE-THRESHOLD
                           TO WS-CREDIT-NOTICE-THRESHOLD
                       MOVE ER-NOTICE-DAYS TO WS-CREDIT-NOTICE-DAYS
                       MOVE ER-EXEMPT-FLAG TO WS-CREDIT-EXEMPT-FLAG
               END-READ
           END-IF.
           IF WS-HOLDER-STATE NOT = SPACES THEN
               IF NOT WS-GIFT-RULE-FOUND THEN
                   DISPLAY 'ESCHEAT-SELECT: NO GIFT CARD RULE FOR '
                       WS-HOLDER-STATE ' - GIFT CARDS NOT EXAMINED'
               END-IF
               IF NOT WS-CREDIT-RULE-FOUND THEN
                   DISPLAY 'ESCHEAT-SELECT: NO MEMBER CREDIT RULE FOR '
                       WS-HOLDER-STATE ' - CREDITS NOT EXAMINED'
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DORMANT BALANCES FOR UNCLAIMED PROPERTY - RUN DATE '
               WS-CURRENT-DATE(1:8)
               ' - FILING STATE: ' WS-HOLDER-STATE
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-LINE.

       READ-NEXT-CARD.
           READ GIFT-CARDS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

      *    A GIFT CARD IS DORMANT WHEN NOTHING HAS BEEN DRAWN ON IT
      *    SINCE THE CUTOFF. NOBODY'S NAME IS ON A CARD, SO THERE IS
      *    NO OWNER TO NOTIFY AND IT MAY BE FILED AT ONCE.
       EXAMINE-ONE-CARD.
           IF GC-CARD-ACTIVE AND GC-REMAINING-VALUE > ZERO THEN
               IF GC-LAST-USE-DATE = ZERO THEN
                   MOVE GC-ISSUE-DATE TO WS-LAST-ACTIVITY-DATE
               ELSE
                   MOVE GC-LAST-USE-DATE TO WS-LAST-ACTIVITY-DATE
               END-IF
               IF WS-LAST-ACTIVITY-DATE < WS-GIFT-DORMANT-CUTOFF THEN
                   MOVE 'G' TO WS-PROPERTY-TYPE
                   MOVE GC-CARD-NUMBER TO WS-PROPERTY-ID
                   PERFORM CHECK-CASE-ALREADY-OPEN
                   IF NOT WS-CASE-ALREADY-OPEN THEN
                       MOVE GC-REMAINING-VALUE TO WS-PROPERTY-AMOUNT
                       MOVE 'N' TO WS-NOTICE-STATE
                       MOVE ZERO TO WS-NOTICE-DAYS
                       MOVE SPACES TO WS-OWNER-NAME
                       PERFORM RECORD-DORMANT-PROPERTY
                       ADD WS-PROPERTY-AMOUNT TO WS-GIFT-DORMANT-TOTAL
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-CARD.

       READ-NEXT-MEMBER.
           READ MEMBER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MEMBER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MEMBERS-READ
           END-READ.

      *    A CREDIT BALANCE IS DORMANT WHEN THE MEMBER HAS NEITHER
      *    RENTED, RETURNED, PAID NOR TAKEN A REFUND SINCE THE
      *    CUTOFF. A HOUSEHOLD'S CREDIT SITS ON THE HEAD'S RECORD.
       EXAMINE-ONE-MEMBER.
           IF MM-ACCOUNT-BALANCE < ZERO
                   AND NOT MM-HOUSEHOLD-MEMBER THEN
               PERFORM FIND-LAST-MEMBER-ACTIVITY
               IF WS-LAST-ACTIVITY-DATE < WS-CREDIT-DORMANT-CUTOFF
                       THEN
                   MOVE 'C' TO WS-PROPERTY-TYPE
                   MOVE MM-MEMBER-ID TO WS-PROPERTY-ID
                   PERFORM CHECK-CASE-ALREADY-OPEN
                   IF NOT WS-CASE-ALREADY-OPEN THEN
                       COMPUTE WS-PROPERTY-AMOUNT =
                           ZERO - MM-ACCOUNT-BALANCE
                       MOVE MM-NAME TO WS-OWNER-NAME
                       PERFORM DECIDE-MEMBER-NOTICE
                       PERFORM RECORD-DORMANT-PROPERTY
                       ADD WS-PROPERTY-AMOUNT
                           TO WS-CREDIT-DORMANT-TOTAL
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-MEMBER.

      *    THE STATE REQUIRES THE OWNER BE WRITTEN TO BEFORE A
      *    BALANCE AT OR OVER ITS THRESHOLD IS REPORTED, AND GIVES
      *    THE OWNER ITS NOTICE PERIOD TO ANSWER. WITH NO GOOD EMAIL
      *    ON FILE THE NOTICE IS RECORDED AS UNDELIVERABLE AND THE
      *    BALANCE WAITS OUT THE SAME PERIOD.
       DECIDE-MEMBER-NOTICE.
           MOVE WS-CREDIT-NOTICE-DAYS TO WS-NOTICE-DAYS.
           EVALUATE TRUE
               WHEN WS-PROPERTY-AMOUNT < WS-CREDIT-NOTICE-THRESHOLD
                   MOVE 'N' TO WS-NOTICE-STATE
                   MOVE ZERO TO WS-NOTICE-DAYS
               WHEN MM-EMAIL = SPACES OR MM-EMAIL-BOUNCED
                   MOVE 'U' TO WS-NOTICE-STATE
                   ADD 1 TO WS-NOTICES-UNDELIVERABLE
               WHEN OTHER
                   MOVE 'Y' TO WS-NOTICE-STATE
           END-EVALUATE.
           COMPUTE WS-FILE-AFTER-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) +
                   WS-NOTICE-DAYS).
           IF WS-NOTICE-STATE = 'Y' THEN
               PERFORM SEND-DUE-DILIGENCE-NOTICE
           END-IF.

       SEND-DUE-DILIGENCE-NOTICE.
           MOVE WS-PROPERTY-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-TV-VAR(1).
           MOVE WS-LAST-ACTIVITY-DATE TO WS-TV-VAR(2).
           MOVE WS-FILE-AFTER-DATE TO WS-TV-VAR(3).
           MOVE WS-HOLDER-STATE TO WS-TV-VAR(4).
           MOVE SPACES TO WS-NOTICE-BODY.
           CALL 'RENDER-TEMPLATE' USING WS-MSG-TYPE,
                                   MM-LANGUAGE,
                                   WS-TEMPLATE-VARS,
                                   WS-NOTICE-SUBJECT,
                                   WS-NOTICE-BODY,
                                   WS-RENDER-STATUS.
           IF NOT WS-TEMPLATE-RENDERED THEN
               MOVE SPACES TO WS-NOTICE-SUBJECT
               STRING 'Your account credit of '
                   FUNCTION TRIM(WS-AMOUNT-EDIT)
                   ' will be reported to the state as unclaimed'
                   ' property after ' WS-FILE-AFTER-DATE
                   ' unless you use it or contact us'
               INTO WS-NOTICE-SUBJECT
               END-STRING
           END-IF.
           CALL 'SEND-MAIL' USING MM-EMAIL, WS-NOTICE-SUBJECT,
               WS-NOTICE-BODY.
           ADD 1 TO WS-NOTICES-SENT.

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

      *    A BANK RETURN IS NOT THE OWNER'S DOING AND DOES NOT
      *    RESTART THE DORMANCY CLOCK.
       TRACK-LATEST-PAYMENT.
           IF NOT PH-REVERSAL-RECORD
                   AND PH-PAYMENT-DATE > WS-LAST-ACTIVITY-DATE THEN
               MOVE PH-PAYMENT-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF.
           PERFORM READ-NEXT-MEMBER-PAYMENT.

      *    A BALANCE ALREADY NOTICED AND WAITING TO BE FILED IS NOT
      *    TAKEN UP A SECOND TIME, AND ITS OWNER IS NOT WRITTEN TO
      *    AGAIN.
       CHECK-CASE-ALREADY-OPEN.
           MOVE 'N' TO WS-OPEN-CASE-SWITCH.
           MOVE 'N' TO WS-LOG-EOF-SWITCH.
           MOVE WS-PROPERTY-TYPE TO EL-PROPERTY-TYPE.
           MOVE WS-PROPERTY-ID TO EL-PROPERTY-ID.
           MOVE ZEROS TO EL-DORMANT-DATE.
           START ESCHEAT-LOG KEY IS NOT LESS THAN EL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LOG-EOF-SWITCH
           END-START.
           IF NOT END-OF-PROPERTY-LOG THEN
               PERFORM READ-NEXT-PROPERTY-CASE
               PERFORM CHECK-ONE-PROPERTY-CASE
                   UNTIL END-OF-PROPERTY-LOG
           END-IF.

       READ-NEXT-PROPERTY-CASE.
           READ ESCHEAT-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-SWITCH
               NOT AT END
                   IF EL-PROPERTY-TYPE NOT = WS-PROPERTY-TYPE
                           OR EL-PROPERTY-ID NOT = WS-PROPERTY-ID
                       MOVE 'Y' TO WS-LOG-EOF-SWITCH
                   END-IF
           END-READ.

       CHECK-ONE-PROPERTY-CASE.
           IF EL-STATUS-NOTICED THEN
               SET WS-CASE-ALREADY-OPEN TO TRUE
           END-IF.
           PERFORM READ-NEXT-PROPERTY-CASE.

       RECORD-DORMANT-PROPERTY.
           IF WS-NOTICE-DAYS = ZERO THEN
               MOVE WS-TODAY-CCYYMMDD TO WS-FILE-AFTER-DATE
           END-IF.
           MOVE WS-PROPERTY-TYPE TO EL-PROPERTY-TYPE.
           MOVE WS-PROPERTY-ID TO EL-PROPERTY-ID.
           MOVE WS-TODAY-CCYYMMDD TO EL-DORMANT-DATE.
           MOVE WS-HOLDER-STATE TO EL-STATE.
           MOVE WS-OWNER-NAME TO EL-OWNER-NAME.
           MOVE WS-LAST-ACTIVITY-DATE TO EL-LAST-ACTIVITY-DATE.
           MOVE WS-PROPERTY-AMOUNT TO EL-AMOUNT.
           MOVE WS-NOTICE-STATE TO EL-NOTICE-SWITCH.
           MOVE WS-FILE-AFTER-DATE TO EL-FILE-AFTER-DATE.
           MOVE ZERO TO EL-FILED-DATE.
           MOVE SPACES TO EL-APPROVED-BY.
           SET EL-STATUS-NOTICED TO TRUE.
           WRITE ESCHEAT-LOG-RECORD
               INVALID KEY
                   DISPLAY 'ESCHEAT-SELECT: DUPLICATE LOG KEY FOR '
                       WS-PROPERTY-ID
               NOT INVALID KEY
                   ADD 1 TO WS-PROPERTIES-SELECTED
                   PERFORM WRITE-DORMANT-LINE
           END-WRITE.

       WRITE-DORMANT-LINE.
           MOVE WS-PROPERTY-AMOUNT TO WS-AMOUNT-EDIT.
           EVALUATE WS-NOTICE-STATE
               WHEN 'Y'
                   MOVE 'NOTICE SENT' TO WS-NOTICE-TEXT
               WHEN 'U'
                   MOVE 'UNDELIVERABLE' TO WS-NOTICE-TEXT
               WHEN OTHER
                   MOVE 'NO NOTICE DUE' TO WS-NOTICE-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-PROPERTY-TYPE ' ' WS-PROPERTY-ID
               ' LAST ACTIVITY ' WS-LAST-ACTIVITY-DATE
               ' AMOUNT ' WS-AMOUNT-EDIT
               ' ' WS-NOTICE-TEXT
               ' FILE AFTER ' WS-FILE-AFTER-DATE
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-PROPERTIES-SELECTED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BALANCES TAKEN UP: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-GIFT-DORMANT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DORMANT GIFT CARD VALUE: ' WS-TOTAL-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-CREDIT-DORMANT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DORMANT MEMBER CREDIT: ' WS-TOTAL-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-NOTICES-SENT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DUE-DILIGENCE NOTICES SENT: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-NOTICES-UNDELIVERABLE TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NOTICES UNDELIVERABLE - NO GOOD EMAIL: '
               WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-PARM-STATUS = '00'
                   OR WS-PARM-STATUS = '10' THEN
               CLOSE ESCHEAT-PARMS
           END-IF.
           IF WS-GIFT-FILE-AVAILABLE THEN
               CLOSE GIFT-CARDS
           END-IF.
           CLOSE MEMBER-MASTER.
           CLOSE RENTAL-TRANSACTION.
           IF WS-PAYHIST-IS-OPEN THEN
               CLOSE PAYMENT-HISTORY
           END-IF.
           IF WS-RULES-FILE-AVAILABLE THEN
               CLOSE ESCHEAT-RULES
           END-IF.
           CLOSE ESCHEAT-LOG.
           CLOSE DORMANCY-REPORT.

       END PROGRAM ESCHEAT-SELECT.
