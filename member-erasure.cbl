       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-ERASURE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASURE-REQUESTS ASSIGN TO 'ERASEREQ'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MEMBER-MASTER ASSIGN TO 'MEMBERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-MEMBER-ID
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT RENTAL-TRANSACTION ASSIGN TO 'RENTALTXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RENTAL-TXN-STATUS.

           SELECT RENTAL-HISTORY ASSIGN TO 'RENTHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RENTAL-HISTORY-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYMENT-HISTORY-STATUS.

           SELECT WAIVER-AUDIT ASSIGN TO 'WAIVERAUD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WA-KEY
               FILE STATUS IS WS-WAIVER-AUDIT-STATUS.

           SELECT CREDIT-LOG ASSIGN TO 'CREDITLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-KEY
               FILE STATUS IS WS-CREDIT-LOG-STATUS.

           SELECT WRITEOFF-LOG ASSIGN TO 'WRITEOFF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WRITEOFF-STATUS.

           SELECT DISPUTE-CASES ASSIGN TO 'DISPCASE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CASE-ID
               FILE STATUS IS WS-DISPUTE-CASE-STATUS.

           SELECT AUTOPAY-ACCOUNTS ASSIGN TO 'ACHACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-MEMBER-ID
               FILE STATUS IS WS-AUTOPAY-STATUS.

           SELECT ALERT-LOG ASSIGN TO 'ALERTLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-LOG-STATUS.

           SELECT REMINDER-LOG ASSIGN TO 'REMINDLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-REMINDER-LOG-STATUS.

           SELECT DIGEST-QUEUE ASSIGN TO 'DIGESTQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQ-KEY
               FILE STATUS IS WS-DIGEST-QUEUE-STATUS.

           SELECT HOLD-QUEUE ASSIGN TO 'HOLDQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HQ-KEY
               FILE STATUS IS WS-HOLD-QUEUE-STATUS.

           SELECT MEMBER-AUDIT ASSIGN TO 'MBRAUDIT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-KEY
               FILE STATUS IS WS-MEMBER-AUDIT-STATUS.

           SELECT CARD-HISTORY ASSIGN TO 'CARDHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CARD-HISTORY-STATUS.

           SELECT MAIL-QUEUE ASSIGN TO 'MAILQUEUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-QUEUE-STATUS.

           SELECT MAIL-QUEUE-OUT ASSIGN TO 'MAILQOUT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SMS-QUEUE ASSIGN TO 'SMSQUEUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMS-QUEUE-STATUS.

           SELECT SMS-QUEUE-OUT ASSIGN TO 'SMSQOUT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERASURE-CERTIFICATES ASSIGN TO 'ERASECERT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-PSEUDO-ID
               FILE STATUS IS WS-ERASE-CERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ERASURE-REQUESTS.
       01  ERASURE-REQUEST-RECORD.
           05  ER-REQUEST-ID       PIC X(10).
           05  ER-MEMBER-ID        PIC X(08).
           05  ER-VERIFIED-BY      PIC X(08).

       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.

       FD  OPERATOR-MASTER.
       COPY 'operator-master.cpy'.

       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.

       FD  RENTAL-HISTORY.
       COPY 'rental-history.cpy'.

       FD  PAYMENT-HISTORY.
       COPY 'payment-history.cpy'.

       FD  WAIVER-AUDIT.
       COPY 'waiver-audit.cpy'.

       FD  CREDIT-LOG.
       COPY 'credit-log.cpy'.

       FD  WRITEOFF-LOG.
       COPY 'writeoff-log.cpy'.

       FD  DISPUTE-CASES.
       COPY 'dispute-case.cpy'.

       FD  AUTOPAY-ACCOUNTS.
       COPY 'autopay-account.cpy'.

       FD  ALERT-LOG.
       COPY 'alert-log.cpy'.

       FD  REMINDER-LOG.
       COPY 'reminder-log.cpy'.

       FD  DIGEST-QUEUE.
       COPY 'digest-queue.cpy'.

       FD  HOLD-QUEUE.
       COPY 'hold-queue.cpy'.

       FD  MEMBER-AUDIT.
       COPY 'member-audit.cpy'.

       FD  CARD-HISTORY.
       COPY 'card-history.cpy'.

       FD  MAIL-QUEUE.
       COPY 'mail-queue.cpy'.

       FD  MAIL-QUEUE-OUT.
       01  MAIL-QUEUE-OUT-RECORD   PIC X(640).

       FD  SMS-QUEUE.
       COPY 'sms-queue.cpy'.

       FD  SMS-QUEUE-OUT.
       01  SMS-QUEUE-OUT-RECORD    PIC X(52).

       FD  ERASURE-CERTIFICATES.
       COPY 'erasure-certificate.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'MEMBER-ERASURE'.
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-OPERATOR-STATUS  PIC X(02).
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-RENTAL-HISTORY-STATUS PIC X(02).
           01  WS-PAYMENT-HISTORY-STATUS PIC X(02).
           01  WS-WAIVER-AUDIT-STATUS PIC X(02).
           01  WS-CREDIT-LOG-STATUS PIC X(02).
           01  WS-WRITEOFF-STATUS  PIC X(02).
           01  WS-DISPUTE-CASE-STATUS PIC X(02).
           01  WS-AUTOPAY-STATUS   PIC X(02).
           01  WS-ALERT-LOG-STATUS PIC X(02).
           01  WS-REMINDER-LOG-STATUS PIC X(02).
           01  WS-DIGEST-QUEUE-STATUS PIC X(02).
           01  WS-HOLD-QUEUE-STATUS PIC X(02).
           01  WS-MEMBER-AUDIT-STATUS PIC X(02).
           01  WS-CARD-HISTORY-STATUS PIC X(02).
           01  WS-MAIL-QUEUE-STATUS PIC X(02).
           01  WS-SMS-QUEUE-STATUS PIC X(02).
           01  WS-ERASE-CERT-STATUS PIC X(02).
           01  WS-OPERATOR-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-OPERATOR-FILE-AVAILABLE VALUE 'Y'.
           01  WS-HISTORY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-HISTORY-AVAILABLE    VALUE 'Y'.
           01  WS-PAYHIST-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-PAYHIST-AVAILABLE    VALUE 'Y'.
           01  WS-WAIVER-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-WAIVER-AVAILABLE     VALUE 'Y'.
           01  WS-CREDIT-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-CREDIT-AVAILABLE     VALUE 'Y'.
           01  WS-WRITEOFF-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-WRITEOFF-AVAILABLE   VALUE 'Y'.
           01  WS-DISPUTE-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-DISPUTE-AVAILABLE    VALUE 'Y'.
           01  WS-AUTOPAY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-AUTOPAY-AVAILABLE    VALUE 'Y'.
           01  WS-ALERT-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-ALERT-AVAILABLE      VALUE 'Y'.
           01  WS-REMIND-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-REMIND-AVAILABLE     VALUE 'Y'.
           01  WS-DIGEST-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-DIGEST-AVAILABLE     VALUE 'Y'.
           01  WS-HOLDQ-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-HOLDQ-AVAILABLE      VALUE 'Y'.
           01  WS-CARDHIST-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-CARDHIST-AVAILABLE   VALUE 'Y'.
           01  WS-MAILQ-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-MAILQ-AVAILABLE      VALUE 'Y'.
           01  WS-SMSQ-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-SMSQ-AVAILABLE       VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-ERASURE-REQUESTS VALUE 'Y'.
           01  WS-SCAN-EOF-SWITCH  PIC X(01).
               88  END-OF-SCAN             VALUE 'Y'.
           01  WS-MOVED-ONE-SWITCH PIC X(01).
               88  WS-MOVED-ONE            VALUE 'Y'.
           01  WS-MEMBER-FOUND-SWITCH PIC X(01).
               88  WS-MEMBER-FOUND         VALUE 'Y'.
           01  WS-OPERATOR-OK-SWITCH PIC X(01).
               88  WS-OPERATOR-OK          VALUE 'Y'.
           01  WS-OPEN-RENTAL-SWITCH PIC X(01).
               88  WS-OPEN-RENTAL-FOUND    VALUE 'Y'.
           01  WS-OPEN-DISPUTE-SWITCH PIC X(01).
               88  WS-OPEN-DISPUTE-FOUND   VALUE 'Y'.
           01  WS-WRITEOFF-FOUND-SWITCH PIC X(01).
               88  WS-WRITEOFF-FOUND       VALUE 'Y'.
           01  WS-PSEUDO-FREE-SWITCH PIC X(01).
               88  WS-PSEUDO-FREE          VALUE 'Y'.
           01  WS-ADDRESS-MATCH-SWITCH PIC X(01).
               88  WS-ADDRESS-MATCHED      VALUE 'Y'.
           01  WS-REFUSAL-REASON   PIC X(30).
      *    PSEUDONYMS ARE 'E' AND A RUNNING NUMBER CARRIED ON FROM
      *    THE HIGHEST CERTIFICATE ON FILE. NOTHING IN THE NUMBER
      *    DERIVES FROM THE ORIGINAL MEMBER ID.
           01  WS-PSEUDO-ID.
               05  WS-PSEUDO-PREFIX    PIC X(01) VALUE 'E'.
               05  WS-PSEUDO-NUMBER    PIC 9(7) VALUE 0.
           01  WS-RESUME-IMDB-ID   PIC X(10).
           01  WS-RESUME-DATE      PIC 9(8).
           01  WS-RESUME-TIMESTAMP PIC X(21).
           01  WS-RESUME-CARD-NUMBER PIC X(10).
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-CERT-FILE-NAME   PIC X(10).
           01  WS-CERT-FILE-ACTION PIC X(01).
           01  WS-FILE-RECORDS     PIC 9(7) COMP.
           01  WS-AUDIT-DETAIL     PIC X(60).
      *    THE MAIL AND SMS QUEUES ARE FLAT FILES ADDRESSED BY EMAIL
      *    AND PHONE, NOT MEMBER ID, SO THEY ARE COPIED ONCE AT THE
      *    END OF THE RUN AGAINST EVERY ADDRESS ERASED IN IT. A RUN
      *    THAT FILLS THE TABLE REFUSES THE REST FOR RESUBMISSION.
           01  WS-ERASED-MAX       PIC 9(3) COMP VALUE 200.
           01  WS-ERASED-COUNT     PIC 9(3) COMP VALUE 0.
           01  WS-ERASED-IDX       PIC 9(3) COMP.
           01  WS-ERASED-TABLE.
               05  WS-ER-ENTRY OCCURS 200 TIMES.
                   10  WS-ER-PSEUDO-ID     PIC X(08).
                   10  WS-ER-EMAIL         PIC X(40).
                   10  WS-ER-PHONE         PIC X(12).
                   10  WS-ER-MAIL-COUNT    PIC 9(7) COMP.
                   10  WS-ER-SMS-COUNT     PIC 9(7) COMP.
           01  WS-REQUESTS-READ    PIC 9(7) COMP VALUE 0.
           01  WS-MEMBERS-ERASED   PIC 9(7) COMP VALUE 0.
           01  WS-REQUESTS-REFUSED PIC 9(7) COMP VALUE 0.
           01  WS-RECORDS-TOUCHED  PIC 9(7) COMP VALUE 0.
           01  WS-QUEUE-MESSAGES-DROPPED PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM FIND-LAST-PSEUDONYM.
           PERFORM READ-NEXT-ERASURE-REQUEST.
           PERFORM PROCESS-ONE-ERASURE
               UNTIL END-OF-ERASURE-REQUESTS.
           IF WS-MAILQ-AVAILABLE THEN
               PERFORM SCRUB-MAIL-QUEUE
           END-IF.
           IF WS-SMSQ-AVAILABLE THEN
               PERFORM SCRUB-SMS-QUEUE
           END-IF.
           PERFORM STAMP-QUEUE-CERTIFICATES
               VARYING WS-ERASED-IDX FROM 1 BY 1
               UNTIL WS-ERASED-IDX > WS-ERASED-COUNT.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-REQUESTS-READ, WS-MEMBERS-ERASED,
               WS-REQUESTS-REFUSED.
           DISPLAY 'MEMBER-ERASURE: REQUESTS READ ' WS-REQUESTS-READ
               ' ERASED ' WS-MEMBERS-ERASED
               ' REFUSED ' WS-REQUESTS-REFUSED
               ' RECORDS TOUCHED ' WS-RECORDS-TOUCHED
               ' QUEUED MESSAGES DROPPED '
               WS-QUEUE-MESSAGES-DROPPED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT ERASURE-REQUESTS.
           OPEN I-O MEMBER-MASTER.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPERATOR-STATUS = '00' THEN
               SET WS-OPERATOR-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O RENTAL-TRANSACTION.
           OPEN I-O RENTAL-HISTORY.
           IF WS-RENTAL-HISTORY-STATUS = '00' THEN
               SET WS-HISTORY-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O PAYMENT-HISTORY.
           IF WS-PAYMENT-HISTORY-STATUS = '00' THEN
               SET WS-PAYHIST-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O WAIVER-AUDIT.
           IF WS-WAIVER-AUDIT-STATUS = '00' THEN
               SET WS-WAIVER-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O CREDIT-LOG.
           IF WS-CREDIT-LOG-STATUS = '00' THEN
               SET WS-CREDIT-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT WRITEOFF-LOG.
           IF WS-WRITEOFF-STATUS = '00' THEN
               SET WS-WRITEOFF-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O DISPUTE-CASES.
           IF WS-DISPUTE-CASE-STATUS = '00' THEN
               SET WS-DISPUTE-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O AUTOPAY-ACCOUNTS.
           IF WS-AUTOPAY-STATUS = '00' THEN
               SET WS-AUTOPAY-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O ALERT-LOG.
           IF WS-ALERT-LOG-STATUS = '00' THEN
               SET WS-ALERT-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O REMINDER-LOG.
           IF WS-REMINDER-LOG-STATUS = '00' THEN
               SET WS-REMIND-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O CARD-HISTORY.
           IF WS-CARD-HISTORY-STATUS = '00' THEN
               SET WS-CARDHIST-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O DIGEST-QUEUE.
           IF WS-DIGEST-QUEUE-STATUS = '00' THEN
               SET WS-DIGEST-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O HOLD-QUEUE.
           IF WS-HOLD-QUEUE-STATUS = '00' THEN
               SET WS-HOLDQ-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT MAIL-QUEUE.
           IF WS-MAIL-QUEUE-STATUS = '00' THEN
               SET WS-MAILQ-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT SMS-QUEUE.
           IF WS-SMS-QUEUE-STATUS = '00' THEN
               SET WS-SMSQ-AVAILABLE TO TRUE
           END-IF.
           PERFORM OPEN-MEMBER-AUDIT.
           PERFORM OPEN-ERASURE-CERTIFICATES.

       OPEN-MEMBER-AUDIT.
           OPEN I-O MEMBER-AUDIT.
           IF WS-MEMBER-AUDIT-STATUS = '35' THEN
               OPEN OUTPUT MEMBER-AUDIT
               CLOSE MEMBER-AUDIT
               OPEN I-O MEMBER-AUDIT
           END-IF.

       OPEN-ERASURE-CERTIFICATES.
           OPEN I-O ERASURE-CERTIFICATES.
           IF WS-ERASE-CERT-STATUS = '35' THEN
               OPEN OUTPUT ERASURE-CERTIFICATES
               CLOSE ERASURE-CERTIFICATES
               OPEN I-O ERASURE-CERTIFICATES
           END-IF.

      *    CERTIFICATES KEY BY PSEUDONYM, SO THE LAST ONE ON FILE
      *    CARRIES THE HIGHEST NUMBER ISSUED SO FAR.
       FIND-LAST-PSEUDONYM.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO EC-PSEUDO-ID.
           START ERASURE-CERTIFICATES
               KEY IS NOT LESS THAN EC-PSEUDO-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM READ-ONE-CERTIFICATE UNTIL END-OF-SCAN.

       READ-ONE-CERTIFICATE.
           READ ERASURE-CERTIFICATES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF EC-PSEUDO-ID(2:7) IS NUMERIC
                       MOVE EC-PSEUDO-ID(2:7) TO WS-PSEUDO-NUMBER
                   END-IF
           END-READ.

       READ-NEXT-ERASURE-REQUEST.
           READ ERASURE-REQUESTS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
           END-READ.

      *    ERASURE IS FINAL, SO EVERY REASON TO KEEP THE MEMBER ON
      *    FILE IS CHECKED BEFORE ANYTHING IS TOUCHED: MONEY STILL
      *    OWED EITHER WAY, A COPY STILL OUT, A DISPUTE STILL BEING
      *    WORKED, OR A WRITE-OFF THE COLLECTIONS AGENCY MAY YET
      *    RECOVER. A HOUSEHOLD HEAD STILL CARRIES OTHER MEMBERS'
      *    CHARGES AND HAS TO BE UNLINKED FIRST.
       PROCESS-ONE-ERASURE.
           PERFORM CHECK-ERASURE-REQUEST.
           IF WS-REFUSAL-REASON = SPACES THEN
               PERFORM ERASE-ONE-MEMBER
           ELSE
               ADD 1 TO WS-REQUESTS-REFUSED
               DISPLAY 'MEMBER-ERASURE: REQUEST ' ER-REQUEST-ID
                   ' FOR ' ER-MEMBER-ID ' REFUSED - '
                   WS-REFUSAL-REASON
           END-IF.
           PERFORM READ-NEXT-ERASURE-REQUEST.

       CHECK-ERASURE-REQUEST.
           MOVE SPACES TO WS-REFUSAL-REASON.
           PERFORM CHECK-OPERATOR.
           MOVE 'N' TO WS-MEMBER-FOUND-SWITCH.
           MOVE 'N' TO WS-OPEN-RENTAL-SWITCH.
           MOVE 'N' TO WS-OPEN-DISPUTE-SWITCH.
           MOVE 'N' TO WS-WRITEOFF-FOUND-SWITCH.
           MOVE ER-MEMBER-ID TO MM-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MEMBER-FOUND TO TRUE
           END-READ.
           IF WS-MEMBER-FOUND THEN
               PERFORM SCAN-OPEN-RENTALS
               IF WS-DISPUTE-AVAILABLE
                   PERFORM SCAN-OPEN-DISPUTES
               END-IF
               IF WS-WRITEOFF-AVAILABLE
                   PERFORM SCAN-WRITEOFFS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN ER-REQUEST-ID = SPACES
                   MOVE 'NO REQUEST ID' TO WS-REFUSAL-REASON
               WHEN NOT WS-OPERATOR-OK
                   MOVE 'NOT VERIFIED BY ACTIVE OPERATOR'
                       TO WS-REFUSAL-REASON
               WHEN NOT WS-MEMBER-FOUND
                   MOVE 'MEMBER NOT ON FILE' TO WS-REFUSAL-REASON
               WHEN MM-ACCOUNT-BALANCE NOT = ZERO
                   MOVE 'OPEN BALANCE' TO WS-REFUSAL-REASON
               WHEN WS-OPEN-RENTAL-FOUND
                   MOVE 'OPEN RENTALS' TO WS-REFUSAL-REASON
               WHEN WS-OPEN-DISPUTE-FOUND
                   MOVE 'OPEN DISPUTE' TO WS-REFUSAL-REASON
               WHEN MM-WRITTEN-OFF OR WS-WRITEOFF-FOUND
                   MOVE 'WRITE-OFF ON FILE' TO WS-REFUSAL-REASON
               WHEN MM-HOUSEHOLD-HEAD
                   MOVE 'HOUSEHOLD HEAD - UNLINK FIRST'
                       TO WS-REFUSAL-REASON
               WHEN WS-ERASED-COUNT NOT < WS-ERASED-MAX
                   MOVE 'RUN FULL - RESUBMIT' TO WS-REFUSAL-REASON
           END-EVALUATE.

       CHECK-OPERATOR.
           SET WS-OPERATOR-OK TO TRUE.
      *    UNLIKE THE OTHER MAINTENANCE RUNS, NO OPERATOR FILE
      *    MEANS NO ERASURE - THE VERIFICATION CANNOT BE SHOWN.
           IF ER-VERIFIED-BY = SPACES
                   OR NOT WS-OPERATOR-FILE-AVAILABLE THEN
               MOVE 'N' TO WS-OPERATOR-OK-SWITCH
           END-IF.
           IF WS-OPERATOR-FILE-AVAILABLE AND WS-OPERATOR-OK THEN
               MOVE ER-VERIFIED-BY TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-OPERATOR-OK-SWITCH
                   NOT INVALID KEY
                       IF NOT OP-OPERATOR-ACTIVE THEN
                           MOVE 'N' TO WS-OPERATOR-OK-SWITCH
                       END-IF
               END-READ
           END-IF.

       SCAN-OPEN-RENTALS.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           MOVE ER-MEMBER-ID TO RT-MEMBER-ID.
           MOVE LOW-VALUES TO RT-IMDB-ID.
           MOVE ZEROS TO RT-RENTAL-DATE.
           START RENTAL-TRANSACTION KEY IS NOT LESS THAN RT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM SCAN-ONE-RENTAL
               UNTIL END-OF-SCAN OR WS-OPEN-RENTAL-FOUND.

       SCAN-ONE-RENTAL.
           READ RENTAL-TRANSACTION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF RT-MEMBER-ID NOT = ER-MEMBER-ID
                       MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   ELSE
                       IF RT-RETURN-DATE = ZERO
                           SET WS-OPEN-RENTAL-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    DISPUTE CASES KEY BY CASE NUMBER, SO THE MEMBER'S CASES
      *    ARE FOUND BY READING THE FILE THROUGH.
       SCAN-OPEN-DISPUTES.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           MOVE ZERO TO DC-CASE-ID.
           START DISPUTE-CASES KEY IS NOT LESS THAN DC-CASE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM SCAN-ONE-DISPUTE
               UNTIL END-OF-SCAN OR WS-OPEN-DISPUTE-FOUND.

       SCAN-ONE-DISPUTE.
           READ DISPUTE-CASES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF DC-MEMBER-ID = ER-MEMBER-ID AND DC-CASE-OPEN
                       SET WS-OPEN-DISPUTE-FOUND TO TRUE
                   END-IF
           END-READ.

       SCAN-WRITEOFFS.
           MOVE ER-MEMBER-ID TO WO-MEMBER-ID.
           MOVE LOW-VALUES TO WO-WRITEOFF-TIMESTAMP.
           START WRITEOFF-LOG KEY IS NOT LESS THAN WO-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ WRITEOFF-LOG NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WO-MEMBER-ID = ER-MEMBER-ID
                               SET WS-WRITEOFF-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START.

      *    CONTACT DETAILS ARE KEPT ASIDE FOR THE QUEUE COPY BEFORE
      *    THE MASTER RECORD GOES. FINANCIAL HISTORY MOVES TO THE
      *    PSEUDONYM THE SAME WAY MEMBER-MERGE MOVES IT TO A
      *    SURVIVING ID; EVERYTHING THAT ONLY EXISTS TO CONTACT OR
      *    IDENTIFY THE MEMBER IS REMOVED. THE CERTIFICATE RECORDS
      *    EACH FILE AS IT IS FINISHED.
       ERASE-ONE-MEMBER.
           ADD 1 TO WS-ERASED-COUNT.
           MOVE MM-EMAIL TO WS-ER-EMAIL(WS-ERASED-COUNT).
           MOVE MM-PHONE TO WS-ER-PHONE(WS-ERASED-COUNT).
           MOVE ZERO TO WS-ER-MAIL-COUNT(WS-ERASED-COUNT).
           MOVE ZERO TO WS-ER-SMS-COUNT(WS-ERASED-COUNT).
           PERFORM ASSIGN-PSEUDONYM.
           MOVE WS-PSEUDO-ID TO WS-ER-PSEUDO-ID(WS-ERASED-COUNT).
           INITIALIZE ERASURE-CERTIFICATE-RECORD.
           MOVE WS-PSEUDO-ID TO EC-PSEUDO-ID.
           MOVE ER-REQUEST-ID TO EC-REQUEST-ID.
           MOVE ER-VERIFIED-BY TO EC-VERIFIED-BY.
           MOVE FUNCTION CURRENT-DATE TO EC-ERASED-TIMESTAMP.
           MOVE ZERO TO EC-FILE-COUNT.
           PERFORM DRAIN-RENTAL-TRANSACTIONS.
           IF WS-HISTORY-AVAILABLE THEN
               PERFORM DRAIN-RENTAL-HISTORY
           END-IF.
           IF WS-PAYHIST-AVAILABLE THEN
               PERFORM DRAIN-PAYMENT-HISTORY
           END-IF.
           IF WS-WAIVER-AVAILABLE THEN
               PERFORM DRAIN-WAIVER-AUDIT
           END-IF.
           IF WS-CREDIT-AVAILABLE THEN
               PERFORM DRAIN-CREDIT-LOG
           END-IF.
           IF WS-DISPUTE-AVAILABLE THEN
               PERFORM REPOINT-DISPUTE-CASES
           END-IF.
           IF WS-HOLDQ-AVAILABLE THEN
               PERFORM REPOINT-HOLD-QUEUE
           END-IF.
           PERFORM DRAIN-MEMBER-AUDIT.
           IF WS-CARDHIST-AVAILABLE THEN
               PERFORM DRAIN-CARD-HISTORY
           END-IF.
           IF WS-ALERT-AVAILABLE THEN
               PERFORM PURGE-ALERT-LOG
           END-IF.
           IF WS-REMIND-AVAILABLE THEN
               PERFORM PURGE-REMINDER-LOG
           END-IF.
           IF WS-DIGEST-AVAILABLE THEN
               PERFORM PURGE-DIGEST-QUEUE
           END-IF.
           IF WS-AUTOPAY-AVAILABLE THEN
               PERFORM REMOVE-AUTOPAY-ACCOUNT
           END-IF.
           PERFORM REMOVE-MEMBER-MASTER.
           PERFORM WRITE-ERASURE-AUDIT.
           WRITE ERASURE-CERTIFICATE-RECORD
               INVALID KEY
                   DISPLAY 'MEMBER-ERASURE: DUPLICATE CERTIFICATE '
                       'KEY ' WS-PSEUDO-ID
           END-WRITE.
           ADD 1 TO WS-MEMBERS-ERASED.
           DISPLAY 'MEMBER-ERASURE: REQUEST ' ER-REQUEST-ID
               ' ERASED AS ' WS-PSEUDO-ID.

       ASSIGN-PSEUDONYM.
           MOVE 'N' TO WS-PSEUDO-FREE-SWITCH.
           PERFORM TRY-NEXT-PSEUDONYM UNTIL WS-PSEUDO-FREE.

      *    A PSEUDONYM MUST NEVER COLLIDE WITH A LIVE MEMBER ID, OR
      *    THE ERASED HISTORY WOULD LAND ON SOMEONE ELSE'S ACCOUNT.
       TRY-NEXT-PSEUDONYM.
           ADD 1 TO WS-PSEUDO-NUMBER.
           MOVE WS-PSEUDO-ID TO MM-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   SET WS-PSEUDO-FREE TO TRUE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       ADD-CERTIFICATE-ENTRY.
           ADD 1 TO EC-FILE-COUNT.
           MOVE WS-CERT-FILE-NAME TO EC-FILE-NAME(EC-FILE-COUNT).
           MOVE WS-CERT-FILE-ACTION TO EC-FILE-ACTION(EC-FILE-COUNT).
           MOVE WS-FILE-RECORDS TO EC-FILE-RECORDS(EC-FILE-COUNT).
           MOVE FUNCTION CURRENT-DATE
               TO EC-FILE-TIMESTAMP(EC-FILE-COUNT).
           ADD WS-FILE-RECORDS TO WS-RECORDS-TOUCHED.

       DRAIN-RENTAL-TRANSACTIONS.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE LOW-VALUES TO WS-RESUME-IMDB-ID.
           MOVE ZEROS TO WS-RESUME-DATE.
           SET WS-MOVED-ONE TO TRUE.
           PERFORM MOVE-ONE-RENTAL UNTIL NOT WS-MOVED-ONE.
           MOVE 'RENTALTXN' TO WS-CERT-FILE-NAME.
           MOVE 'P' TO WS-CERT-FILE-ACTION.
           PERFORM ADD-CERTIFICATE-ENTRY.

       MOVE-ONE-RENTAL.
           MOVE 'N' TO WS-MOVED-ONE-SWITCH.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           MOVE ER-MEMBER-ID TO RT-MEMBER-ID.
           MOVE WS-RESUME-IMDB-ID TO RT-IMDB-ID.
           MOVE WS-RESUME-DATE TO RT-RENTAL-DATE.
           START RENTAL-TRANSACTION KEY IS GREATER THAN RT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           IF NOT END-OF-SCAN THEN
               READ RENTAL-TRANSACTION NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RT-MEMBER-ID = ER-MEMBER-ID
                           MOVE RT-IMDB-ID TO WS-RESUME-IMDB-ID
                           MOVE RT-RENTAL-DATE TO WS-RESUME-DATE
                           DELETE RENTAL-TRANSACTION RECORD
                           MOVE WS-PSEUDO-ID TO RT-MEMBER-ID
                           WRITE RENTAL-TRANSACTION-RECORD
                               INVALID KEY
                                   DISPLAY 'MEMBER-ERASURE: RENTAL '
                                       'KEY CLASH FOR '
                                       WS-PSEUDO-ID
                                       ' - LEFT UNDER '
                                       ER-MEMBER-ID
                                   MOVE ER-MEMBER-ID TO
                                       RT-MEMBER-ID
                                   WRITE RENTAL-TRANSACTION-RECORD
                                       INVALID KEY
                                           CONTINUE
                                   END-WRITE
                               NOT INVALID KEY
                                   ADD 1 TO WS-FILE-RECORDS
                           END-WRITE
                           SET WS-MOVED-ONE TO TRUE
                       END-IF
               END-READ
           END-IF.

       DRAIN-RENTAL-HISTORY.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE LOW-VALUES TO WS-RESUME-IMDB-ID.
           MOVE ZEROS TO WS-RESUME-DATE.
           SET WS-MOVED-ONE TO TRUE.
           PERFORM MOVE-ONE-HISTORY UNTIL NOT WS-MOVED-ONE.
           MOVE 'RENTHIST' TO WS-CERT-FILE-NAME.
           MOVE 'P' TO WS-CERT-FILE-ACTION.
           PERFORM ADD-CERTIFICATE-ENTRY.

       MOVE-ONE-HISTORY.
           MOVE 'N' TO WS-MOVED-ONE-SWITCH.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           MOVE ER-MEMBER-ID TO RH-MEMBER-ID.
           MOVE WS-RESUME-IMDB-ID TO RH-IMDB-ID.
           MOVE WS-RESUME-DATE TO RH-RENTAL-DATE.
           START RENTAL-HISTORY KEY IS GREATER THAN RH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           IF NOT END-OF-SCAN THEN
               READ RENTAL-HISTORY NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RH-MEMBER-ID = ER-MEMBER-ID
                           MOVE RH-IMDB-ID TO WS-RESUME-IMDB-ID
                           MOVE RH-RENTAL-DATE TO WS-RESUME-DATE
                           DELETE RENTAL-HISTORY RECORD
                           MOVE WS-PSEUDO-ID TO RH-MEMBER-ID
                           WRITE RENTAL-HISTORY-RECORD
                               INVALID KEY
                                   DISPLAY 'MEMBER-ERASURE: HISTORY '
                                       'KEY CLASH FOR '
                                       WS-PSEUDO-ID
                                       ' - LEFT UNDER '
                                       ER-MEMBER-ID
                                   MOVE ER-MEMBER-ID TO
                                       RH-MEMBER-ID
                                   WRITE RENTAL-HISTORY-RECORD
                                       INVALID KEY
                                           CONTINUE
                                   END-WRITE
                               NOT INVALID KEY
                                   ADD 1 TO WS-FILE-RECORDS
                           END-WRITE
                           SET WS-MOVED-ONE TO TRUE
                       END-IF
               END-READ
           END-IF.

       DRAIN-PAYMENT-HISTORY.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE LOW-VALUES TO WS-RESUME-TIMESTAMP.
           SET WS-MOVED-ONE TO TRUE.
           PERFORM MOVE-ONE-PAYMENT UNTIL NOT WS-MOVED-ONE.
           MOVE 'PAYHIST' TO WS-CERT-FILE-NAME.
           MOVE 'P' TO WS-CERT-FILE-ACTION.
           PERFORM ADD-CERTIFICATE-ENTRY.

       MOVE-ONE-PAYMENT.
           MOVE 'N' TO WS-MOVED-ONE-SWITCH.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           MOVE ER-MEMBER-ID TO PH-MEMBER-ID.
           MOVE WS-RESUME-TIMESTAMP TO PH-POST-TIMESTAMP.
           START PAYMENT-HISTORY KEY IS GREATER THAN PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           IF NOT END-OF-SCAN THEN
               READ PAYMENT-HISTORY NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-MEMBER-ID = ER-MEMBER-ID
                           MOVE PH-POST-TIMESTAMP TO
                               WS-RESUME-TIMESTAMP
                           DELETE PAYMENT-HISTORY RECORD
                           MOVE WS-PSEUDO-ID TO PH-MEMBER-ID
                           WRITE PAYMENT-HISTORY-RECORD
                               INVALID KEY
                                   DISPLAY 'MEMBER-ERASURE: PAYMENT '
                                       'KEY CLASH FOR '
                                       WS-PSEUDO-ID
                                       ' - LEFT UNDER '
                                       ER-MEMBER-ID
                                   MOVE ER-MEMBER-ID TO
                                       PH-MEMBER-ID
                                   WRITE PAYMENT-HISTORY-RECORD
                                       INVALID KEY
                                           CONTINUE
                                   END-WRITE
                               NOT INVALID KEY
                                   ADD 1 TO WS-FILE-RECORDS
                           END-WRITE
                           SET WS-MOVED-ONE TO TRUE
                       END-IF
               END-READ
           END-IF.

      *    WAIVERS AND CREDITS ARE MONEY GIVEN BACK AGAINST THE
      *    RENTALS ABOVE, SO THEY STAY WITH THEM UNDER THE PSEUDONYM.
       DRAIN-WAIVER-AUDIT.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE LOW-VALUES TO WS-RESUME-TIMESTAMP.
           SET WS-MOVED-ONE TO TRUE.
           PERFORM MOVE-ONE-WAIVER UNTIL NOT WS-MOVED-ONE.
           MOVE 'WAIVERAUD' TO WS-CERT-FILE-NAME.
           MOVE 'P' TO WS-CERT-FILE-ACTION.
           PERFORM ADD-CERTIFICATE-ENTRY.

       MOVE-ONE-WAIVER.
           MOVE 'N' TO WS-MOVED-ONE-SWITCH.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           MOVE ER-MEMBER-ID TO WA-MEMBER-ID.
           MOVE WS-RESUME-TIMESTAMP TO WA-WAIVER-TIMESTAMP.
           START WAIVER-AUDIT KEY IS GREATER THAN WA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           IF NOT END-OF-SCAN THEN
               READ WAIVER-AUDIT NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WA-MEMBER-ID = ER-MEMBER-ID
                           MOVE WA-WAIVER-TIMESTAMP TO
                               WS-RESUME-TIMESTAMP
                           DELETE WAIVER-AUDIT RECORD
                           MOVE WS-PSEUDO-ID TO WA-MEMBER-ID
                           WRITE WAIVER-AUDIT-RECORD
                               INVALID KEY
                                   DISPLAY 'MEMBER-ERASURE: WAIVER '
                                       'KEY CLASH FOR '
                                       WS-PSEUDO-ID
                                       ' - LEFT UNDER '
                                       ER-MEMBER-ID
                                   MOVE ER-MEMBER-ID TO
                                       WA-MEMBER-ID
                                   WRITE WAIVER-AUDIT-RECORD
                                       INVALID KEY
                                           CONTINUE
                                   END-WRITE
                               NOT INVALID KEY
                                   ADD 1 TO WS-FILE-RECORDS
                           END-WRITE
                           SET WS-MOVED-ONE TO TRUE
                       END-IF
               END-READ
           END-IF.

       DRAIN-CREDIT-LOG.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE LOW-VALUES TO WS-RESUME-IMDB-ID.
           MOVE ZEROS TO WS-RESUME-DATE.
           SET WS-MOVED-ONE TO TRUE.
           PERFORM MOVE-ONE-CREDIT UNTIL NOT WS-MOVED-ONE.
           MOVE 'CREDITLOG' TO WS-CERT-FILE-NAME.
           MOVE 'P' TO WS-CERT-FILE-ACTION.
           PERFORM ADD-CERTIFICATE-ENTRY.

       MOVE-ONE-CREDIT.
           MOVE 'N' TO WS-MOVED-ONE-SWITCH.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           MOVE ER-MEMBER-ID TO CG-MEMBER-ID.
           MOVE WS-RESUME-IMDB-ID TO CG-IMDB-ID.
           MOVE WS-RESUME-DATE TO CG-RENTAL-DATE.
           START CREDIT-LOG KEY IS GREATER THAN CG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           IF NOT END-OF-SCAN THEN
               READ CREDIT-LOG NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CG-MEMBER-ID = ER-MEMBER-ID
                           MOVE CG-IMDB-ID TO WS-RESUME-IMDB-ID
                           MOVE CG-RENTAL-DATE TO WS-RESUME-DATE
                           DELETE CREDIT-LOG RECORD
                           MOVE WS-PSEUDO-ID TO CG-MEMBER-ID
                           WRITE CREDIT-LOG-RECORD
                               INVALID KEY
                                   DISPLAY 'MEMBER-ERASURE: CREDIT '
                                       'KEY CLASH FOR '
                                       WS-PSEUDO-ID
                                       ' - LEFT UNDER '
                                       ER-MEMBER-ID
                                   MOVE ER-MEMBER-ID TO
                                       CG-MEMBER-ID
                                   WRITE CREDIT-LOG-RECORD
                                       INVALID KEY
                                           CONTINUE
                                   END-WRITE
                               NOT INVALID KEY
                                   ADD 1 TO WS-FILE-RECORDS
                           END-WRITE
                           SET WS-MOVED-ONE TO TRUE
                       END-IF
               END-READ
           END-IF.

      *    CLOSED CASES STAY FOR THE WAIVERS AND CREDITS THAT QUOTE
      *    THEIR NUMBERS, BUT THE CLAIM IS THE MEMBER'S OWN WORDS
      *    AND IS BLANKED.
       REPOINT-DISPUTE-CASES.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           MOVE ZERO TO DC-CASE-ID.
           START DISPUTE-CASES KEY IS NOT LESS THAN DC-CASE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM REPOINT-ONE-DISPUTE UNTIL END-OF-SCAN.
           MOVE 'DISPCASE' TO WS-CERT-FILE-NAME.
           MOVE 'P' TO WS-CERT-FILE-ACTION.
           PERFORM ADD-CERTIFICATE-ENTRY.

       REPOINT-ONE-DISPUTE.
           READ DISPUTE-CASES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF DC-MEMBER-ID = ER-MEMBER-ID
                       MOVE WS-PSEUDO-ID TO DC-MEMBER-ID
                       MOVE SPACES TO DC-CLAIM-TEXT
                       REWRITE DISPUTE-CASE-RECORD
                       ADD 1 TO WS-FILE-RECORDS
                   END-IF
           END-READ.

      *    HOLD-QUEUE KEYS BY TITLE AND TIMESTAMP, SO THE MEMBER ID
      *    IS DATA AND A REWRITE IN PLACE DOES THE JOB. A HOLD STILL
      *    WAITING OR NOTIFIED IS CANCELLED SO THE COPY GOES TO THE
      *    NEXT MEMBER IN LINE.
       REPOINT-HOLD-QUEUE.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO HQ-KEY.
           START HOLD-QUEUE KEY IS NOT LESS THAN HQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM REPOINT-ONE-HOLD UNTIL END-OF-SCAN.
           MOVE 'HOLDQ' TO WS-CERT-FILE-NAME.
           MOVE 'P' TO WS-CERT-FILE-ACTION.
           PERFORM ADD-CERTIFICATE-ENTRY.

       REPOINT-ONE-HOLD.
           READ HOLD-QUEUE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF HQ-MEMBER-ID = ER-MEMBER-ID
                       MOVE WS-PSEUDO-ID TO HQ-MEMBER-ID
                       IF HQ-HOLD-WAITING OR HQ-HOLD-NOTIFIED
                           SET HQ-HOLD-CANCELLED TO TRUE
                       END-IF
                       REWRITE HOLD-QUEUE-RECORD
                       ADD 1 TO WS-FILE-RECORDS
                   END-IF
           END-READ.

      *    THE AUDIT TRAIL KEEPS ITS DATES AND OPERATORS UNDER THE
      *    PSEUDONYM, BUT THE DETAIL LINES QUOTE OLD NAMES, EMAILS,
      *    AND PHONE NUMBERS, SO EVERY ONE IS BLANKED.
       DRAIN-MEMBER-AUDIT.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE LOW-VALUES TO WS-RESUME-TIMESTAMP.
           SET WS-MOVED-ONE TO TRUE.
           PERFORM MOVE-ONE-AUDIT UNTIL NOT WS-MOVED-ONE.
           MOVE 'MBRAUDIT' TO WS-CERT-FILE-NAME.
           MOVE 'P' TO WS-CERT-FILE-ACTION.
           PERFORM ADD-CERTIFICATE-ENTRY.

       MOVE-ONE-AUDIT.
           MOVE 'N' TO WS-MOVED-ONE-SWITCH.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           MOVE ER-MEMBER-ID TO MA-MEMBER-ID.
           MOVE WS-RESUME-TIMESTAMP TO MA-CHANGE-TIMESTAMP.
           START MEMBER-AUDIT KEY IS GREATER THAN MA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           IF NOT END-OF-SCAN THEN
               READ MEMBER-AUDIT NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MA-MEMBER-ID = ER-MEMBER-ID
                           MOVE MA-CHANGE-TIMESTAMP TO
                               WS-RESUME-TIMESTAMP
                           DELETE MEMBER-AUDIT RECORD
                           MOVE WS-PSEUDO-ID TO MA-MEMBER-ID
                           MOVE 'DETAIL ERASED' TO MA-CHANGE-DETAIL
                           WRITE MEMBER-AUDIT-RECORD
                               INVALID KEY
                                   DISPLAY 'MEMBER-ERASURE: AUDIT '
                                       'KEY CLASH FOR '
                                       WS-PSEUDO-ID
                                       ' - LEFT UNDER '
                                       ER-MEMBER-ID
                                   MOVE ER-MEMBER-ID TO
                                       MA-MEMBER-ID
                                   WRITE MEMBER-AUDIT-RECORD
                                       INVALID KEY
                                           CONTINUE
                                   END-WRITE
                               NOT INVALID KEY
                                   ADD 1 TO WS-FILE-RECORDS
                           END-WRITE
                           SET WS-MOVED-ONE TO TRUE
                       END-IF
               END-READ
           END-IF.

      *    CARD HISTORY CARRIES THE REPLACEMENT FEES CHARGED, SO IT
      *    MOVES TO THE PSEUDONYM LIKE THE OTHER MONEY RECORDS. A
      *    CARD NUMBER BEGINS WITH THE MEMBER ID, SO THAT PART OF
      *    EVERY NUMBER ON THE RECORD IS REPLACED AS WELL.
       DRAIN-CARD-HISTORY.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE LOW-VALUES TO WS-RESUME-CARD-NUMBER.
           MOVE LOW-VALUES TO WS-RESUME-TIMESTAMP.
           SET WS-MOVED-ONE TO TRUE.
           PERFORM MOVE-ONE-CARD-EVENT UNTIL NOT WS-MOVED-ONE.
           MOVE 'CARDHIST' TO WS-CERT-FILE-NAME.
           MOVE 'P' TO WS-CERT-FILE-ACTION.
           PERFORM ADD-CERTIFICATE-ENTRY.

       MOVE-ONE-CARD-EVENT.
           MOVE 'N' TO WS-MOVED-ONE-SWITCH.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           MOVE ER-MEMBER-ID TO CH-MEMBER-ID.
           MOVE WS-RESUME-CARD-NUMBER TO CH-CARD-NUMBER.
           MOVE WS-RESUME-TIMESTAMP TO CH-EVENT-TIMESTAMP.
           START CARD-HISTORY KEY IS GREATER THAN CH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           IF NOT END-OF-SCAN THEN
               READ CARD-HISTORY NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CH-MEMBER-ID = ER-MEMBER-ID
                           MOVE CH-CARD-NUMBER TO
                               WS-RESUME-CARD-NUMBER
                           MOVE CH-EVENT-TIMESTAMP TO
                               WS-RESUME-TIMESTAMP
                           DELETE CARD-HISTORY RECORD
                           PERFORM PSEUDONYMIZE-CARD-EVENT
                           SET WS-MOVED-ONE TO TRUE
                       END-IF
               END-READ
           END-IF.

       PSEUDONYMIZE-CARD-EVENT.
           MOVE WS-PSEUDO-ID TO CH-MEMBER-ID.
           MOVE WS-PSEUDO-ID TO CH-CARD-NUMBER(1:8).
           IF CH-REPLACED-BY NOT = SPACES THEN
               MOVE WS-PSEUDO-ID TO CH-REPLACED-BY(1:8)
           END-IF.
           WRITE CARD-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'MEMBER-ERASURE: CARD HISTORY KEY CLASH '
                       'FOR ' WS-PSEUDO-ID ' - LEFT UNDER '
                       ER-MEMBER-ID
                   MOVE ER-MEMBER-ID TO CH-MEMBER-ID
                   MOVE WS-RESUME-CARD-NUMBER TO CH-CARD-NUMBER
                   WRITE CARD-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-FILE-RECORDS
           END-WRITE.

      *    ALERTS, REMINDERS, AND PENDING DIGEST PICKS ONLY RECORD
      *    WHAT WAS SENT OR IS ABOUT TO BE SENT TO THE MEMBER, SO
      *    THEY ARE DELETED OUTRIGHT.
       PURGE-ALERT-LOG.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           PERFORM DELETE-ONE-ALERT UNTIL END-OF-SCAN.
           MOVE 'ALERTLOG' TO WS-CERT-FILE-NAME.
           MOVE 'D' TO WS-CERT-FILE-ACTION.
           PERFORM ADD-CERTIFICATE-ENTRY.

       DELETE-ONE-ALERT.
           MOVE ER-MEMBER-ID TO AL-MEMBER-ID.
           MOVE LOW-VALUES TO AL-IMDB-ID.
           START ALERT-LOG KEY IS NOT LESS THAN AL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           IF NOT END-OF-SCAN THEN
               READ ALERT-LOG NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF AL-MEMBER-ID = ER-MEMBER-ID
                           DELETE ALERT-LOG RECORD
                           ADD 1 TO WS-FILE-RECORDS
                       ELSE
                           MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                       END-IF
               END-READ
           END-IF.

       PURGE-REMINDER-LOG.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           PERFORM DELETE-ONE-REMINDER UNTIL END-OF-SCAN.
           MOVE 'REMINDLOG' TO WS-CERT-FILE-NAME.
           MOVE 'D' TO WS-CERT-FILE-ACTION.
           PERFORM ADD-CERTIFICATE-ENTRY.

       DELETE-ONE-REMINDER.
           MOVE ER-MEMBER-ID TO RM-MEMBER-ID.
           MOVE LOW-VALUES TO RM-IMDB-ID.
           MOVE ZEROS TO RM-RENTAL-DATE.
           MOVE LOW-VALUES TO RM-STAGE.
           START REMINDER-LOG KEY IS NOT LESS THAN RM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           IF NOT END-OF-SCAN THEN
               READ REMINDER-LOG NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF RM-MEMBER-ID = ER-MEMBER-ID
                           DELETE REMINDER-LOG RECORD
                           ADD 1 TO WS-FILE-RECORDS
                       ELSE
                           MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                       END-IF
               END-READ
           END-IF.

       PURGE-DIGEST-QUEUE.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           PERFORM DELETE-ONE-DIGEST UNTIL END-OF-SCAN.
           MOVE 'DIGESTQ' TO WS-CERT-FILE-NAME.
           MOVE 'D' TO WS-CERT-FILE-ACTION.
           PERFORM ADD-CERTIFICATE-ENTRY.

       DELETE-ONE-DIGEST.
           MOVE ER-MEMBER-ID TO DQ-MEMBER-ID.
           MOVE LOW-VALUES TO DQ-IMDB-ID.
           START DIGEST-QUEUE KEY IS NOT LESS THAN DQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           IF NOT END-OF-SCAN THEN
               READ DIGEST-QUEUE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF DQ-MEMBER-ID = ER-MEMBER-ID
                           DELETE DIGEST-QUEUE RECORD
                           ADD 1 TO WS-FILE-RECORDS
                       ELSE
                           MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                       END-IF
               END-READ
           END-IF.

      *    THE BANK ROUTING AND ACCOUNT NUMBERS HAVE NO USE ONCE THE
      *    BALANCE IS ZERO AND NO MORE DEBITS WILL BE DRAWN.
       REMOVE-AUTOPAY-ACCOUNT.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE ER-MEMBER-ID TO AP-MEMBER-ID.
           READ AUTOPAY-ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE AUTOPAY-ACCOUNTS RECORD
                   ADD 1 TO WS-FILE-RECORDS
           END-READ.
           MOVE 'ACHACCT' TO WS-CERT-FILE-NAME.
           MOVE 'D' TO WS-CERT-FILE-ACTION.
           PERFORM ADD-CERTIFICATE-ENTRY.

       REMOVE-MEMBER-MASTER.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE ER-MEMBER-ID TO MM-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE MEMBER-MASTER RECORD
                   ADD 1 TO WS-FILE-RECORDS
           END-READ.
           MOVE 'MEMBERMSTR' TO WS-CERT-FILE-NAME.
           MOVE 'D' TO WS-CERT-FILE-ACTION.
           PERFORM ADD-CERTIFICATE-ENTRY.

       WRITE-ERASURE-AUDIT.
           MOVE WS-PSEUDO-ID TO MA-MEMBER-ID.
           MOVE FUNCTION CURRENT-DATE TO MA-CHANGE-TIMESTAMP.
           MOVE 'D' TO MA-ACTION.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING 'ERASED ON REQUEST ' ER-REQUEST-ID
           INTO WS-AUDIT-DETAIL
           END-STRING.
           MOVE WS-AUDIT-DETAIL TO MA-CHANGE-DETAIL.
           MOVE ER-VERIFIED-BY TO MA-OPERATOR-ID.
           WRITE MEMBER-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'MEMBER-ERASURE: DUPLICATE AUDIT KEY '
                       'FOR ' WS-PSEUDO-ID
           END-WRITE.

      *    THE QUEUE IS COPIED TO MAILQOUT WITHOUT ANY MESSAGE FOR
      *    AN ERASED ADDRESS; THE JOB THEN CATALOGS THE COPY IN
      *    PLACE OF THE ORIGINAL.
       SCRUB-MAIL-QUEUE.
           OPEN OUTPUT MAIL-QUEUE-OUT.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           PERFORM COPY-ONE-MAIL UNTIL END-OF-SCAN.
           CLOSE MAIL-QUEUE-OUT.

       COPY-ONE-MAIL.
           READ MAIL-QUEUE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   MOVE 'N' TO WS-ADDRESS-MATCH-SWITCH
                   IF MQ-EMAIL NOT = SPACES
                       PERFORM MATCH-ERASED-EMAIL
                           VARYING WS-ERASED-IDX FROM 1 BY 1
                           UNTIL WS-ERASED-IDX > WS-ERASED-COUNT
                           OR WS-ADDRESS-MATCHED
                   END-IF
                   IF WS-ADDRESS-MATCHED
                       ADD 1 TO WS-QUEUE-MESSAGES-DROPPED
                   ELSE
                       WRITE MAIL-QUEUE-OUT-RECORD
                           FROM MAIL-QUEUE-RECORD
                   END-IF
           END-READ.

       MATCH-ERASED-EMAIL.
           IF MQ-EMAIL = WS-ER-EMAIL(WS-ERASED-IDX) THEN
               SET WS-ADDRESS-MATCHED TO TRUE
               ADD 1 TO WS-ER-MAIL-COUNT(WS-ERASED-IDX)
           END-IF.

       SCRUB-SMS-QUEUE.
           OPEN OUTPUT SMS-QUEUE-OUT.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           PERFORM COPY-ONE-SMS UNTIL END-OF-SCAN.
           CLOSE SMS-QUEUE-OUT.

       COPY-ONE-SMS.
           READ SMS-QUEUE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   MOVE 'N' TO WS-ADDRESS-MATCH-SWITCH
                   IF SQ-PHONE NOT = SPACES
                       PERFORM MATCH-ERASED-PHONE
                           VARYING WS-ERASED-IDX FROM 1 BY 1
                           UNTIL WS-ERASED-IDX > WS-ERASED-COUNT
                           OR WS-ADDRESS-MATCHED
                   END-IF
                   IF WS-ADDRESS-MATCHED
                       ADD 1 TO WS-QUEUE-MESSAGES-DROPPED
                   ELSE
                       WRITE SMS-QUEUE-OUT-RECORD
                           FROM SMS-QUEUE-RECORD
                   END-IF
           END-READ.

       MATCH-ERASED-PHONE.
           IF SQ-PHONE = WS-ER-PHONE(WS-ERASED-IDX) THEN
               SET WS-ADDRESS-MATCHED TO TRUE
               ADD 1 TO WS-ER-SMS-COUNT(WS-ERASED-IDX)
           END-IF.

      *    THE QUEUES ARE ONLY DONE ONCE EVERY REQUEST IS IN, SO
      *    EACH CERTIFICATE WRITTEN THIS RUN IS REOPENED TO ADD THEM.
       STAMP-QUEUE-CERTIFICATES.
           MOVE WS-ER-PSEUDO-ID(WS-ERASED-IDX) TO EC-PSEUDO-ID.
           READ ERASURE-CERTIFICATES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-MAILQ-AVAILABLE
                       MOVE 'MAILQUEUE' TO WS-CERT-FILE-NAME
                       MOVE 'D' TO WS-CERT-FILE-ACTION
                       MOVE WS-ER-MAIL-COUNT(WS-ERASED-IDX)
                           TO WS-FILE-RECORDS
                       PERFORM ADD-CERTIFICATE-ENTRY
                   END-IF
                   IF WS-SMSQ-AVAILABLE
                       MOVE 'SMSQUEUE' TO WS-CERT-FILE-NAME
                       MOVE 'D' TO WS-CERT-FILE-ACTION
                       MOVE WS-ER-SMS-COUNT(WS-ERASED-IDX)
                           TO WS-FILE-RECORDS
                       PERFORM ADD-CERTIFICATE-ENTRY
                   END-IF
                   REWRITE ERASURE-CERTIFICATE-RECORD
           END-READ.

       CLOSE-FILES.
           CLOSE ERASURE-REQUESTS.
           CLOSE MEMBER-MASTER.
           IF WS-OPERATOR-FILE-AVAILABLE THEN
               CLOSE OPERATOR-MASTER
           END-IF.
           CLOSE RENTAL-TRANSACTION.
           IF WS-HISTORY-AVAILABLE THEN
               CLOSE RENTAL-HISTORY
           END-IF.
           IF WS-PAYHIST-AVAILABLE THEN
               CLOSE PAYMENT-HISTORY
           END-IF.
           IF WS-WAIVER-AVAILABLE THEN
               CLOSE WAIVER-AUDIT
           END-IF.
           IF WS-CREDIT-AVAILABLE THEN
               CLOSE CREDIT-LOG
           END-IF.
           IF WS-WRITEOFF-AVAILABLE THEN
               CLOSE WRITEOFF-LOG
           END-IF.
           IF WS-DISPUTE-AVAILABLE THEN
               CLOSE DISPUTE-CASES
           END-IF.
           IF WS-AUTOPAY-AVAILABLE THEN
               CLOSE AUTOPAY-ACCOUNTS
           END-IF.
           IF WS-ALERT-AVAILABLE THEN
               CLOSE ALERT-LOG
           END-IF.
           IF WS-REMIND-AVAILABLE THEN
               CLOSE REMINDER-LOG
           END-IF.
           IF WS-DIGEST-AVAILABLE THEN
               CLOSE DIGEST-QUEUE
           END-IF.
           IF WS-HOLDQ-AVAILABLE THEN
               CLOSE HOLD-QUEUE
           END-IF.
           IF WS-CARDHIST-AVAILABLE THEN
               CLOSE CARD-HISTORY
           END-IF.
           IF WS-MAILQ-AVAILABLE THEN
               CLOSE MAIL-QUEUE
           END-IF.
           IF WS-SMSQ-AVAILABLE THEN
               CLOSE SMS-QUEUE
           END-IF.
           CLOSE MEMBER-AUDIT.
           CLOSE ERASURE-CERTIFICATES.

       END PROGRAM MEMBER-ERASURE.
