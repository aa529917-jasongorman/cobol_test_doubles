               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-KEY
               FILE STATUS IS WS-MEMBER-AUDIT-STATUS.

           SELECT CARD-HISTORY ASSIGN TO 'CARDHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CARD-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-REQUESTS.
               88  MT-DELETE-MEMBER        VALUE 'D'.
               88  MT-LINK-MEMBER          VALUE 'L'.
               88  MT-UNLINK-MEMBER        VALUE 'U'.
               88  MT-REFUND-CREDIT        VALUE 'R'.
               88  MT-ISSUE-CARD           VALUE 'I'.
               88  MT-RENEW-CARD           VALUE 'N'.
               88  MT-REPLACE-LOST-CARD    VALUE 'P'.
               88  MT-CANCEL-CARD          VALUE 'X'.
           05  MT-MEMBER-ID        PIC X(08).
           05  MT-NAME             PIC X(30).
           05  MT-EMAIL            PIC X(40).
           05  MT-BIRTH-DATE       PIC 9(8).
           05  MT-PLAN-FLAG        PIC X(01).
           05  MT-LANGUAGE         PIC X(03).
           05  MT-OPERATOR-ID      PIC X(08).
           05  MT-POSTAL-ADDRESS.
               10  MT-ADDR-LINE-1      PIC X(30).
               10  MT-ADDR-LINE-2      PIC X(30).
               10  MT-ADDR-CITY        PIC X(20).
               10  MT-ADDR-STATE       PIC X(02).
               10  MT-ADDR-ZIP         PIC X(10).
               10  MT-ADDR-ZIP-PARTS REDEFINES MT-ADDR-ZIP.
                   15  MT-ZIP-FIVE         PIC X(05).
                   15  MT-ZIP-DASH         PIC X(01).
                   15  MT-ZIP-FOUR         PIC X(04).
           05  MT-CHART-NEWSLETTER-FLAG PIC X(01).

       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.
       FD  MEMBER-AUDIT.
       COPY 'member-audit.cpy'.

       FD  CARD-HISTORY.
       COPY 'card-history.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'MEMBER-MAINT'.
           01  WS-CHANGES-APPLIED  PIC 9(7) COMP VALUE 0.
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-MEMBER-AUDIT-STATUS PIC X(02).
           01  WS-CARD-HISTORY-STATUS PIC X(02).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-MAINT-REQUESTS   VALUE 'Y'.
           01  WS-MEMBER-FOUND-SWITCH PIC X(01).
           01  WS-MEMBERS-DELETED  PIC 9(7) COMP VALUE 0.
           01  WS-MEMBERS-LINKED   PIC 9(7) COMP VALUE 0.
           01  WS-MEMBERS-UNLINKED PIC 9(7) COMP VALUE 0.
           01  WS-REFUNDS-REQUESTED PIC 9(7) COMP VALUE 0.
           01  WS-HEAD-FOUND-SWITCH PIC X(01).
               88  WS-HEAD-FOUND           VALUE 'Y'.
           01  WS-HEAD-IS-LINKABLE-SWITCH PIC X(01).
               88  WS-HEAD-IS-LINKABLE     VALUE 'Y'.
           01  WS-LINK-BALANCE     PIC S9(5)V9(2).
           01  WS-LINK-BALANCE-EDIT PIC -ZZZZ9.99.
           01  WS-REQUESTS-REJECTED PIC 9(7) COMP VALUE 0.
      *    A CARD RUNS TWO YEARS FROM ISSUE OR RENEWAL. A LOST CARD
      *    IS REPLACED FOR THE FEE BELOW AND KEEPS THE OLD EXPIRY.
           01  WS-CARD-VALID-YEARS PIC 9(2) VALUE 2.
           01  WS-CARD-REPLACE-FEE PIC 9(3)V9(2) VALUE 5.00.
           01  WS-NEW-CARD-NUMBER.
               05  WS-NC-MEMBER-ID     PIC X(08).
               05  WS-NC-ISSUE-COUNT   PIC 9(2).
           01  WS-OLD-CARD-NUMBER  PIC X(10).
           01  WS-CARD-EXPIRY      PIC 9(8).
           01  WS-CARD-EXPIRY-PARTS REDEFINES WS-CARD-EXPIRY.
               05  WS-CE-YEAR          PIC 9(4).
               05  WS-CE-MONTH         PIC 9(2).
               05  WS-CE-DAY           PIC 9(2).
           01  WS-CARD-ACTION      PIC X(01).
           01  WS-CARD-CARD-NUMBER PIC X(10).
           01  WS-CARD-REPLACED-BY PIC X(10).
           01  WS-CARD-FEE         PIC 9(3)V9(2).
           01  WS-BILLED-MEMBER-ID PIC X(08).
           01  WS-CARDS-ISSUED     PIC 9(7) COMP VALUE 0.
           01  WS-CARDS-RENEWED    PIC 9(7) COMP VALUE 0.
           01  WS-CARDS-REPLACED   PIC 9(7) COMP VALUE 0.
           01  WS-CARDS-CANCELLED  PIC 9(7) COMP VALUE 0.
           01  WS-CARD-FEE-TOTAL   PIC S9(7)V9(2) VALUE 0.
           01  WS-CARD-DELTA-TOTAL PIC S9(7)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM CLOSE-FILES.
           COMPUTE WS-CHANGES-APPLIED = WS-MEMBERS-ADDED +
               WS-MEMBERS-CHANGED + WS-MEMBERS-DELETED +
               WS-MEMBERS-LINKED + WS-MEMBERS-UNLINKED +
               WS-REFUNDS-REQUESTED + WS-CARDS-ISSUED +
               WS-CARDS-RENEWED + WS-CARDS-REPLACED +
               WS-CARDS-CANCELLED.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-REQUESTS-READ, WS-CHANGES-APPLIED,
               WS-REQUESTS-REJECTED.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'CARDFEES  ',
               WS-CARDS-REPLACED, WS-CARD-FEE-TOTAL.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'CARDDELTA ',
               WS-CARDS-REPLACED, WS-CARD-DELTA-TOTAL.
           CALL 'CLOSE-CONTROL-TOTAL'.
           DISPLAY 'MEMBER-MAINT: REQUESTS READ ' WS-REQUESTS-READ
               ' ADDED ' WS-MEMBERS-ADDED
               ' CHANGED ' WS-MEMBERS-CHANGED
               ' DELETED ' WS-MEMBERS-DELETED
               ' LINKED ' WS-MEMBERS-LINKED
               ' UNLINKED ' WS-MEMBERS-UNLINKED
               ' REFUNDS ' WS-REFUNDS-REQUESTED
               ' REJECTED ' WS-REQUESTS-REJECTED.
           DISPLAY 'MEMBER-MAINT: CARDS ISSUED ' WS-CARDS-ISSUED
               ' RENEWED ' WS-CARDS-RENEWED
               ' REPLACED ' WS-CARDS-REPLACED
               ' CANCELLED ' WS-CARDS-CANCELLED.
           GOBACK.

       OPEN-FILES.
           OPEN I-O MEMBER-MASTER.
           OPEN INPUT RENTAL-TRANSACTION.
           PERFORM OPEN-MEMBER-AUDIT.
           PERFORM OPEN-CARD-HISTORY.

       OPEN-MEMBER-AUDIT.
           OPEN I-O MEMBER-AUDIT.
               OPEN I-O MEMBER-AUDIT
           END-IF.

       OPEN-CARD-HISTORY.
           OPEN I-O CARD-HISTORY.
           IF WS-CARD-HISTORY-STATUS = '35' THEN
               OPEN OUTPUT CARD-HISTORY
               CLOSE CARD-HISTORY
               OPEN I-O CARD-HISTORY
           END-IF.

       READ-NEXT-MAINT-REQUEST.
           READ MAINT-REQUESTS
               AT END
                   PERFORM APPLY-LINK-REQUEST
               WHEN MT-UNLINK-MEMBER
                   PERFORM APPLY-UNLINK-REQUEST
               WHEN MT-REFUND-CREDIT
                   PERFORM APPLY-REFUND-REQUEST
               WHEN MT-ISSUE-CARD
                   PERFORM APPLY-CARD-ISSUE-REQUEST
               WHEN MT-RENEW-CARD
                   PERFORM APPLY-CARD-RENEWAL-REQUEST
               WHEN MT-REPLACE-LOST-CARD
                   PERFORM APPLY-LOST-CARD-REQUEST
               WHEN MT-CANCEL-CARD
                   PERFORM APPLY-CARD-CANCEL-REQUEST
               WHEN OTHER
                   MOVE 'BAD ACTION CODE' TO WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
                   MOVE 'MEMBER ADDED' TO WS-AUDIT-DETAIL
                   PERFORM WRITE-MEMBER-AUDIT
                   ADD 1 TO WS-MEMBERS-ADDED
                   PERFORM RECORD-CARD-ISSUED
                   ADD 1 TO WS-CARDS-ISSUED
               END-IF
           END-IF.

           ELSE
               PERFORM VALIDATE-MEMBER-FIELDS
               IF WS-REQUEST-VALID THEN
                   IF MT-POSTAL-ADDRESS = MM-POSTAL-ADDRESS
                       MOVE 'MEMBER CHANGED' TO WS-AUDIT-DETAIL
                   ELSE
                       PERFORM DESCRIBE-ADDRESS-CHANGE
                   END-IF
                   PERFORM APPLY-CHANGES-TO-MEMBER
                   REWRITE MEMBER-MASTER-RECORD
                   MOVE 'C' TO WS-AUDIT-ACTION
                   PERFORM WRITE-MEMBER-AUDIT
                   ADD 1 TO WS-MEMBERS-CHANGED
               END-IF
           END-IF.

      *    THE AUDIT DETAIL SHOWS WHERE THE ADDRESS MOVED FROM, SO
      *    A LETTER THE MAILING HOUSE RETURNS CAN BE TRACED TO THE
      *    CHANGE THAT CAUSED IT.
       DESCRIBE-ADDRESS-CHANGE.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           IF MM-POSTAL-ADDRESS = SPACES THEN
               MOVE 'MEMBER CHANGED - POSTAL ADDRESS ADDED'
                   TO WS-AUDIT-DETAIL
           ELSE
               STRING 'ADDRESS CHANGED FROM '
                   FUNCTION TRIM(MM-ADDR-LINE-1) ' '
                   FUNCTION TRIM(MM-ADDR-ZIP)
               INTO WS-AUDIT-DETAIL
               END-STRING
           END-IF.

       APPLY-DELETE-REQUEST.
           IF NOT WS-MEMBER-FOUND THEN
               MOVE 'MEMBER NOT ON FILE' TO WS-REJECT-REASON
                           WS-REJECT-REASON
                       PERFORM REJECT-REQUEST
                   ELSE
                       IF MM-ACCOUNT-BALANCE < ZERO THEN
                           PERFORM FLAG-CLOSING-FOR-REFUND
                       ELSE
                           DELETE MEMBER-MASTER RECORD
                           MOVE 'D' TO WS-AUDIT-ACTION
                           MOVE 'MEMBER DELETED' TO WS-AUDIT-DETAIL
                           PERFORM WRITE-MEMBER-AUDIT
                           ADD 1 TO WS-MEMBERS-DELETED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    AN ACCOUNT CLOSED WHILE IT STILL HOLDS A CREDIT IS NOT
      *    DELETED HERE - THE MONEY IS THE MEMBER'S. IT IS FLAGGED
      *    CLOSING AND CREDIT-REFUND PAYS THE CREDIT OUT AND REMOVES
      *    THE RECORD, SO THE REFUND HAS A NAME AND ADDRESS TO GO TO.
       FLAG-CLOSING-FOR-REFUND.
           SET MM-ACCOUNT-CLOSING TO TRUE.
           REWRITE MEMBER-MASTER-RECORD.
           MOVE 'C' TO WS-AUDIT-ACTION.
           MOVE 'CLOSE PENDING CREDIT REFUND' TO WS-AUDIT-DETAIL.
           PERFORM WRITE-MEMBER-AUDIT.
           ADD 1 TO WS-REFUNDS-REQUESTED.

      *    A MEMBER MAY ASK FOR A CREDIT BALANCE BACK WITHOUT
      *    CLOSING THE ACCOUNT. THE REQUEST ONLY FLAGS THE RECORD;
      *    THE PERIODIC CREDIT-REFUND RUN CUTS THE CHECK OR ACH.
       APPLY-REFUND-REQUEST.
           EVALUATE TRUE
               WHEN NOT WS-MEMBER-FOUND
                   MOVE 'MEMBER NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               WHEN MM-ACCOUNT-BALANCE NOT < ZERO
                   MOVE 'NO CREDIT BALANCE TO REFUND' TO
                       WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               WHEN MM-ACCOUNT-CLOSING
                   MOVE 'ACCOUNT ALREADY CLOSING' TO
                       WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               WHEN OTHER
                   SET MM-REFUND-REQUESTED TO TRUE
                   REWRITE MEMBER-MASTER-RECORD
                   MOVE 'C' TO WS-AUDIT-ACTION
                   MOVE 'CREDIT REFUND REQUESTED' TO WS-AUDIT-DETAIL
                   PERFORM WRITE-MEMBER-AUDIT
                   ADD 1 TO WS-REFUNDS-REQUESTED
           END-EVALUATE.

      *    LINKING UPDATES THE HEAD FIRST AND THE MEMBER SECOND,
      *    RE-READING EACH BY KEY, BECAUSE THE FILE SECTION HOLDS
      *    ONLY ONE MEMBER RECORD AT A TIME. A HEAD CARRIES ITS OWN
           INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM WRITE-MEMBER-AUDIT.
           IF WS-LINK-BALANCE NOT = ZERO THEN
               MOVE WS-LINK-BALANCE TO WS-LINK-BALANCE-EDIT
               MOVE 'C' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
                   ADD 1 TO WS-MEMBERS-UNLINKED
           END-EVALUATE.

      *    A CARD IS ISSUED TO A MEMBER WHO JOINED BEFORE CARDS, OR
      *    WHOSE CARD WAS CANCELLED OR HAS RUN OUT. A MEMBER WHO
      *    STILL HOLDS A GOOD CARD RENEWS IT OR REPORTS IT LOST.
       APPLY-CARD-ISSUE-REQUEST.
           PERFORM CLEAR-PRE-CARD-FIELDS.
           EVALUATE TRUE
               WHEN NOT WS-MEMBER-FOUND
                   MOVE 'MEMBER NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               WHEN MM-CARD-NUMBER NOT = SPACES
                       AND MM-CARD-ACTIVE
                       AND MM-CARD-EXPIRY-DATE NOT < WS-TODAY-CCYYMMDD
                   MOVE 'MEMBER ALREADY HOLDS A VALID CARD' TO
                       WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               WHEN MM-CARD-ISSUE-COUNT = 99
                   MOVE 'CARD ISSUE LIMIT REACHED' TO
                       WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               WHEN OTHER
                   MOVE WS-TODAY-CCYYMMDD TO WS-CARD-EXPIRY
                   PERFORM ADVANCE-CARD-EXPIRY
                   PERFORM ASSIGN-NEW-CARD
                   REWRITE MEMBER-MASTER-RECORD
                   PERFORM RECORD-CARD-ISSUED
                   ADD 1 TO WS-CARDS-ISSUED
                   MOVE 'C' TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING 'CARD ' MM-CARD-NUMBER ' ISSUED'
                   INTO WS-AUDIT-DETAIL
                   END-STRING
                   PERFORM WRITE-MEMBER-AUDIT
           END-EVALUATE.

      *    RENEWAL IS WHEN THE MEMBER'S ID IS SEEN AGAIN AND THEIR
      *    CONTACT DETAILS CONFIRMED, SO THE REQUEST CARRIES THE FULL
      *    MEMBER FIELDS AS A CHANGE DOES, PLUS THE OPERATOR WHO SAW
      *    THE ID. THE NEW TERM RUNS FROM THE OLD EXPIRY, OR FROM
      *    TODAY IF THE CARD HAD ALREADY RUN OUT.
       APPLY-CARD-RENEWAL-REQUEST.
           PERFORM CLEAR-PRE-CARD-FIELDS.
           EVALUATE TRUE
               WHEN NOT WS-MEMBER-FOUND
                   MOVE 'MEMBER NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               WHEN MM-CARD-NUMBER = SPACES
                   MOVE 'NO CARD ON FILE TO RENEW' TO
                       WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               WHEN MM-CARD-CANCELLED
                   MOVE 'CARD CANCELLED - ISSUE A NEW ONE' TO
                       WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               WHEN MT-OPERATOR-ID = SPACES
                   MOVE 'NO OPERATOR - ID NOT CHECKED' TO
                       WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               WHEN OTHER
                   PERFORM VALIDATE-MEMBER-FIELDS
                   IF WS-REQUEST-VALID THEN
                       PERFORM RENEW-MEMBER-CARD
                   END-IF
           END-EVALUATE.

       RENEW-MEMBER-CARD.
           PERFORM APPLY-CHANGES-TO-MEMBER.
           IF MM-CARD-EXPIRY-DATE < WS-TODAY-CCYYMMDD THEN
               MOVE WS-TODAY-CCYYMMDD TO WS-CARD-EXPIRY
           ELSE
               MOVE MM-CARD-EXPIRY-DATE TO WS-CARD-EXPIRY
           END-IF.
           PERFORM ADVANCE-CARD-EXPIRY.
           MOVE WS-CARD-EXPIRY TO MM-CARD-EXPIRY-DATE.
           MOVE ZERO TO MM-CARD-NOTICE-DATE.
           REWRITE MEMBER-MASTER-RECORD.
           MOVE 'N' TO WS-CARD-ACTION.
           MOVE MM-CARD-NUMBER TO WS-CARD-CARD-NUMBER.
           MOVE SPACES TO WS-CARD-REPLACED-BY.
           MOVE ZERO TO WS-CARD-FEE.
           PERFORM WRITE-CARD-HISTORY.
           MOVE 'C' TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING 'CARD RENEWED TO ' MM-CARD-EXPIRY-DATE
               ' - ID AND CONTACT DETAILS CHECKED'
           INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM WRITE-MEMBER-AUDIT.
           ADD 1 TO WS-CARDS-RENEWED.

      *    A LOST CARD IS STOPPED AND A NEW NUMBER ISSUED IN ONE
      *    STEP, SO THERE IS NO MOMENT WHEN THE MEMBER HAS NO CARD
      *    AND NO MOMENT WHEN THE LOST ONE STILL WORKS. THE NEW CARD
      *    KEEPS THE OLD EXPIRY - A REPLACEMENT IS NOT A RENEWAL.
       APPLY-LOST-CARD-REQUEST.
           PERFORM CLEAR-PRE-CARD-FIELDS.
           EVALUATE TRUE
               WHEN NOT WS-MEMBER-FOUND
                   MOVE 'MEMBER NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               WHEN MM-CARD-NUMBER = SPACES
                   MOVE 'NO CARD ON FILE TO REPLACE' TO
                       WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               WHEN MM-CARD-CANCELLED
                   MOVE 'CARD ALREADY CANCELLED' TO WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               WHEN MM-CARD-ISSUE-COUNT = 99
                   MOVE 'CARD ISSUE LIMIT REACHED' TO
                       WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               WHEN OTHER
                   PERFORM REPLACE-LOST-CARD
           END-EVALUATE.

       REPLACE-LOST-CARD.
           MOVE MM-CARD-NUMBER TO WS-OLD-CARD-NUMBER.
           MOVE MM-CARD-EXPIRY-DATE TO WS-CARD-EXPIRY.
           PERFORM ASSIGN-NEW-CARD.
           REWRITE MEMBER-MASTER-RECORD.
           MOVE 'R' TO WS-CARD-ACTION.
           MOVE WS-OLD-CARD-NUMBER TO WS-CARD-CARD-NUMBER.
           MOVE MM-CARD-NUMBER TO WS-CARD-REPLACED-BY.
           MOVE WS-CARD-REPLACE-FEE TO WS-CARD-FEE.
           PERFORM WRITE-CARD-HISTORY.
           PERFORM RECORD-CARD-ISSUED.
           MOVE 'C' TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING 'LOST CARD ' WS-OLD-CARD-NUMBER
               ' REPLACED BY ' MM-CARD-NUMBER
           INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM WRITE-MEMBER-AUDIT.
           ADD 1 TO WS-CARDS-REPLACED.
           ADD WS-CARD-REPLACE-FEE TO WS-CARD-FEE-TOTAL.
           PERFORM CHARGE-REPLACEMENT-FEE.

      *    THE FEE POSTS LIKE ANY OTHER CHARGE - TO THE HOUSEHOLD
      *    HEAD'S BALANCE WHEN THE MEMBER IS LINKED UNDER ONE. A
      *    LINK POINTING AT A HEAD NO LONGER ON FILE FALLS BACK TO
      *    THE MEMBER'S OWN RECORD.
       CHARGE-REPLACEMENT-FEE.
           IF MM-HOUSEHOLD-MEMBER
                   AND MM-HOUSEHOLD-ID NOT = SPACES
                   AND MM-HOUSEHOLD-ID NOT = MM-MEMBER-ID THEN
               MOVE MM-MEMBER-ID TO WS-BILLED-MEMBER-ID
               MOVE MM-HOUSEHOLD-ID TO MM-MEMBER-ID
               READ MEMBER-MASTER
                   INVALID KEY
                       MOVE WS-BILLED-MEMBER-ID TO MM-MEMBER-ID
                       READ MEMBER-MASTER
                           INVALID KEY
                               CONTINUE
                       END-READ
               END-READ
           END-IF.
           ADD WS-CARD-REPLACE-FEE TO MM-ACCOUNT-BALANCE.
           ADD WS-CARD-REPLACE-FEE TO WS-CARD-DELTA-TOTAL.
           REWRITE MEMBER-MASTER-RECORD.

       APPLY-CARD-CANCEL-REQUEST.
           PERFORM CLEAR-PRE-CARD-FIELDS.
           EVALUATE TRUE
               WHEN NOT WS-MEMBER-FOUND
                   MOVE 'MEMBER NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               WHEN MM-CARD-NUMBER = SPACES
                   MOVE 'NO CARD ON FILE TO CANCEL' TO
                       WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               WHEN MM-CARD-CANCELLED
                   MOVE 'CARD ALREADY CANCELLED' TO WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
               WHEN OTHER
                   SET MM-CARD-CANCELLED TO TRUE
                   REWRITE MEMBER-MASTER-RECORD
                   MOVE 'C' TO WS-CARD-ACTION
                   MOVE MM-CARD-NUMBER TO WS-CARD-CARD-NUMBER
                   MOVE SPACES TO WS-CARD-REPLACED-BY
                   MOVE ZERO TO WS-CARD-FEE
                   PERFORM WRITE-CARD-HISTORY
                   MOVE 'C' TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING 'CARD ' MM-CARD-NUMBER ' CANCELLED'
                   INTO WS-AUDIT-DETAIL
                   END-STRING
                   PERFORM WRITE-MEMBER-AUDIT
                   ADD 1 TO WS-CARDS-CANCELLED
           END-EVALUATE.

      *    A RECORD WRITTEN BEFORE CARDS WERE ISSUED CARRIES NO CARD
      *    FIELDS AT ALL; THEY ARE SET CLEAN BEFORE ANY TEST ON THEM.
       CLEAR-PRE-CARD-FIELDS.
           IF WS-MEMBER-FOUND AND MM-CARD-NUMBER = SPACES THEN
               MOVE ZERO TO MM-CARD-ISSUE-COUNT
               MOVE ZERO TO MM-CARD-EXPIRY-DATE
               MOVE SPACES TO MM-CARD-STATUS
               MOVE ZERO TO MM-CARD-NOTICE-DATE
           END-IF.

      *    THE NEXT NUMBER IS THE MEMBER ID AND THE NEXT ISSUE COUNT.
      *    THE CALLER SETS WS-CARD-EXPIRY FIRST: A NEW TERM FROM
      *    TODAY, OR THE OLD CARD'S EXPIRY FOR A REPLACEMENT.
       ASSIGN-NEW-CARD.
           ADD 1 TO MM-CARD-ISSUE-COUNT.
           MOVE MM-MEMBER-ID TO WS-NC-MEMBER-ID.
           MOVE MM-CARD-ISSUE-COUNT TO WS-NC-ISSUE-COUNT.
           MOVE WS-NEW-CARD-NUMBER TO MM-CARD-NUMBER.
           MOVE WS-CARD-EXPIRY TO MM-CARD-EXPIRY-DATE.
           SET MM-CARD-ACTIVE TO TRUE.
           MOVE ZERO TO MM-CARD-NOTICE-DATE.

      *    A TERM THAT WOULD END ON 29 FEBRUARY OF A YEAR WITHOUT
      *    ONE ENDS ON THE 28TH.
       ADVANCE-CARD-EXPIRY.
           ADD WS-CARD-VALID-YEARS TO WS-CE-YEAR.
           IF WS-CE-MONTH = 2 AND WS-CE-DAY = 29 THEN
               IF FUNCTION MOD(WS-CE-YEAR, 4) NOT = 0
                       OR (FUNCTION MOD(WS-CE-YEAR, 100) = 0
                           AND FUNCTION MOD(WS-CE-YEAR, 400) NOT = 0)
                   MOVE 28 TO WS-CE-DAY
               END-IF
           END-IF.

       RECORD-CARD-ISSUED.
           MOVE 'I' TO WS-CARD-ACTION.
           MOVE MM-CARD-NUMBER TO WS-CARD-CARD-NUMBER.
           MOVE SPACES TO WS-CARD-REPLACED-BY.
           MOVE ZERO TO WS-CARD-FEE.
           PERFORM WRITE-CARD-HISTORY.

       WRITE-CARD-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE MT-MEMBER-ID TO CH-MEMBER-ID.
           MOVE WS-CARD-CARD-NUMBER TO CH-CARD-NUMBER.
           MOVE WS-CURRENT-DATE TO CH-EVENT-TIMESTAMP.
           MOVE WS-CARD-ACTION TO CH-ACTION.
           MOVE MM-CARD-EXPIRY-DATE TO CH-EXPIRY-DATE.
           MOVE WS-CARD-REPLACED-BY TO CH-REPLACED-BY.
           MOVE WS-CARD-FEE TO CH-FEE-AMOUNT.
           MOVE MT-OPERATOR-ID TO CH-OPERATOR-ID.
           WRITE CARD-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'MEMBER-MAINT: DUPLICATE CARD HISTORY KEY '
                       'FOR ' WS-CARD-CARD-NUMBER
           END-WRITE.

       VALIDATE-MEMBER-FIELDS.
           SET WS-REQUEST-VALID TO TRUE.
           PERFORM VALIDATE-EMAIL-FORMAT.
           PERFORM VALIDATE-PHONE-FORMAT.
           PERFORM VALIDATE-TIER-VALUE.
           PERFORM VALIDATE-ALERT-COMBINATION.
           PERFORM VALIDATE-POSTAL-ADDRESS.

       VALIDATE-EMAIL-FORMAT.
           IF MT-EMAIL NOT = SPACES THEN
               PERFORM REJECT-INVALID-FIELDS
           END-IF.

      *    AN ADDRESS IS ALL OR NOTHING - THE MAILING HOUSE CANNOT
      *    POST TO HALF OF ONE. LINE 2 IS OPTIONAL; THE ZIP IS FIVE
      *    DIGITS, OR ZIP+4 WRITTEN 99999-9999.
       VALIDATE-POSTAL-ADDRESS.
           IF MT-POSTAL-ADDRESS NOT = SPACES THEN
               IF MT-ADDR-LINE-1 = SPACES OR MT-ADDR-CITY = SPACES
                       OR MT-ADDR-STATE = SPACES
                       OR MT-ADDR-ZIP = SPACES THEN
                   MOVE 'INCOMPLETE POSTAL ADDRESS' TO
                       WS-REJECT-REASON
                   PERFORM REJECT-INVALID-FIELDS
               ELSE
                   IF MT-ADDR-STATE NOT ALPHABETIC
                           OR MT-ADDR-STATE(1:1) = SPACE
                           OR MT-ADDR-STATE(2:1) = SPACE THEN
                       MOVE 'BAD STATE CODE' TO WS-REJECT-REASON
                       PERFORM REJECT-INVALID-FIELDS
                   END-IF
                   IF MT-ZIP-FIVE NOT NUMERIC THEN
                       MOVE 'BAD ZIP CODE' TO WS-REJECT-REASON
                       PERFORM REJECT-INVALID-FIELDS
                   ELSE
                       IF MT-ZIP-DASH = SPACE AND MT-ZIP-FOUR = SPACES
                           CONTINUE
                       ELSE
                           IF MT-ZIP-DASH NOT = '-'
                                   OR MT-ZIP-FOUR NOT NUMERIC
                               MOVE 'BAD ZIP CODE' TO
                                   WS-REJECT-REASON
                               PERFORM REJECT-INVALID-FIELDS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REJECT-INVALID-FIELDS.
           IF WS-REQUEST-VALID THEN
               MOVE 'N' TO WS-REQUEST-VALID-SWITCH
           MOVE SPACES TO MM-EMAIL-STATUS MM-PHONE-STATUS.
           MOVE MT-HOME-STORE TO MM-HOME-STORE.
           MOVE SPACES TO MM-HOUSEHOLD-ID MM-HOUSEHOLD-ROLE.
           MOVE SPACES TO MM-REFUND-FLAG.
           MOVE ZEROS TO MM-POINTS-BALANCE MM-POINTS-ACTIVITY-DATE.
           MOVE ZERO TO MM-OPEN-RENTALS.
           SET MM-OPEN-RENTALS-KNOWN TO TRUE.
           MOVE MT-POSTAL-ADDRESS TO MM-POSTAL-ADDRESS.
           IF MT-CHART-NEWSLETTER-FLAG = 'Y' THEN
               MOVE 'Y' TO MM-CHART-NEWSLETTER-FLAG
           ELSE
               MOVE SPACES TO MM-CHART-NEWSLETTER-FLAG
           END-IF.
           MOVE SPACES TO MM-STAFF-FLAG MM-STAFF-OPERATOR-ID.
           MOVE ZEROS TO MM-STAFF-ALLOWANCE-MONTH
               MM-STAFF-ALLOWANCE-USED.
           MOVE ZERO TO MM-CARD-ISSUE-COUNT.
           MOVE WS-TODAY-CCYYMMDD TO WS-CARD-EXPIRY.
           PERFORM ADVANCE-CARD-EXPIRY.
           PERFORM ASSIGN-NEW-CARD.

       APPLY-CHANGES-TO-MEMBER.
           MOVE MT-NAME TO MM-NAME.
               MOVE MT-LANGUAGE TO MM-LANGUAGE
           END-IF.
           MOVE MT-HOME-STORE TO MM-HOME-STORE.
           MOVE MT-POSTAL-ADDRESS TO MM-POSTAL-ADDRESS.
           IF MT-BIRTH-DATE NUMERIC AND MT-BIRTH-DATE NOT = ZERO THEN
               MOVE MT-BIRTH-DATE TO MM-BIRTH-DATE
           END-IF.
                   MOVE SPACES TO MM-PLAN-FLAG
               END-IF
           END-IF.
           IF MT-CHART-NEWSLETTER-FLAG = 'Y'
                   OR MT-CHART-NEWSLETTER-FLAG = 'N' THEN
               IF MT-CHART-NEWSLETTER-FLAG = 'Y'
                   MOVE 'Y' TO MM-CHART-NEWSLETTER-FLAG
               ELSE
                   MOVE SPACES TO MM-CHART-NEWSLETTER-FLAG
               END-IF
           END-IF.

       WRITE-MEMBER-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE TO MA-CHANGE-TIMESTAMP.
           MOVE WS-AUDIT-ACTION TO MA-ACTION.
           MOVE WS-AUDIT-DETAIL TO MA-CHANGE-DETAIL.
           MOVE MT-OPERATOR-ID TO MA-OPERATOR-ID.
           WRITE MEMBER-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'MEMBER-MAINT: DUPLICATE AUDIT KEY FOR '
           CLOSE MEMBER-MASTER.
           CLOSE RENTAL-TRANSACTION.
           CLOSE MEMBER-AUDIT.
           CLOSE CARD-HISTORY.

       END PROGRAM MEMBER-MAINT.
