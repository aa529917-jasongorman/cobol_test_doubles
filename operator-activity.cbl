       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-ACTIVITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO 'MEMBERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-MEMBER-ID
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT PRICE-AUDIT ASSIGN TO 'PRICEAUDIT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-PRICE-AUDIT-STATUS.

           SELECT WAIVER-AUDIT ASSIGN TO 'WAIVERAUD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WA-KEY
               FILE STATUS IS WS-WAIVER-AUDIT-STATUS.

           SELECT WRITEOFF-LOG ASSIGN TO 'WRITEOFF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WRITEOFF-STATUS.

           SELECT MEMBER-AUDIT ASSIGN TO 'MBRAUDIT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MA-KEY
               FILE STATUS IS WS-MEMBER-AUDIT-STATUS.

           SELECT TRANSFER-AUDIT ASSIGN TO 'XFERAUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-AUDIT-STATUS.

           SELECT ACTIVITY-REPORT ASSIGN TO 'OPERRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       COPY 'operator-master.cpy'.

       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.

       FD  PRICE-AUDIT.
       COPY 'price-audit.cpy'.

       FD  WAIVER-AUDIT.
       COPY 'waiver-audit.cpy'.

       FD  WRITEOFF-LOG.
       COPY 'writeoff-log.cpy'.

       FD  MEMBER-AUDIT.
       COPY 'member-audit.cpy'.

      *    SAME LAYOUT STORE-TRANSFER WRITES.
       FD  TRANSFER-AUDIT.
       01  TRANSFER-AUDIT-RECORD.
           05  XA-IMDB-ID          PIC X(10).
           05  XA-FROM-STORE       PIC X(03).
           05  XA-TO-STORE         PIC X(03).
           05  XA-QUANTITY         PIC 9(4).
           05  XA-TRANSFER-TIMESTAMP PIC X(21).
           05  XA-APPROVED-BY      PIC X(08).

       FD  ACTIVITY-REPORT.
       01  ACTIVITY-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'OPERATOR-ACTIVITY'.
           01  WS-OPERATOR-STATUS  PIC X(02).
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-PRICE-AUDIT-STATUS PIC X(02).
           01  WS-WAIVER-AUDIT-STATUS PIC X(02).
           01  WS-WRITEOFF-STATUS  PIC X(02).
           01  WS-MEMBER-AUDIT-STATUS PIC X(02).
           01  WS-TRANSFER-AUDIT-STATUS PIC X(02).
           01  WS-OPERATOR-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-OPERATOR-FILE-AVAILABLE VALUE 'Y'.
           01  WS-MEMBER-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-MEMBER-FILE-AVAILABLE VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01).
               88  END-OF-SCAN             VALUE 'Y'.
           01  WS-SLOT-FOUND-SWITCH PIC X(01).
               88  WS-SLOT-FOUND           VALUE 'Y'.
           01  WS-OPERATOR-FOUND-SWITCH PIC X(01).
               88  WS-OPERATOR-FOUND       VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
      *    THE REVIEW COVERS THE SEVEN DAYS ENDING YESTERDAY.
           01  WS-WEEK-START       PIC 9(8).
           01  WS-WEEK-END         PIC 9(8).
      *    THE STORES' POSTED HOURS. AN APPROVAL STAMPED BEFORE
      *    OPENING OR AFTER CLOSING WAS KEYED WITH NO CUSTOMER AT
      *    THE COUNTER.
           01  WS-STORE-OPENS      PIC 9(4) VALUE 0900.
           01  WS-STORE-CLOSES     PIC 9(4) VALUE 2300.
      *    AN APPROVAL AT OR ABOVE THIS PERCENT OF THE OPERATOR'S
      *    LIMIT, BUT NOT OVER IT, IS "JUST UNDER THE LIMIT".
           01  WS-NEAR-LIMIT-PCT   PIC 9(3) VALUE 90.
           01  WS-NEAR-LIMIT-FLOOR PIC 9(5)V9(2).
      *    THE APPROVAL IN HAND, WHICHEVER LOG IT CAME FROM.
           01  WS-EV-OPERATOR-ID   PIC X(08).
           01  WS-EV-KIND          PIC 9(1).
           01  WS-EV-TIMESTAMP     PIC X(21).
           01  WS-EV-DATE          PIC 9(8).
           01  WS-EV-TIME          PIC 9(4).
           01  WS-EV-AMOUNT        PIC 9(5)V9(2).
           01  WS-EV-MEMBER-ID     PIC X(08).
           01  WS-EV-SUBJECT       PIC X(10).
           01  WS-KIND-NAME-VALUES.
               05  FILLER          PIC X(08) VALUE 'OVERRIDE'.
               05  FILLER          PIC X(08) VALUE 'WAIVER'.
               05  FILLER          PIC X(08) VALUE 'WRITEOFF'.
               05  FILLER          PIC X(08) VALUE 'MEMBER'.
               05  FILLER          PIC X(08) VALUE 'TRANSFER'.
           01  WS-KIND-NAME-TABLE REDEFINES WS-KIND-NAME-VALUES.
               05  WS-KIND-NAME    PIC X(08) OCCURS 5 TIMES.
           01  WS-OPERATOR-HOUSEHOLD PIC X(08).
           01  WS-SUBJECT-HOUSEHOLD PIC X(08).
           01  WS-HOUSEHOLD-KEY    PIC X(08).
           01  WS-FLAG-REASON      PIC X(22).
           01  WS-OPERATOR-MAX     PIC 9(4) COMP VALUE 500.
           01  WS-OPERATOR-COUNT   PIC 9(4) COMP VALUE 0.
           01  WS-OPERATOR-IDX     PIC 9(4) COMP.
           01  WS-OPERATOR-TABLE.
               05  WS-OA-ENTRY OCCURS 500 TIMES.
                   10  WS-OA-OPERATOR-ID   PIC X(08).
                   10  WS-OA-NAME          PIC X(30).
                   10  WS-OA-STATUS        PIC X(08).
                   10  WS-OA-FLAGS         PIC 9(5) COMP.
                   10  WS-OA-KIND-TOTALS OCCURS 5 TIMES.
                       15  WS-OA-COUNT     PIC 9(5) COMP.
                       15  WS-OA-AMOUNT    PIC 9(7)V9(2).
           01  WS-KIND-IDX         PIC 9(1) COMP.
           01  WS-COUNT-EDIT       PIC ZZZZ9.
           01  WS-COUNT-B-EDIT     PIC ZZZZ9.
           01  WS-COUNT-C-EDIT     PIC ZZZZ9.
           01  WS-COUNT-D-EDIT     PIC ZZZZ9.
           01  WS-COUNT-E-EDIT     PIC ZZZZ9.
           01  WS-AMOUNT-EDIT      PIC ZZZZZZ9.99.
           01  WS-AMOUNT-B-EDIT    PIC ZZZZZZ9.99.
           01  WS-AMOUNT-C-EDIT    PIC ZZZZZZ9.99.
           01  WS-REPORT-LINE      PIC X(132).
           01  WS-RECORDS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-FLAGS-RAISED     PIC 9(7) COMP VALUE 0.
           01  WS-ZERO-COUNT       PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) - 7).
           COMPUTE WS-WEEK-END =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) - 1).
           PERFORM WRITE-REPORT-HEADER.
           PERFORM SCAN-PRICE-OVERRIDES.
           PERFORM SCAN-FEE-WAIVERS.
           PERFORM SCAN-WRITE-OFFS.
           PERFORM SCAN-MEMBER-CHANGES.
           PERFORM SCAN-TRANSFERS.
           PERFORM WRITE-OPERATOR-TOTALS.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-RECORDS-READ, WS-FLAGS-RAISED,
               WS-ZERO-COUNT.
           DISPLAY 'OPERATOR-ACTIVITY: RECORDS READ ' WS-RECORDS-READ
               ' OPERATORS ' WS-OPERATOR-COUNT
               ' FLAGS RAISED ' WS-FLAGS-RAISED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPERATOR-STATUS = '00' THEN
               SET WS-OPERATOR-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'OPERATOR-ACTIVITY: OPERATOR MASTER NOT '
                   'AVAILABLE - LIMIT AND STATUS CHECKS SKIPPED'
           END-IF.
           OPEN INPUT MEMBER-MASTER.
           IF WS-MEMBER-MASTER-STATUS = '00' THEN
               SET WS-MEMBER-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT PRICE-AUDIT.
           OPEN INPUT WAIVER-AUDIT.
           OPEN INPUT WRITEOFF-LOG.
           OPEN INPUT MEMBER-AUDIT.
           OPEN INPUT TRANSFER-AUDIT.
           OPEN OUTPUT ACTIVITY-REPORT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OPERATOR ACTIVITY AND SEGREGATION OF DUTIES REVIEW'
               ' - ' WS-WEEK-START ' THRU ' WS-WEEK-END
               ' - RUN DATE ' WS-CURRENT-DATE(1:8)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ACTIVITY-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RED FLAGS - REASON, OPERATOR, APPROVAL, DATE, '
               'TIME, TITLE OR MEMBER, AMOUNT'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ACTIVITY-REPORT-LINE FROM WS-REPORT-LINE.

      *    ONLY MANAGER OVERRIDES ARE APPROVALS; THE NIGHTLY BATCH
      *    PRICING RECORDS ON THE SAME FILE ARE NOBODY'S DECISION.
       SCAN-PRICE-OVERRIDES.
           MOVE 'N' TO WS-EOF-SWITCH.
           IF WS-PRICE-AUDIT-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM READ-ONE-PRICE-AUDIT UNTIL END-OF-SCAN.

       READ-ONE-PRICE-AUDIT.
           READ PRICE-AUDIT NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF PA-SOURCE-IS-OVERRIDE
                       MOVE 1 TO WS-EV-KIND
                       MOVE PA-APPROVED-BY TO WS-EV-OPERATOR-ID
                       MOVE PA-RUN-TIMESTAMP TO WS-EV-TIMESTAMP
                       MOVE PA-FINAL-PRICE TO WS-EV-AMOUNT
                       MOVE SPACES TO WS-EV-MEMBER-ID
                       MOVE PA-IMDB-ID TO WS-EV-SUBJECT
                       PERFORM REVIEW-ONE-APPROVAL
                   END-IF
           END-READ.

       SCAN-FEE-WAIVERS.
           MOVE 'N' TO WS-EOF-SWITCH.
           IF WS-WAIVER-AUDIT-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM READ-ONE-WAIVER UNTIL END-OF-SCAN.

       READ-ONE-WAIVER.
           READ WAIVER-AUDIT NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE 2 TO WS-EV-KIND
                   MOVE WA-APPROVED-BY TO WS-EV-OPERATOR-ID
                   MOVE WA-WAIVER-TIMESTAMP TO WS-EV-TIMESTAMP
                   MOVE WA-AMOUNT TO WS-EV-AMOUNT
                   MOVE WA-MEMBER-ID TO WS-EV-MEMBER-ID
                   MOVE WA-MEMBER-ID TO WS-EV-SUBJECT
                   PERFORM REVIEW-ONE-APPROVAL
           END-READ.

       SCAN-WRITE-OFFS.
           MOVE 'N' TO WS-EOF-SWITCH.
           IF WS-WRITEOFF-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM READ-ONE-WRITE-OFF UNTIL END-OF-SCAN.

       READ-ONE-WRITE-OFF.
           READ WRITEOFF-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE 3 TO WS-EV-KIND
                   MOVE WO-APPROVED-BY TO WS-EV-OPERATOR-ID
                   MOVE WO-WRITEOFF-TIMESTAMP TO WS-EV-TIMESTAMP
                   MOVE WO-AMOUNT TO WS-EV-AMOUNT
                   MOVE WO-MEMBER-ID TO WS-EV-MEMBER-ID
                   MOVE WO-MEMBER-ID TO WS-EV-SUBJECT
                   PERFORM REVIEW-ONE-APPROVAL
           END-READ.

      *    MEMBER CHANGES MADE BY A BATCH RUN CARRY NO OPERATOR AND
      *    ARE NOT REVIEWED HERE.
       SCAN-MEMBER-CHANGES.
           MOVE 'N' TO WS-EOF-SWITCH.
           IF WS-MEMBER-AUDIT-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM READ-ONE-MEMBER-CHANGE UNTIL END-OF-SCAN.

       READ-ONE-MEMBER-CHANGE.
           READ MEMBER-AUDIT NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE 4 TO WS-EV-KIND
                   MOVE MA-OPERATOR-ID TO WS-EV-OPERATOR-ID
                   MOVE MA-CHANGE-TIMESTAMP TO WS-EV-TIMESTAMP
                   MOVE ZERO TO WS-EV-AMOUNT
                   MOVE MA-MEMBER-ID TO WS-EV-MEMBER-ID
                   MOVE MA-MEMBER-ID TO WS-EV-SUBJECT
                   PERFORM REVIEW-ONE-APPROVAL
           END-READ.

       SCAN-TRANSFERS.
           MOVE 'N' TO WS-EOF-SWITCH.
           IF WS-TRANSFER-AUDIT-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM READ-ONE-TRANSFER UNTIL END-OF-SCAN.

       READ-ONE-TRANSFER.
           READ TRANSFER-AUDIT
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE 5 TO WS-EV-KIND
                   MOVE XA-APPROVED-BY TO WS-EV-OPERATOR-ID
                   MOVE XA-TRANSFER-TIMESTAMP TO WS-EV-TIMESTAMP
                   MOVE ZERO TO WS-EV-AMOUNT
                   MOVE SPACES TO WS-EV-MEMBER-ID
                   MOVE XA-IMDB-ID TO WS-EV-SUBJECT
                   PERFORM REVIEW-ONE-APPROVAL
           END-READ.

      *    EVERY APPROVAL IN THE WEEK COUNTS TOWARD ITS OPERATOR'S
      *    TOTALS AND IS THEN HELD UP AGAINST THE RED PATTERNS
      *    INTERNAL AUDIT ASKED FOR.
       REVIEW-ONE-APPROVAL.
           MOVE WS-EV-TIMESTAMP(1:8) TO WS-EV-DATE.
           IF WS-EV-OPERATOR-ID NOT = SPACES
                   AND WS-EV-DATE NUMERIC
                   AND WS-EV-DATE >= WS-WEEK-START
                   AND WS-EV-DATE <= WS-WEEK-END THEN
               MOVE WS-EV-TIMESTAMP(9:4) TO WS-EV-TIME
               PERFORM LOOKUP-OPERATOR
               PERFORM FIND-OPERATOR-SLOT
               IF WS-SLOT-FOUND THEN
                   ADD 1 TO WS-OA-COUNT(WS-OPERATOR-IDX, WS-EV-KIND)
                   ADD WS-EV-AMOUNT TO
                       WS-OA-AMOUNT(WS-OPERATOR-IDX, WS-EV-KIND)
               END-IF
               PERFORM CHECK-OPERATOR-STANDING
               PERFORM CHECK-APPROVAL-LIMIT
               PERFORM CHECK-OWN-ACCOUNT
               PERFORM CHECK-STORE-HOURS
           END-IF.

       LOOKUP-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-FOUND-SWITCH.
           IF WS-OPERATOR-FILE-AVAILABLE THEN
               MOVE WS-EV-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-OPERATOR-FOUND TO TRUE
               END-READ
           END-IF.

       FIND-OPERATOR-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-SWITCH.
           PERFORM MATCH-ONE-OPERATOR-SLOT
               VARYING WS-OPERATOR-IDX FROM 1 BY 1
               UNTIL WS-OPERATOR-IDX > WS-OPERATOR-COUNT
               OR WS-SLOT-FOUND.
           IF NOT WS-SLOT-FOUND
                   AND WS-OPERATOR-COUNT < WS-OPERATOR-MAX THEN
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE WS-OPERATOR-COUNT TO WS-OPERATOR-IDX
               PERFORM START-OPERATOR-SLOT
               SET WS-SLOT-FOUND TO TRUE
           END-IF.

       MATCH-ONE-OPERATOR-SLOT.
           IF WS-OA-OPERATOR-ID(WS-OPERATOR-IDX) =
                   WS-EV-OPERATOR-ID THEN
               SET WS-SLOT-FOUND TO TRUE
               SUBTRACT 1 FROM WS-OPERATOR-IDX
           END-IF.

       START-OPERATOR-SLOT.
           MOVE WS-EV-OPERATOR-ID TO
               WS-OA-OPERATOR-ID(WS-OPERATOR-IDX).
           MOVE ZERO TO WS-OA-FLAGS(WS-OPERATOR-IDX).
           IF WS-OPERATOR-FOUND THEN
               MOVE OP-NAME TO WS-OA-NAME(WS-OPERATOR-IDX)
               IF OP-OPERATOR-INACTIVE THEN
                   MOVE 'INACTIVE' TO WS-OA-STATUS(WS-OPERATOR-IDX)
               ELSE
                   MOVE 'ACTIVE' TO WS-OA-STATUS(WS-OPERATOR-IDX)
               END-IF
           ELSE
               MOVE SPACES TO WS-OA-NAME(WS-OPERATOR-IDX)
               MOVE 'UNKNOWN' TO WS-OA-STATUS(WS-OPERATOR-IDX)
           END-IF.
           PERFORM CLEAR-ONE-KIND-TOTAL
               VARYING WS-KIND-IDX FROM 1 BY 1
               UNTIL WS-KIND-IDX > 5.

       CLEAR-ONE-KIND-TOTAL.
           MOVE ZERO TO WS-OA-COUNT(WS-OPERATOR-IDX, WS-KIND-IDX).
           MOVE ZERO TO WS-OA-AMOUNT(WS-OPERATOR-IDX, WS-KIND-IDX).

      *    AN APPROVAL BY A CODE NOT ON THE OPERATOR MASTER, OR BY AN
      *    OPERATOR SINCE FLAGGED INACTIVE, MEANS SOMEONE IS USING A
      *    CODE THAT SHOULD NO LONGER WORK.
       CHECK-OPERATOR-STANDING.
           IF WS-OPERATOR-FILE-AVAILABLE THEN
               IF NOT WS-OPERATOR-FOUND THEN
                   MOVE 'NOT ON OPERATOR MASTER' TO WS-FLAG-REASON
                   PERFORM WRITE-FLAG-LINE
               ELSE
                   IF OP-OPERATOR-INACTIVE THEN
                       MOVE 'OPERATOR INACTIVE' TO WS-FLAG-REASON
                       PERFORM WRITE-FLAG-LINE
                   END-IF
               END-IF
           END-IF.

      *    APPROVALS BUNCHED JUST UNDER THE LIMIT ARE THE CLASSIC
      *    SIGN OF SPLITTING OR SIZING A FAVOUR TO STAY OUT OF
      *    SIGHT. AN AMOUNT OVER THE LIMIT SHOULD NEVER HAVE POSTED.
       CHECK-APPROVAL-LIMIT.
           IF WS-OPERATOR-FOUND
                   AND OP-APPROVAL-LIMIT > ZERO
                   AND WS-EV-AMOUNT > ZERO THEN
               COMPUTE WS-NEAR-LIMIT-FLOOR ROUNDED =
                   OP-APPROVAL-LIMIT * WS-NEAR-LIMIT-PCT / 100
               IF WS-EV-AMOUNT > OP-APPROVAL-LIMIT THEN
                   MOVE 'OVER APPROVAL LIMIT' TO WS-FLAG-REASON
                   PERFORM WRITE-FLAG-LINE
               ELSE
                   IF WS-EV-AMOUNT >= WS-NEAR-LIMIT-FLOOR THEN
                       MOVE 'JUST UNDER LIMIT' TO WS-FLAG-REASON
                       PERFORM WRITE-FLAG-LINE
                   END-IF
               END-IF
           END-IF.

      *    A WAIVER, WRITE-OFF OR MEMBER CHANGE ON THE OPERATOR'S OWN
      *    MEMBERSHIP, OR ON ANYONE BILLED TO THE SAME HOUSEHOLD.
       CHECK-OWN-ACCOUNT.
           IF WS-OPERATOR-FOUND
                   AND OP-MEMBER-ID NOT = SPACES
                   AND WS-EV-MEMBER-ID NOT = SPACES THEN
               IF WS-EV-MEMBER-ID = OP-MEMBER-ID THEN
                   MOVE 'OWN ACCOUNT' TO WS-FLAG-REASON
                   PERFORM WRITE-FLAG-LINE
               ELSE
                   IF WS-MEMBER-FILE-AVAILABLE THEN
                       PERFORM CHECK-OWN-HOUSEHOLD
                   END-IF
               END-IF
           END-IF.

       CHECK-OWN-HOUSEHOLD.
           MOVE OP-MEMBER-ID TO MM-MEMBER-ID.
           PERFORM RESOLVE-HOUSEHOLD-KEY.
           MOVE WS-HOUSEHOLD-KEY TO WS-OPERATOR-HOUSEHOLD.
           MOVE WS-EV-MEMBER-ID TO MM-MEMBER-ID.
           PERFORM RESOLVE-HOUSEHOLD-KEY.
           MOVE WS-HOUSEHOLD-KEY TO WS-SUBJECT-HOUSEHOLD.
           IF WS-OPERATOR-HOUSEHOLD NOT = SPACES
                   AND WS-OPERATOR-HOUSEHOLD = WS-SUBJECT-HOUSEHOLD THEN
               MOVE 'OWN HOUSEHOLD' TO WS-FLAG-REASON
               PERFORM WRITE-FLAG-LINE
           END-IF.

      *    A HOUSEHOLD IS KNOWN BY ITS HEAD: A LINKED MEMBER BY THE
      *    HEAD ON ITS RECORD, ANYONE ELSE BY THEIR OWN ID.
       RESOLVE-HOUSEHOLD-KEY.
           MOVE SPACES TO WS-HOUSEHOLD-KEY.
           READ MEMBER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MM-HOUSEHOLD-MEMBER
                           AND MM-HOUSEHOLD-ID NOT = SPACES
                       MOVE MM-HOUSEHOLD-ID TO WS-HOUSEHOLD-KEY
                   ELSE
                       MOVE MM-MEMBER-ID TO WS-HOUSEHOLD-KEY
                   END-IF
           END-READ.

       CHECK-STORE-HOURS.
           IF WS-EV-TIME NUMERIC THEN
               IF WS-EV-TIME < WS-STORE-OPENS
                       OR WS-EV-TIME >= WS-STORE-CLOSES THEN
                   MOVE 'OUTSIDE STORE HOURS' TO WS-FLAG-REASON
                   PERFORM WRITE-FLAG-LINE
               END-IF
           END-IF.

       WRITE-FLAG-LINE.
           ADD 1 TO WS-FLAGS-RAISED.
           IF WS-SLOT-FOUND THEN
               ADD 1 TO WS-OA-FLAGS(WS-OPERATOR-IDX)
           END-IF.
           MOVE WS-EV-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FLAG ' WS-FLAG-REASON
               ' ' WS-EV-OPERATOR-ID
               ' ' WS-KIND-NAME(WS-EV-KIND)
               ' ' WS-EV-DATE
               ' ' WS-EV-TIMESTAMP(9:4)
               ' ' WS-EV-SUBJECT
               ' ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ACTIVITY-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-OPERATOR-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'APPROVALS BY OPERATOR - COUNT AND AMOUNT'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ACTIVITY-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM WRITE-ONE-OPERATOR-TOTAL
               VARYING WS-OPERATOR-IDX FROM 1 BY 1
               UNTIL WS-OPERATOR-IDX > WS-OPERATOR-COUNT.

       WRITE-ONE-OPERATOR-TOTAL.
           MOVE WS-OA-FLAGS(WS-OPERATOR-IDX) TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OPERATOR ' WS-OA-OPERATOR-ID(WS-OPERATOR-IDX)
               ' ' WS-OA-NAME(WS-OPERATOR-IDX)
               ' ' WS-OA-STATUS(WS-OPERATOR-IDX)
               ' RED FLAGS ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ACTIVITY-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-OA-COUNT(WS-OPERATOR-IDX, 1) TO WS-COUNT-EDIT.
           MOVE WS-OA-AMOUNT(WS-OPERATOR-IDX, 1) TO WS-AMOUNT-EDIT.
           MOVE WS-OA-COUNT(WS-OPERATOR-IDX, 2) TO WS-COUNT-B-EDIT.
           MOVE WS-OA-AMOUNT(WS-OPERATOR-IDX, 2) TO WS-AMOUNT-B-EDIT.
           MOVE WS-OA-COUNT(WS-OPERATOR-IDX, 3) TO WS-COUNT-C-EDIT.
           MOVE WS-OA-AMOUNT(WS-OPERATOR-IDX, 3) TO WS-AMOUNT-C-EDIT.
           MOVE WS-OA-COUNT(WS-OPERATOR-IDX, 4) TO WS-COUNT-D-EDIT.
           MOVE WS-OA-COUNT(WS-OPERATOR-IDX, 5) TO WS-COUNT-E-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    OVERRIDES ' WS-COUNT-EDIT ' ' WS-AMOUNT-EDIT
               ' WAIVERS ' WS-COUNT-B-EDIT ' ' WS-AMOUNT-B-EDIT
               ' WRITE-OFFS ' WS-COUNT-C-EDIT ' ' WS-AMOUNT-C-EDIT
               ' MEMBER CHANGES ' WS-COUNT-D-EDIT
               ' TRANSFERS ' WS-COUNT-E-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ACTIVITY-REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-OPERATOR-FILE-AVAILABLE THEN
               CLOSE OPERATOR-MASTER
           END-IF.
           IF WS-MEMBER-FILE-AVAILABLE THEN
               CLOSE MEMBER-MASTER
           END-IF.
           IF WS-PRICE-AUDIT-STATUS = '00'
                   OR WS-PRICE-AUDIT-STATUS = '10' THEN
               CLOSE PRICE-AUDIT
           END-IF.
           IF WS-WAIVER-AUDIT-STATUS = '00'
                   OR WS-WAIVER-AUDIT-STATUS = '10' THEN
               CLOSE WAIVER-AUDIT
           END-IF.
           IF WS-WRITEOFF-STATUS = '00'
                   OR WS-WRITEOFF-STATUS = '10' THEN
               CLOSE WRITEOFF-LOG
           END-IF.
           IF WS-MEMBER-AUDIT-STATUS = '00'
                   OR WS-MEMBER-AUDIT-STATUS = '10' THEN
               CLOSE MEMBER-AUDIT
           END-IF.
           IF WS-TRANSFER-AUDIT-STATUS = '00'
                   OR WS-TRANSFER-AUDIT-STATUS = '10' THEN
               CLOSE TRANSFER-AUDIT
           END-IF.
           CLOSE ACTIVITY-REPORT.

       END PROGRAM OPERATOR-ACTIVITY.
