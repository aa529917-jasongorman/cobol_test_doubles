       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-REQUESTS ASSIGN TO 'SUSPREQS'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSE-ITEMS ASSIGN TO 'SUSPENSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    C REPLACES THE SUSPENDED RECORD WITH THE CORRECTED ONE AND
      *    RELEASES IT; R RELEASES IT AS IT STANDS, FOR A PROBLEM PUT
      *    RIGHT ON THE MASTER FILES INSTEAD; X CANCELS IT FOR GOOD,
      *    WITH A NOTE OF WHY. A RELEASED ITEM IS RETRIED BY ITS STEP
      *    ON THE NEXT NIGHT'S RUN. THE CORRECTED RECORD IS KEYED IN
      *    THE LAYOUT OF THE FEED IT CAME ON.
       FD  SUSPENSE-REQUESTS.
       01  SUSPENSE-REQUEST-RECORD.
           05  SQ-ACTION           PIC X(01).
               88  SQ-CORRECT-ITEM         VALUE 'C'.
               88  SQ-RELEASE-ITEM         VALUE 'R'.
               88  SQ-CANCEL-ITEM          VALUE 'X'.
           05  SQ-SOURCE-FEED      PIC X(10).
           05  SQ-SUSPENSE-ID      PIC 9(7).
           05  SQ-OPERATOR-ID      PIC X(08).
           05  SQ-NOTE             PIC X(40).
           05  SQ-CORRECTED-IMAGE  PIC X(100).

       FD  SUSPENSE-ITEMS.
       COPY 'suspense-item.cpy'.

       FD  OPERATOR-MASTER.
       COPY 'operator-master.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'SUSPENSE-MAINT'.
           01  WS-SUSPENSE-STATUS  PIC X(02).
           01  WS-OPERATOR-STATUS  PIC X(02).
           01  WS-OPER-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-OPERATOR-FILE-AVAILABLE VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-SUSPENSE-REQUESTS VALUE 'Y'.
           01  WS-ITEM-FOUND-SWITCH PIC X(01).
               88  WS-ITEM-FOUND           VALUE 'Y'.
           01  WS-OPERATOR-OK-SWITCH PIC X(01).
               88  WS-OPERATOR-OK          VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-REQUESTS-READ    PIC 9(7) COMP VALUE 0.
           01  WS-ITEMS-CORRECTED  PIC 9(7) COMP VALUE 0.
           01  WS-ITEMS-RELEASED   PIC 9(7) COMP VALUE 0.
           01  WS-ITEMS-CANCELLED  PIC 9(7) COMP VALUE 0.
           01  WS-CHANGES-APPLIED  PIC 9(7) COMP VALUE 0.
           01  WS-REQUESTS-REJECTED PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM READ-NEXT-SUSPENSE-REQUEST.
           PERFORM PROCESS-ONE-SUSPENSE-REQUEST
               UNTIL END-OF-SUSPENSE-REQUESTS.
           PERFORM CLOSE-FILES.
           COMPUTE WS-CHANGES-APPLIED = WS-ITEMS-CORRECTED +
               WS-ITEMS-RELEASED + WS-ITEMS-CANCELLED.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-REQUESTS-READ, WS-CHANGES-APPLIED,
               WS-REQUESTS-REJECTED.
           DISPLAY 'SUSPENSE-MAINT: REQUESTS READ ' WS-REQUESTS-READ
               ' CORRECTED ' WS-ITEMS-CORRECTED
               ' RELEASED ' WS-ITEMS-RELEASED
               ' CANCELLED ' WS-ITEMS-CANCELLED
               ' REJECTED ' WS-REQUESTS-REJECTED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT SUSPENSE-REQUESTS.
           OPEN I-O SUSPENSE-ITEMS.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPERATOR-STATUS = '00' THEN
               SET WS-OPERATOR-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'SUSPENSE-MAINT: OPERATOR MASTER NOT '
                   'AVAILABLE - OPERATORS NOT VALIDATED'
           END-IF.

       READ-NEXT-SUSPENSE-REQUEST.
           READ SUSPENSE-REQUESTS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
           END-READ.

      *    EVERY ACTION NEEDS AN ACTIVE OPERATOR ON THE MASTER AND AN
      *    ITEM STILL WAITING - ONE ALREADY POSTED ON RETRY OR
      *    CANCELLED IS LEFT AS IT IS.
       PROCESS-ONE-SUSPENSE-REQUEST.
           PERFORM LOOKUP-SUSPENSE-ITEM.
           PERFORM CHECK-OPERATOR.
           EVALUATE TRUE
               WHEN NOT SQ-CORRECT-ITEM AND NOT SQ-RELEASE-ITEM
                       AND NOT SQ-CANCEL-ITEM
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'SUSPENSE-MAINT: BAD ACTION CODE ON '
                       'REQUEST FOR ' SQ-SOURCE-FEED ' '
                       SQ-SUSPENSE-ID
               WHEN NOT WS-ITEM-FOUND
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'SUSPENSE-MAINT: SUSPENSE ITEM '
                       SQ-SOURCE-FEED ' ' SQ-SUSPENSE-ID
                       ' NOT ON FILE'
               WHEN NOT SU-ITEM-OUTSTANDING
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'SUSPENSE-MAINT: SUSPENSE ITEM '
                       SQ-SOURCE-FEED ' ' SQ-SUSPENSE-ID
                       ' ALREADY CLEARED'
               WHEN NOT WS-OPERATOR-OK
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'SUSPENSE-MAINT: BAD OPERATOR '
                       SQ-OPERATOR-ID ' FOR SUSPENSE ITEM '
                       SQ-SOURCE-FEED ' ' SQ-SUSPENSE-ID
               WHEN SQ-CORRECT-ITEM
                   PERFORM APPLY-CORRECT-REQUEST
               WHEN SQ-RELEASE-ITEM
                   PERFORM APPLY-RELEASE-REQUEST
               WHEN OTHER
                   PERFORM APPLY-CANCEL-REQUEST
           END-EVALUATE.
           PERFORM READ-NEXT-SUSPENSE-REQUEST.

       LOOKUP-SUSPENSE-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-SWITCH.
           IF SQ-SUSPENSE-ID NUMERIC THEN
               MOVE SQ-SOURCE-FEED TO SU-SOURCE-FEED
               MOVE SQ-SUSPENSE-ID TO SU-SUSPENSE-ID
               READ SUSPENSE-ITEMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ITEM-FOUND TO TRUE
               END-READ
           END-IF.

       CHECK-OPERATOR.
           SET WS-OPERATOR-OK TO TRUE.
           IF SQ-OPERATOR-ID = SPACES THEN
               MOVE 'N' TO WS-OPERATOR-OK-SWITCH
           END-IF.
           IF WS-OPERATOR-FILE-AVAILABLE AND WS-OPERATOR-OK THEN
               MOVE SQ-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-OPERATOR-OK-SWITCH
                   NOT INVALID KEY
                       IF NOT OP-OPERATOR-ACTIVE THEN
                           MOVE 'N' TO WS-OPERATOR-OK-SWITCH
                       END-IF
               END-READ
           END-IF.

      *    EVERY FEED THAT SUSPENDS CARRIES THE MEMBER ID IN ITS FIRST
      *    EIGHT BYTES, SO A CORRECTED MEMBER SHOWS ON THE AGING
      *    REPORT BEFORE THE RETRY HAS RUN.
       APPLY-CORRECT-REQUEST.
           IF SQ-CORRECTED-IMAGE = SPACES THEN
               ADD 1 TO WS-REQUESTS-REJECTED
               DISPLAY 'SUSPENSE-MAINT: NO CORRECTED RECORD FOR '
                   'SUSPENSE ITEM ' SQ-SOURCE-FEED ' '
                   SQ-SUSPENSE-ID
           ELSE
               MOVE SQ-CORRECTED-IMAGE TO SU-RECORD-IMAGE
               MOVE SQ-CORRECTED-IMAGE(1:8) TO SU-MEMBER-ID
               PERFORM RELEASE-SUSPENSE-ITEM
               ADD 1 TO WS-ITEMS-CORRECTED
           END-IF.

       APPLY-RELEASE-REQUEST.
           IF SU-ITEM-RELEASED THEN
               ADD 1 TO WS-REQUESTS-REJECTED
               DISPLAY 'SUSPENSE-MAINT: SUSPENSE ITEM '
                   SQ-SOURCE-FEED ' ' SQ-SUSPENSE-ID
                   ' ALREADY RELEASED'
           ELSE
               PERFORM RELEASE-SUSPENSE-ITEM
               ADD 1 TO WS-ITEMS-RELEASED
           END-IF.

       RELEASE-SUSPENSE-ITEM.
           SET SU-ITEM-RELEASED TO TRUE.
           MOVE SQ-OPERATOR-ID TO SU-ACTION-BY.
           MOVE WS-TODAY-CCYYMMDD TO SU-ACTION-DATE.
           MOVE SQ-NOTE TO SU-ACTION-NOTE.
           REWRITE SUSPENSE-ITEM-RECORD.

      *    A CANCELLED PAYMENT IS MONEY THE BUSINESS HAS DECIDED NOT
      *    TO APPLY - REFUNDED OR SENT BACK - SO THE NOTE IS REQUIRED.
       APPLY-CANCEL-REQUEST.
           IF SQ-NOTE = SPACES THEN
               ADD 1 TO WS-REQUESTS-REJECTED
               DISPLAY 'SUSPENSE-MAINT: NO NOTE TO CANCEL '
                   'SUSPENSE ITEM ' SQ-SOURCE-FEED ' '
                   SQ-SUSPENSE-ID
           ELSE
               SET SU-ITEM-CANCELLED TO TRUE
               MOVE SQ-OPERATOR-ID TO SU-ACTION-BY
               MOVE WS-TODAY-CCYYMMDD TO SU-ACTION-DATE
               MOVE SQ-NOTE TO SU-ACTION-NOTE
               MOVE WS-TODAY-CCYYMMDD TO SU-CLEARED-DATE
               REWRITE SUSPENSE-ITEM-RECORD
               ADD 1 TO WS-ITEMS-CANCELLED
           END-IF.

       CLOSE-FILES.
           CLOSE SUSPENSE-REQUESTS.
           CLOSE SUSPENSE-ITEMS.
           IF WS-OPERATOR-FILE-AVAILABLE THEN
               CLOSE OPERATOR-MASTER
           END-IF.

       END PROGRAM SUSPENSE-MAINT.
