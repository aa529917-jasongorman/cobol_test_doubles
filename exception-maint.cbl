       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-REQUESTS ASSIGN TO 'EXCPREQS'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-ITEMS ASSIGN TO 'EXCPITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EI-EXCEPTION-ID
               FILE STATUS IS WS-EXCEPTION-ITEM-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    A ASSIGNS (OR REASSIGNS) AN OPEN EXCEPTION TO THE OWNER
      *    NAMED; C SIGNS IT OFF, THE OPERATOR ID BEING WHOEVER IS
      *    CLOSING IT AND THE NOTE SAYING WHAT WAS DONE ABOUT IT.
       FD  EXCEPTION-REQUESTS.
       01  EXCEPTION-REQUEST-RECORD.
           05  EQ-ACTION           PIC X(01).
               88  EQ-ASSIGN-EXCEPTION     VALUE 'A'.
               88  EQ-CLOSE-EXCEPTION      VALUE 'C'.
           05  EQ-EXCEPTION-ID     PIC 9(7).
           05  EQ-OWNER-ID         PIC X(08).
           05  EQ-OPERATOR-ID      PIC X(08).
           05  EQ-RESOLUTION-NOTE  PIC X(60).

       FD  EXCEPTION-ITEMS.
       COPY 'exception-item.cpy'.

       FD  OPERATOR-MASTER.
       COPY 'operator-master.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'EXCEPTION-MAINT'.
           01  WS-EXCEPTION-ITEM-STATUS PIC X(02).
           01  WS-OPERATOR-STATUS  PIC X(02).
           01  WS-OPER-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-OPERATOR-FILE-AVAILABLE VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-EXCEPTION-REQUESTS VALUE 'Y'.
           01  WS-ITEM-FOUND-SWITCH PIC X(01).
               88  WS-ITEM-FOUND           VALUE 'Y'.
           01  WS-OPERATOR-OK-SWITCH PIC X(01).
               88  WS-OPERATOR-OK          VALUE 'Y'.
           01  WS-CHECK-OPERATOR-ID PIC X(08).
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-REQUESTS-READ    PIC 9(7) COMP VALUE 0.
           01  WS-EXCEPTIONS-ASSIGNED PIC 9(7) COMP VALUE 0.
           01  WS-EXCEPTIONS-CLOSED PIC 9(7) COMP VALUE 0.
           01  WS-CHANGES-APPLIED  PIC 9(7) COMP VALUE 0.
           01  WS-REQUESTS-REJECTED PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM READ-NEXT-EXCEPTION-REQUEST.
           PERFORM PROCESS-ONE-EXCEPTION-REQUEST
               UNTIL END-OF-EXCEPTION-REQUESTS.
           PERFORM CLOSE-FILES.
           COMPUTE WS-CHANGES-APPLIED = WS-EXCEPTIONS-ASSIGNED +
               WS-EXCEPTIONS-CLOSED.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-REQUESTS-READ, WS-CHANGES-APPLIED,
               WS-REQUESTS-REJECTED.
           DISPLAY 'EXCEPTION-MAINT: REQUESTS READ ' WS-REQUESTS-READ
               ' ASSIGNED ' WS-EXCEPTIONS-ASSIGNED
               ' CLOSED ' WS-EXCEPTIONS-CLOSED
               ' REJECTED ' WS-REQUESTS-REJECTED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT EXCEPTION-REQUESTS.
           OPEN I-O EXCEPTION-ITEMS.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPERATOR-STATUS = '00' THEN
               SET WS-OPERATOR-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'EXCEPTION-MAINT: OPERATOR MASTER NOT '
                   'AVAILABLE - OWNERS NOT VALIDATED'
           END-IF.

       READ-NEXT-EXCEPTION-REQUEST.
           READ EXCEPTION-REQUESTS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
           END-READ.

       PROCESS-ONE-EXCEPTION-REQUEST.
           EVALUATE TRUE
               WHEN EQ-ASSIGN-EXCEPTION
                   PERFORM APPLY-ASSIGN-REQUEST
               WHEN EQ-CLOSE-EXCEPTION
                   PERFORM APPLY-CLOSE-REQUEST
               WHEN OTHER
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'EXCEPTION-MAINT: BAD ACTION CODE ON '
                       'REQUEST FOR EXCEPTION ' EQ-EXCEPTION-ID
           END-EVALUATE.
           PERFORM READ-NEXT-EXCEPTION-REQUEST.

       LOOKUP-EXCEPTION.
           MOVE 'N' TO WS-ITEM-FOUND-SWITCH.
           IF EQ-EXCEPTION-ID NUMERIC THEN
               MOVE EQ-EXCEPTION-ID TO EI-EXCEPTION-ID
               READ EXCEPTION-ITEMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ITEM-FOUND TO TRUE
               END-READ
           END-IF.

       CHECK-OPERATOR.
           SET WS-OPERATOR-OK TO TRUE.
           IF WS-CHECK-OPERATOR-ID = SPACES THEN
               MOVE 'N' TO WS-OPERATOR-OK-SWITCH
           END-IF.
           IF WS-OPERATOR-FILE-AVAILABLE AND WS-OPERATOR-OK THEN
               MOVE WS-CHECK-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-OPERATOR-OK-SWITCH
                   NOT INVALID KEY
                       IF NOT OP-OPERATOR-ACTIVE THEN
                           MOVE 'N' TO WS-OPERATOR-OK-SWITCH
                       END-IF
               END-READ
           END-IF.

       APPLY-ASSIGN-REQUEST.
           PERFORM LOOKUP-EXCEPTION.
           MOVE EQ-OWNER-ID TO WS-CHECK-OPERATOR-ID.
           PERFORM CHECK-OPERATOR.
           EVALUATE TRUE
               WHEN NOT WS-ITEM-FOUND
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'EXCEPTION-MAINT: EXCEPTION '
                       EQ-EXCEPTION-ID ' NOT ON FILE'
               WHEN EI-EXCEPTION-CLOSED
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'EXCEPTION-MAINT: EXCEPTION '
                       EQ-EXCEPTION-ID ' ALREADY CLOSED'
               WHEN NOT WS-OPERATOR-OK
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'EXCEPTION-MAINT: BAD OWNER '
                       EQ-OWNER-ID ' FOR EXCEPTION '
                       EQ-EXCEPTION-ID
               WHEN OTHER
                   MOVE EQ-OWNER-ID TO EI-OWNER-ID
                   MOVE WS-TODAY-CCYYMMDD TO EI-ASSIGNED-DATE
                   REWRITE EXCEPTION-ITEM-RECORD
                   ADD 1 TO WS-EXCEPTIONS-ASSIGNED
           END-EVALUATE.

      *    AN EXCEPTION IS ONLY SIGNED OFF WITH A NOTE OF WHAT WAS
      *    DONE, BY AN OPERATOR ON THE MASTER. IF THE STEP THAT
      *    RAISED IT STILL FINDS THE PROBLEM ON A LATER NIGHT IT
      *    OPENS A NEW EXCEPTION, SO A PREMATURE SIGN-OFF SHOWS UP.
       APPLY-CLOSE-REQUEST.
           PERFORM LOOKUP-EXCEPTION.
           MOVE EQ-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
           PERFORM CHECK-OPERATOR.
           EVALUATE TRUE
               WHEN NOT WS-ITEM-FOUND
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'EXCEPTION-MAINT: EXCEPTION '
                       EQ-EXCEPTION-ID ' NOT ON FILE'
               WHEN EI-EXCEPTION-CLOSED
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'EXCEPTION-MAINT: EXCEPTION '
                       EQ-EXCEPTION-ID ' ALREADY CLOSED'
               WHEN NOT WS-OPERATOR-OK
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'EXCEPTION-MAINT: BAD OPERATOR '
                       EQ-OPERATOR-ID ' CLOSING EXCEPTION '
                       EQ-EXCEPTION-ID
               WHEN EQ-RESOLUTION-NOTE = SPACES
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'EXCEPTION-MAINT: NO RESOLUTION NOTE '
                       'TO CLOSE EXCEPTION ' EQ-EXCEPTION-ID
               WHEN OTHER
                   IF EI-OWNER-ID = SPACES
                       MOVE EQ-OPERATOR-ID TO EI-OWNER-ID
                       MOVE WS-TODAY-CCYYMMDD TO EI-ASSIGNED-DATE
                   END-IF
                   SET EI-EXCEPTION-CLOSED TO TRUE
                   MOVE WS-TODAY-CCYYMMDD TO EI-CLOSED-DATE
                   MOVE EQ-OPERATOR-ID TO EI-CLOSED-BY
                   MOVE EQ-RESOLUTION-NOTE TO EI-RESOLUTION-NOTE
                   REWRITE EXCEPTION-ITEM-RECORD
                   ADD 1 TO WS-EXCEPTIONS-CLOSED
           END-EVALUATE.

       CLOSE-FILES.
           CLOSE EXCEPTION-REQUESTS.
           CLOSE EXCEPTION-ITEMS.
           IF WS-OPERATOR-FILE-AVAILABLE THEN
               CLOSE OPERATOR-MASTER
           END-IF.

       END PROGRAM EXCEPTION-MAINT.
