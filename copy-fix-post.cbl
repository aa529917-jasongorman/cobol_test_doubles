       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPY-FIX-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVED-CORRECTIONS ASSIGN TO 'COPYFIXA'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TITLE-MASTER ASSIGN TO 'TITLEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-IMDB-ID
               FILE STATUS IS WS-TITLE-MASTER-STATUS.

           SELECT STORE-COPY-FILE ASSIGN TO 'STORECOPY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STORE-COPY-STATUS.

           SELECT COPY-MASTER ASSIGN TO 'COPYMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-COPY-MASTER-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT CORRECTION-AUDIT ASSIGN TO 'COPYFIXAUD'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    THE COPY-RECONCILE PROPOSALS AN OPERATOR HAS SIGNED.
      *    'T' SETS THE TITLE COUNT, 'S' SETS ONE STORE'S COUNT, AND
      *    'C' CHECKS IN A COPY THE REGISTER STILL SHOWS OUT.
       FD  APPROVED-CORRECTIONS.
       01  APPROVED-CORRECTION-RECORD.
           05  CX-FIX-TYPE         PIC X(01).
               88  CX-FIX-TITLE-COUNT      VALUE 'T'.
               88  CX-FIX-STORE-COUNT      VALUE 'S'.
               88  CX-FIX-CHECK-IN         VALUE 'C'.
           05  CX-IMDB-ID          PIC X(10).
           05  CX-STORE-ID         PIC X(03).
           05  CX-COPY-NUMBER      PIC 9(4).
           05  CX-MEMBER-ID        PIC X(08).
           05  CX-ON-FILE-QTY      PIC 9(4).
           05  CX-CORRECTED-QTY    PIC 9(4).
           05  CX-APPROVED-BY      PIC X(08).

       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.

       FD  STORE-COPY-FILE.
       COPY 'store-copy.cpy'.

       FD  COPY-MASTER.
       COPY 'copy-master.cpy'.

       FD  OPERATOR-MASTER.
       COPY 'operator-master.cpy'.

       FD  CORRECTION-AUDIT.
       01  CORRECTION-AUDIT-RECORD.
           05  CF-FIX-TYPE         PIC X(01).
           05  CF-IMDB-ID          PIC X(10).
           05  CF-STORE-ID         PIC X(03).
           05  CF-COPY-NUMBER      PIC 9(4).
           05  CF-MEMBER-ID        PIC X(08).
           05  CF-OLD-QTY          PIC 9(4).
           05  CF-NEW-QTY          PIC 9(4).
           05  CF-APPROVED-BY      PIC X(08).
           05  CF-POST-TIMESTAMP   PIC X(21).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'COPY-FIX-POST'.
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-STORE-COPY-STATUS PIC X(02).
           01  WS-COPY-MASTER-STATUS PIC X(02).
           01  WS-OPERATOR-STATUS  PIC X(02).
           01  WS-OPER-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-OPERATOR-FILE-AVAILABLE VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-CORRECTIONS      VALUE 'Y'.
           01  WS-APPROVER-OK-SWITCH PIC X(01).
               88  WS-APPROVER-OK          VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-CORRECTIONS-READ PIC 9(7) COMP VALUE 0.
           01  WS-CORRECTIONS-POSTED PIC 9(7) COMP VALUE 0.
           01  WS-CORRECTIONS-REJECTED PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-CORRECTION.
           PERFORM POST-ONE-CORRECTION UNTIL END-OF-CORRECTIONS.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-CORRECTIONS-READ, WS-CORRECTIONS-POSTED,
               WS-CORRECTIONS-REJECTED.
           DISPLAY 'COPY-FIX-POST: READ ' WS-CORRECTIONS-READ
               ' POSTED ' WS-CORRECTIONS-POSTED
               ' REJECTED ' WS-CORRECTIONS-REJECTED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT APPROVED-CORRECTIONS.
           OPEN I-O TITLE-MASTER.
           OPEN I-O STORE-COPY-FILE.
           OPEN I-O COPY-MASTER.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPERATOR-STATUS = '00' THEN
               SET WS-OPERATOR-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'COPY-FIX-POST: OPERATOR MASTER NOT '
                   'AVAILABLE - APPROVERS NOT VALIDATED'
           END-IF.
           OPEN OUTPUT CORRECTION-AUDIT.

       READ-NEXT-CORRECTION.
           READ APPROVED-CORRECTIONS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CORRECTIONS-READ
           END-READ.

       POST-ONE-CORRECTION.
           PERFORM CHECK-APPROVER.
           EVALUATE TRUE
               WHEN CX-APPROVED-BY = SPACES
                   ADD 1 TO WS-CORRECTIONS-REJECTED
                   DISPLAY 'COPY-FIX-POST: NO APPROVER ON LINE FOR '
                       CX-IMDB-ID
               WHEN NOT WS-APPROVER-OK
                   ADD 1 TO WS-CORRECTIONS-REJECTED
                   DISPLAY 'COPY-FIX-POST: BAD APPROVER '
                       CX-APPROVED-BY ' FOR ' CX-IMDB-ID
               WHEN CX-FIX-TITLE-COUNT
                   PERFORM POST-TITLE-COUNT
               WHEN CX-FIX-STORE-COUNT
                   PERFORM POST-STORE-COUNT
               WHEN CX-FIX-CHECK-IN
                   PERFORM POST-COPY-CHECK-IN
               WHEN OTHER
                   ADD 1 TO WS-CORRECTIONS-REJECTED
                   DISPLAY 'COPY-FIX-POST: UNKNOWN CORRECTION TYPE '
                       CX-FIX-TYPE ' FOR ' CX-IMDB-ID
           END-EVALUATE.
           PERFORM READ-NEXT-CORRECTION.

       CHECK-APPROVER.
           SET WS-APPROVER-OK TO TRUE.
           IF WS-OPERATOR-FILE-AVAILABLE
                   AND CX-APPROVED-BY NOT = SPACES THEN
               MOVE CX-APPROVED-BY TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-APPROVER-OK-SWITCH
                   NOT INVALID KEY
                       IF NOT OP-OPERATOR-ACTIVE THEN
                           MOVE 'N' TO WS-APPROVER-OK-SWITCH
                       END-IF
               END-READ
           END-IF.

      *    EVERY CORRECTION CARRIES THE FIGURE IT WAS PROPOSED
      *    AGAINST. IF THE FILE HAS MOVED SINCE, THE PROPOSAL IS
      *    STALE AND THE NEXT RECONCILIATION WILL RAISE A FRESH ONE.
      *    FORMAT-RECOUNT SPLITS A CORRECTED TITLE COUNT BY FORMAT
      *    ON ITS NEXT RUN.
       POST-TITLE-COUNT.
           MOVE CX-IMDB-ID TO TM-IMDB-ID.
           READ TITLE-MASTER
               INVALID KEY
                   ADD 1 TO WS-CORRECTIONS-REJECTED
                   DISPLAY 'COPY-FIX-POST: NO TITLE RECORD FOR '
                       CX-IMDB-ID
               NOT INVALID KEY
                   IF TM-COPIES-ON-HAND NOT = CX-ON-FILE-QTY
                       ADD 1 TO WS-CORRECTIONS-REJECTED
                       DISPLAY 'COPY-FIX-POST: TITLE COUNT MOVED '
                           'SINCE RECONCILIATION FOR ' CX-IMDB-ID
                   ELSE
                       MOVE CX-CORRECTED-QTY TO TM-COPIES-ON-HAND
                       REWRITE TITLE-MASTER-RECORD
                       PERFORM WRITE-CORRECTION-AUDIT
                   END-IF
           END-READ.

      *    A STORE WITH REGISTER COPIES BUT NO COUNT RECORD WAS
      *    PROPOSED AGAINST ZERO AND GETS ITS RECORD HERE.
       POST-STORE-COUNT.
           MOVE CX-IMDB-ID TO SC-IMDB-ID.
           MOVE CX-STORE-ID TO SC-STORE-ID.
           READ STORE-COPY-FILE
               INVALID KEY
                   IF CX-ON-FILE-QTY = ZERO
                       MOVE CX-CORRECTED-QTY TO SC-COPIES-ON-HAND
                       WRITE STORE-COPY-RECORD
                       PERFORM WRITE-CORRECTION-AUDIT
                   ELSE
                       ADD 1 TO WS-CORRECTIONS-REJECTED
                       DISPLAY 'COPY-FIX-POST: NO STORE-COPY RECORD '
                           'FOR ' CX-IMDB-ID ' ' CX-STORE-ID
                   END-IF
               NOT INVALID KEY
                   IF SC-COPIES-ON-HAND NOT = CX-ON-FILE-QTY
                       ADD 1 TO WS-CORRECTIONS-REJECTED
                       DISPLAY 'COPY-FIX-POST: STORE COUNT MOVED '
                           'SINCE RECONCILIATION FOR ' CX-IMDB-ID
                           ' ' CX-STORE-ID
                   ELSE
                       MOVE CX-CORRECTED-QTY TO SC-COPIES-ON-HAND
                       REWRITE STORE-COPY-RECORD
                       PERFORM WRITE-CORRECTION-AUDIT
                   END-IF
           END-READ.

      *    THE RETURN THAT CLOSED THE RENTAL ALREADY PUT THE COPY
      *    BACK IN THE TITLE COUNT, SO ONLY THE REGISTER MOVES.
       POST-COPY-CHECK-IN.
           MOVE CX-IMDB-ID TO CM-IMDB-ID.
           MOVE CX-COPY-NUMBER TO CM-COPY-NUMBER.
           READ COPY-MASTER
               INVALID KEY
                   ADD 1 TO WS-CORRECTIONS-REJECTED
                   DISPLAY 'COPY-FIX-POST: COPY ' CX-COPY-NUMBER
                       ' OF ' CX-IMDB-ID ' NOT ON REGISTER'
               NOT INVALID KEY
                   IF NOT CM-COPY-RENTED
                           OR CM-MEMBER-ID NOT = CX-MEMBER-ID
                       ADD 1 TO WS-CORRECTIONS-REJECTED
                       DISPLAY 'COPY-FIX-POST: COPY ' CX-COPY-NUMBER
                           ' OF ' CX-IMDB-ID ' NO LONGER OUT TO '
                           CX-MEMBER-ID
                   ELSE
                       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                       SET CM-COPY-ON-SHELF TO TRUE
                       MOVE SPACES TO CM-MEMBER-ID
                       MOVE WS-CURRENT-DATE(1:8) TO CM-STATUS-DATE
                       REWRITE COPY-MASTER-RECORD
                       PERFORM WRITE-CORRECTION-AUDIT
                   END-IF
           END-READ.

       WRITE-CORRECTION-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE CX-FIX-TYPE TO CF-FIX-TYPE.
           MOVE CX-IMDB-ID TO CF-IMDB-ID.
           MOVE CX-STORE-ID TO CF-STORE-ID.
           MOVE CX-COPY-NUMBER TO CF-COPY-NUMBER.
           MOVE CX-MEMBER-ID TO CF-MEMBER-ID.
           MOVE CX-ON-FILE-QTY TO CF-OLD-QTY.
           MOVE CX-CORRECTED-QTY TO CF-NEW-QTY.
           MOVE CX-APPROVED-BY TO CF-APPROVED-BY.
           MOVE WS-CURRENT-DATE TO CF-POST-TIMESTAMP.
           WRITE CORRECTION-AUDIT-RECORD.
           ADD 1 TO WS-CORRECTIONS-POSTED.

       CLOSE-FILES.
           CLOSE APPROVED-CORRECTIONS.
           CLOSE TITLE-MASTER.
           CLOSE STORE-COPY-FILE.
           CLOSE COPY-MASTER.
           IF WS-OPERATOR-FILE-AVAILABLE THEN
               CLOSE OPERATOR-MASTER
           END-IF.
           CLOSE CORRECTION-AUDIT.

       END PROGRAM COPY-FIX-POST.
