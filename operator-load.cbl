               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO 'MEMBERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-MEMBER-ID
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FEED.
           05  OPI-ROLE            PIC X(08).
           05  OPI-APPROVAL-LIMIT  PIC 9(5)V9(2).
           05  OPI-ACTIVE-FLAG     PIC X(01).
           05  OPI-CLEAR-SHORTAGES PIC X(01).
               88  OPI-SHORTAGES-REVIEWED  VALUE 'Y'.
           05  OPI-MEMBER-ID       PIC X(08).
           05  OPI-STAFF-ALLOWANCE PIC X(05).
           05  OPI-STAFF-ALLOWANCE-AMT REDEFINES OPI-STAFF-ALLOWANCE
                                   PIC 9(3)V9(2).

       FD  OPERATOR-MASTER.
       COPY 'operator-master.cpy'.

       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'OPERATOR-LOAD'.
           01  WS-OPERATOR-STATUS  PIC X(02).
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-PRIOR-MEMBER-ID  PIC X(08).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-OPERATOR-FEED    VALUE 'Y'.
           01  WS-OPERATOR-FOUND-SWITCH PIC X(01).
               88  WS-OPERATOR-FOUND       VALUE 'Y'.
           01  WS-ENTRIES-READ     PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-LOADED   PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-REJECTED PIC 9(7) COMP VALUE 0.
           01  WS-STAFF-LINKED     PIC 9(7) COMP VALUE 0.
           01  WS-STAFF-UNLINKED   PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           DISPLAY 'OPERATOR-LOAD: ENTRIES READ ' WS-ENTRIES-READ
               ' LOADED ' WS-ENTRIES-LOADED
               ' REJECTED ' WS-ENTRIES-REJECTED.
           DISPLAY 'OPERATOR-LOAD: STAFF ACCOUNTS LINKED '
               WS-STAFF-LINKED ' UNLINKED ' WS-STAFF-UNLINKED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT OPERATOR-FEED.
           PERFORM OPEN-OPERATOR-MASTER.
           OPEN I-O MEMBER-MASTER.

       OPEN-OPERATOR-MASTER.
           OPEN I-O OPERATOR-MASTER.
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'OPERATOR-LOAD: BAD ACTIVE FLAG FOR '
                       OPI-OPERATOR-ID
               WHEN OPI-STAFF-ALLOWANCE NOT = SPACES
                       AND OPI-STAFF-ALLOWANCE-AMT NOT NUMERIC
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'OPERATOR-LOAD: BAD STAFF ALLOWANCE FOR '
                       OPI-OPERATOR-ID
               WHEN OTHER
                   PERFORM STORE-OPERATOR-ENTRY
           END-EVALUATE.
           PERFORM READ-NEXT-OPERATOR-ENTRY.

      *    RELOADING AN OPERATOR CHANGES NAME, ROLE, LIMIT AND STATUS
      *    BUT LEAVES THE DRAWER SHORTAGE TALLY ALONE, UNLESS THE
      *    FEED LINE MARKS THE MANAGER'S REVIEW OF IT AS DONE.
       STORE-OPERATOR-ENTRY.
           MOVE 'N' TO WS-OPERATOR-FOUND-SWITCH.
           MOVE SPACES TO WS-PRIOR-MEMBER-ID.
           MOVE OPI-OPERATOR-ID TO OP-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-OPERATOR-FOUND TO TRUE
                   MOVE OP-MEMBER-ID TO WS-PRIOR-MEMBER-ID
           END-READ.
           IF NOT WS-OPERATOR-FOUND OR OPI-SHORTAGES-REVIEWED THEN
               MOVE ZERO TO OP-SHORT-COUNT
               MOVE ZERO TO OP-SHORT-WINDOW-START
               MOVE ZERO TO OP-LAST-SHORT-DATE
               MOVE 'N' TO OP-REVIEW-FLAG
           END-IF.
           MOVE OPI-OPERATOR-ID TO OP-OPERATOR-ID.
           MOVE OPI-NAME TO OP-NAME.
           MOVE OPI-ROLE TO OP-ROLE.
           MOVE OPI-APPROVAL-LIMIT TO OP-APPROVAL-LIMIT.
           MOVE OPI-ACTIVE-FLAG TO OP-ACTIVE-FLAG.
           MOVE OPI-MEMBER-ID TO OP-MEMBER-ID.
           IF OPI-STAFF-ALLOWANCE = SPACES THEN
               MOVE ZERO TO OP-STAFF-ALLOWANCE
           ELSE
               MOVE OPI-STAFF-ALLOWANCE-AMT TO OP-STAFF-ALLOWANCE
           END-IF.
           IF WS-OPERATOR-FOUND THEN
               REWRITE OPERATOR-MASTER-RECORD
           ELSE
               WRITE OPERATOR-MASTER-RECORD
           END-IF.
           ADD 1 TO WS-ENTRIES-LOADED.
           PERFORM LINK-STAFF-MEMBERSHIP.

      *    THE MEMBERSHIP THE OPERATOR IS LINKED TO BECOMES A STAFF
      *    ACCOUNT WHILE THE OPERATOR IS ACTIVE. A MEMBERSHIP THE
      *    OPERATOR IS NO LONGER LINKED TO, OR ANY LINK ONCE THE
      *    OPERATOR GOES INACTIVE, IS RETURNED TO AN ORDINARY ACCOUNT,
      *    BUT ONLY IF IT IS STILL MARKED AS THIS OPERATOR'S.
       LINK-STAFF-MEMBERSHIP.
           IF WS-PRIOR-MEMBER-ID NOT = SPACES
                   AND (WS-PRIOR-MEMBER-ID NOT = OP-MEMBER-ID
                       OR NOT OP-OPERATOR-ACTIVE) THEN
               MOVE WS-PRIOR-MEMBER-ID TO MM-MEMBER-ID
               PERFORM UNLINK-STAFF-MEMBER
           END-IF.
           IF OP-MEMBER-ID NOT = SPACES
                   AND WS-PRIOR-MEMBER-ID NOT = OP-MEMBER-ID
                   AND NOT OP-OPERATOR-ACTIVE THEN
               MOVE OP-MEMBER-ID TO MM-MEMBER-ID
               PERFORM UNLINK-STAFF-MEMBER
           END-IF.
           IF OP-MEMBER-ID NOT = SPACES AND OP-OPERATOR-ACTIVE THEN
               PERFORM LINK-STAFF-MEMBER
           END-IF.

       LINK-STAFF-MEMBER.
           MOVE OP-MEMBER-ID TO MM-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   DISPLAY 'OPERATOR-LOAD: MEMBER ' OP-MEMBER-ID
                       ' NOT FOUND FOR OPERATOR ' OP-OPERATOR-ID
               NOT INVALID KEY
                   IF NOT MM-STAFF-ACCOUNT
                           OR MM-STAFF-OPERATOR-ID NOT = OP-OPERATOR-ID
                           THEN
                       SET MM-STAFF-ACCOUNT TO TRUE
                       MOVE OP-OPERATOR-ID TO MM-STAFF-OPERATOR-ID
                       MOVE ZEROS TO MM-STAFF-ALLOWANCE-MONTH
                           MM-STAFF-ALLOWANCE-USED
                       REWRITE MEMBER-MASTER-RECORD
                       ADD 1 TO WS-STAFF-LINKED
                   END-IF
           END-READ.

       UNLINK-STAFF-MEMBER.
           READ MEMBER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MM-STAFF-ACCOUNT
                           AND MM-STAFF-OPERATOR-ID = OP-OPERATOR-ID
                           THEN
                       MOVE SPACES TO MM-STAFF-FLAG
                           MM-STAFF-OPERATOR-ID
                       REWRITE MEMBER-MASTER-RECORD
                       ADD 1 TO WS-STAFF-UNLINKED
                   END-IF
           END-READ.

       CLOSE-FILES.
           CLOSE OPERATOR-FEED.
           CLOSE OPERATOR-MASTER.
           CLOSE MEMBER-MASTER.

       END PROGRAM OPERATOR-LOAD.
