       IDENTIFICATION DIVISION.
       PROGRAM-ID. POINTS-ADJUST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUST-REQUESTS ASSIGN TO 'PTSADJIN'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MEMBER-MASTER ASSIGN TO 'MEMBERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-MEMBER-ID
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT POINTS-LEDGER ASSIGN TO 'PTSLEDGER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-KEY
               FILE STATUS IS WS-POINTS-LEDGER-STATUS.

           SELECT POINTS-RULES ASSIGN TO 'PTSRULES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LR-KEY
               FILE STATUS IS WS-POINTS-RULE-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT APPROVAL-EXCEPTIONS ASSIGN TO 'PTSADJEXC'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ADJUST-REQUESTS.
       01  ADJUST-REQUEST-RECORD.
           05  PA-MEMBER-ID        PIC X(08).
           05  PA-DIRECTION        PIC X(01).
               88  PA-ADD-POINTS           VALUE '+'.
               88  PA-TAKE-POINTS          VALUE '-'.
           05  PA-POINTS           PIC 9(7).
           05  PA-REASON           PIC X(12).
           05  PA-APPROVED-BY      PIC X(08).

       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.

       FD  POINTS-LEDGER.
       COPY 'points-ledger.cpy'.

       FD  POINTS-RULES.
       COPY 'points-rule.cpy'.

       FD  OPERATOR-MASTER.
       COPY 'operator-master.cpy'.

       FD  APPROVAL-EXCEPTIONS.
       01  APPROVAL-EXCEPTION-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'POINTS-ADJUST'.
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-POINTS-LEDGER-STATUS PIC X(02).
           01  WS-POINTS-RULE-STATUS PIC X(02).
           01  WS-OPERATOR-STATUS  PIC X(02).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-ADJUST-REQUESTS  VALUE 'Y'.
           01  WS-MEMBER-FOUND-SWITCH PIC X(01).
               88  WS-MEMBER-FOUND         VALUE 'Y'.
           01  WS-RULES-FILE-SWITCH PIC X(01) VALUE 'N'.
               88  WS-RULES-FILE-AVAILABLE VALUE 'Y'.
           01  WS-OPER-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-OPERATOR-FILE-AVAILABLE VALUE 'Y'.
           01  WS-APPROVAL-STATE   PIC X(01).
               88  WS-APPROVAL-GOOD        VALUE 'G'.
               88  WS-APPROVER-UNKNOWN     VALUE 'U'.
               88  WS-APPROVER-INACTIVE    VALUE 'I'.
               88  WS-APPROVAL-OVER-LIMIT  VALUE 'L'.
           01  WS-EXCEPTION-LINE   PIC X(100).
           01  WS-APPROVALS-EXCEPTED PIC 9(7) COMP VALUE 0.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-DEFAULT-REDEEM-RATE PIC 9(5) VALUE 100.
           01  WS-POINTS-PER-DOLLAR PIC 9(5).
           01  WS-ADJUST-VALUE     PIC 9(5)V9(2).
           01  WS-REQUESTS-READ    PIC 9(7) COMP VALUE 0.
           01  WS-ADJUSTS-APPLIED  PIC 9(7) COMP VALUE 0.
           01  WS-REQUESTS-REJECTED PIC 9(7) COMP VALUE 0.
      *    NET DOLLAR VALUE OF THE POINTS ADDED LESS THE POINTS TAKEN
      *    AWAY, AT TODAY'S REDEMPTION RATE.
           01  WS-POINTS-ADJUST-CTL PIC S9(7)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM DETERMINE-REDEEM-RATE.
           PERFORM READ-NEXT-ADJUST-REQUEST.
           PERFORM PROCESS-ONE-ADJUST-REQUEST
               UNTIL END-OF-ADJUST-REQUESTS.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-REQUESTS-READ, WS-ADJUSTS-APPLIED,
               WS-REQUESTS-REJECTED.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'PTSADJUST ',
               WS-ADJUSTS-APPLIED, WS-POINTS-ADJUST-CTL.
           CALL 'CLOSE-CONTROL-TOTAL'.
           DISPLAY 'POINTS-ADJUST: REQUESTS READ ' WS-REQUESTS-READ
               ' APPLIED ' WS-ADJUSTS-APPLIED
               ' REJECTED ' WS-REQUESTS-REJECTED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT ADJUST-REQUESTS.
           OPEN I-O MEMBER-MASTER.
           OPEN I-O POINTS-LEDGER.
           IF WS-POINTS-LEDGER-STATUS = '35' THEN
               OPEN OUTPUT POINTS-LEDGER
               CLOSE POINTS-LEDGER
               OPEN I-O POINTS-LEDGER
           END-IF.
           OPEN INPUT POINTS-RULES.
           IF WS-POINTS-RULE-STATUS = '00' THEN
               SET WS-RULES-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPERATOR-STATUS = '00' THEN
               SET WS-OPERATOR-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'POINTS-ADJUST: OPERATOR MASTER NOT AVAILABLE '
                   '- APPROVAL LIMITS NOT ENFORCED'
           END-IF.
           OPEN OUTPUT APPROVAL-EXCEPTIONS.

      *    AN ADJUSTMENT IS JUDGED AGAINST THE APPROVER'S DOLLAR
      *    LIMIT BY WHAT THE POINTS ARE WORTH AT THE COUNTER TODAY.
       DETERMINE-REDEEM-RATE.
           MOVE WS-DEFAULT-REDEEM-RATE TO WS-POINTS-PER-DOLLAR.
           IF WS-RULES-FILE-AVAILABLE THEN
               MOVE 'B' TO LR-RULE-TYPE
               MOVE 'REDEEM' TO LR-RULE-CODE
               READ POINTS-RULES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-TODAY-CCYYMMDD >= LR-START-DATE
                               AND WS-TODAY-CCYYMMDD <= LR-END-DATE
                               AND LR-POINTS > ZERO
                           MOVE LR-POINTS TO WS-POINTS-PER-DOLLAR
                       END-IF
               END-READ
           END-IF.

       READ-NEXT-ADJUST-REQUEST.
           READ ADJUST-REQUESTS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
           END-READ.

      *    POINTS ARE NEVER TAKEN BELOW ZERO - A CORRECTION LARGER
      *    THAN THE BALANCE MEANS THE POINTS WERE ALREADY SPENT OR
      *    LAPSED AND THE REQUEST NEEDS A SECOND LOOK.
       PROCESS-ONE-ADJUST-REQUEST.
           PERFORM LOOKUP-MEMBER.
           EVALUATE TRUE
               WHEN NOT WS-MEMBER-FOUND
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'POINTS-ADJUST: MEMBER NOT FOUND '
                       PA-MEMBER-ID
               WHEN NOT PA-ADD-POINTS AND NOT PA-TAKE-POINTS
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'POINTS-ADJUST: BAD DIRECTION FOR '
                       PA-MEMBER-ID
               WHEN PA-POINTS NOT NUMERIC OR PA-POINTS = ZERO
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'POINTS-ADJUST: BAD POINTS FOR '
                       PA-MEMBER-ID
               WHEN PA-TAKE-POINTS AND PA-POINTS > MM-POINTS-BALANCE
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'POINTS-ADJUST: ONLY ' MM-POINTS-BALANCE
                       ' POINTS ON FILE FOR ' PA-MEMBER-ID
               WHEN OTHER
                   COMPUTE WS-ADJUST-VALUE =
                       PA-POINTS / WS-POINTS-PER-DOLLAR
                   PERFORM CHECK-APPROVAL-AUTHORITY
                   IF WS-APPROVAL-GOOD THEN
                       PERFORM APPLY-ADJUSTMENT
                   ELSE
                       ADD 1 TO WS-REQUESTS-REJECTED
                       PERFORM WRITE-APPROVAL-EXCEPTION
                   END-IF
           END-EVALUATE.
           PERFORM READ-NEXT-ADJUST-REQUEST.

       LOOKUP-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND-SWITCH.
           MOVE PA-MEMBER-ID TO MM-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MEMBER-FOUND TO TRUE
           END-READ.

      *    SAME RULE AS A FEE WAIVER: AN ACTIVE OPERATOR WHOSE LIMIT
      *    COVERS THE VALUE, CHECKED ONLY WHEN THE MASTER IS MOUNTED.
       CHECK-APPROVAL-AUTHORITY.
           SET WS-APPROVAL-GOOD TO TRUE.
           IF WS-OPERATOR-FILE-AVAILABLE THEN
               MOVE PA-APPROVED-BY TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       SET WS-APPROVER-UNKNOWN TO TRUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT OP-OPERATOR-ACTIVE
                               SET WS-APPROVER-INACTIVE TO TRUE
                           WHEN WS-ADJUST-VALUE > OP-APPROVAL-LIMIT
                               SET WS-APPROVAL-OVER-LIMIT TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

       WRITE-APPROVAL-EXCEPTION.
           ADD 1 TO WS-APPROVALS-EXCEPTED.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           EVALUATE TRUE
               WHEN WS-APPROVER-UNKNOWN
                   STRING 'UNKNOWN APPROVER ' PA-APPROVED-BY
                       ' ON POINTS ADJUSTMENT FOR ' PA-MEMBER-ID
                   INTO WS-EXCEPTION-LINE
                   END-STRING
               WHEN WS-APPROVER-INACTIVE
                   STRING 'INACTIVE APPROVER ' PA-APPROVED-BY
                       ' ON POINTS ADJUSTMENT FOR ' PA-MEMBER-ID
                   INTO WS-EXCEPTION-LINE
                   END-STRING
               WHEN OTHER
                   STRING 'AMOUNT OVER LIMIT FOR ' PA-APPROVED-BY
                       ' ON POINTS ADJUSTMENT FOR ' PA-MEMBER-ID
                   INTO WS-EXCEPTION-LINE
                   END-STRING
           END-EVALUATE.
           WRITE APPROVAL-EXCEPTION-LINE FROM WS-EXCEPTION-LINE.

       APPLY-ADJUSTMENT.
           IF PA-ADD-POINTS THEN
               ADD PA-POINTS TO MM-POINTS-BALANCE
               MOVE PA-POINTS TO LP-POINTS
               ADD WS-ADJUST-VALUE TO WS-POINTS-ADJUST-CTL
           ELSE
               SUBTRACT PA-POINTS FROM MM-POINTS-BALANCE
               COMPUTE LP-POINTS = ZERO - PA-POINTS
               SUBTRACT WS-ADJUST-VALUE FROM WS-POINTS-ADJUST-CTL
           END-IF.
           MOVE WS-TODAY-CCYYMMDD TO MM-POINTS-ACTIVITY-DATE.
           REWRITE MEMBER-MASTER-RECORD.
           PERFORM WRITE-ADJUST-LEDGER-ENTRY.
           ADD 1 TO WS-ADJUSTS-APPLIED.

       WRITE-ADJUST-LEDGER-ENTRY.
           MOVE PA-MEMBER-ID TO LP-MEMBER-ID.
           MOVE FUNCTION CURRENT-DATE TO LP-EVENT-TIMESTAMP.
           SET LP-POINTS-ADJUSTED TO TRUE.
           MOVE SPACES TO LP-IMDB-ID.
           MOVE ZERO TO LP-RENTAL-DATE.
           MOVE MM-POINTS-BALANCE TO LP-BALANCE-AFTER.
           MOVE PA-REASON TO LP-REASON.
           MOVE PA-APPROVED-BY TO LP-OPERATOR-ID.
           WRITE POINTS-LEDGER-RECORD
               INVALID KEY
                   DISPLAY 'POINTS-ADJUST: DUPLICATE POINTS LEDGER '
                       'KEY FOR ' PA-MEMBER-ID
           END-WRITE.

       CLOSE-FILES.
           CLOSE ADJUST-REQUESTS.
           CLOSE MEMBER-MASTER.
           CLOSE POINTS-LEDGER.
           IF WS-RULES-FILE-AVAILABLE THEN
               CLOSE POINTS-RULES
           END-IF.
           IF WS-OPERATOR-FILE-AVAILABLE THEN
               CLOSE OPERATOR-MASTER
           END-IF.
           CLOSE APPROVAL-EXCEPTIONS.

       END PROGRAM POINTS-ADJUST.
