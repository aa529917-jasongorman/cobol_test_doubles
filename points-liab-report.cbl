       IDENTIFICATION DIVISION.
       PROGRAM-ID. POINTS-LIAB-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER ASSIGN TO 'MEMBERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-MEMBER-ID
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT POINTS-RULES ASSIGN TO 'PTSRULES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LR-KEY
               FILE STATUS IS WS-POINTS-RULE-STATUS.

           SELECT LIABILITY-REPORT ASSIGN TO 'PTSLIAB'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.

       FD  POINTS-RULES.
       COPY 'points-rule.cpy'.

       FD  LIABILITY-REPORT.
       01  LIABILITY-REPORT-LINE   PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE
               'POINTS-LIAB-REPORT'.
           01  WS-ZERO-COUNT       PIC 9(7) COMP VALUE 0.
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-POINTS-RULE-STATUS PIC X(02).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-MEMBERS          VALUE 'Y'.
           01  WS-RULES-FILE-SWITCH PIC X(01) VALUE 'N'.
               88  WS-RULES-FILE-AVAILABLE VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-DEFAULT-REDEEM-RATE PIC 9(5) VALUE 100.
           01  WS-POINTS-PER-DOLLAR PIC 9(5).
           01  WS-MEMBER-VALUE     PIC 9(5)V9(2).
           01  WS-REPORT-LINE      PIC X(100).
           01  WS-POINTS-EDIT      PIC ZZZZZZ9.
           01  WS-VALUE-EDIT       PIC ZZZZ9.99.
           01  WS-RATE-EDIT        PIC ZZZZ9.
           01  WS-TOTAL-EDIT       PIC ZZZZZZ9.99.
           01  WS-COUNT-EDIT       PIC ZZZZZZ9.
           01  WS-MEMBERS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-MEMBERS-HOLDING  PIC 9(7) COMP VALUE 0.
           01  WS-POINTS-TOTAL     PIC 9(9) VALUE 0.
           01  WS-LIABILITY-TOTAL  PIC 9(7)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM DETERMINE-REDEEM-RATE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM READ-NEXT-MEMBER.
           PERFORM REPORT-ONE-MEMBER UNTIL END-OF-MEMBERS.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-MEMBERS-READ, WS-MEMBERS-HOLDING, WS-ZERO-COUNT.
           DISPLAY 'POINTS-LIAB-REPORT: MEMBERS READ '
               WS-MEMBERS-READ
               ' HOLDING POINTS ' WS-MEMBERS-HOLDING.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT MEMBER-MASTER.
           IF WS-MEMBER-MASTER-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           OPEN INPUT POINTS-RULES.
           IF WS-POINTS-RULE-STATUS = '00' THEN
               SET WS-RULES-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT LIABILITY-REPORT.

      *    OUTSTANDING POINTS ARE A LIABILITY AT WHAT THEY WOULD
      *    TAKE OFF A RENTAL TODAY, SO THE RATE IN FORCE ON THE RUN
      *    DATE VALUES THE WHOLE BOOK AND IS PRINTED IN THE HEADER.
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

       WRITE-REPORT-HEADER.
           MOVE WS-POINTS-PER-DOLLAR TO WS-RATE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LOYALTY POINTS OUTSTANDING LIABILITY - RUN DATE '
               WS-CURRENT-DATE(1:8)
               ' - POINTS PER DOLLAR: ' WS-RATE-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE LIABILITY-REPORT-LINE FROM WS-REPORT-LINE.

       READ-NEXT-MEMBER.
           READ MEMBER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MEMBERS-READ
           END-READ.

       REPORT-ONE-MEMBER.
           IF MM-POINTS-BALANCE > ZERO THEN
               COMPUTE WS-MEMBER-VALUE =
                   MM-POINTS-BALANCE / WS-POINTS-PER-DOLLAR
               ADD 1 TO WS-MEMBERS-HOLDING
               ADD MM-POINTS-BALANCE TO WS-POINTS-TOTAL
               ADD WS-MEMBER-VALUE TO WS-LIABILITY-TOTAL
               PERFORM WRITE-MEMBER-LINE
           END-IF.
           PERFORM READ-NEXT-MEMBER.

       WRITE-MEMBER-LINE.
           MOVE MM-POINTS-BALANCE TO WS-POINTS-EDIT.
           MOVE WS-MEMBER-VALUE TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING MM-MEMBER-ID
               ' POINTS ' WS-POINTS-EDIT
               ' LAST ACTIVITY ' MM-POINTS-ACTIVITY-DATE
               ' VALUE ' WS-VALUE-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE LIABILITY-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-MEMBERS-HOLDING TO WS-COUNT-EDIT.
           MOVE WS-LIABILITY-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MEMBERS HOLDING POINTS: ' WS-COUNT-EDIT
               ' POINTS OUTSTANDING: ' WS-POINTS-TOTAL
               ' UNREDEEMED VALUE: ' WS-TOTAL-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE LIABILITY-REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-MEMBER-MASTER-STATUS = '00'
                   OR WS-MEMBER-MASTER-STATUS = '10' THEN
               CLOSE MEMBER-MASTER
           END-IF.
           IF WS-RULES-FILE-AVAILABLE THEN
               CLOSE POINTS-RULES
           END-IF.
           CLOSE LIABILITY-REPORT.

       END PROGRAM POINTS-LIAB-REPORT.
