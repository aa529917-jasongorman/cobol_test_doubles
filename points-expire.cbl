       IDENTIFICATION DIVISION.
       PROGRAM-ID. POINTS-EXPIRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER ASSIGN TO 'MEMBERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.

       FD  POINTS-LEDGER.
       COPY 'points-ledger.cpy'.

       FD  POINTS-RULES.
       COPY 'points-rule.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'POINTS-EXPIRE'.
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-POINTS-LEDGER-STATUS PIC X(02).
           01  WS-POINTS-RULE-STATUS PIC X(02).
           01  WS-MEMBER-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-MEMBERS          VALUE 'Y'.
           01  WS-RULES-FILE-SWITCH PIC X(01) VALUE 'N'.
               88  WS-RULES-FILE-AVAILABLE VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
      *    POINTS LAPSE AFTER THIS MANY MONTHS WITH NO EARN, REDEEM
      *    OR ADJUSTMENT, COUNTED THE WAY THE PURGE REPORT COUNTS.
           01  WS-EXPIRY-MONTHS    PIC 9(3) VALUE 12.
           01  WS-EXPIRY-CUTOFF    PIC 9(8).
           01  WS-DEFAULT-REDEEM-RATE PIC 9(5) VALUE 100.
           01  WS-POINTS-PER-DOLLAR PIC 9(5).
           01  WS-POINTS-EXPIRING  PIC 9(7).
           01  WS-POINTS-EXPIRED-VALUE PIC 9(5)V9(2).
           01  WS-MEMBERS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-MEMBERS-EXPIRED  PIC 9(7) COMP VALUE 0.
           01  WS-ZERO-COUNT       PIC 9(7) COMP VALUE 0.
           01  WS-POINTS-EXPIRED-CTR PIC 9(7) COMP VALUE 0.
           01  WS-POINTS-EXPIRED-CTL PIC S9(7)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           COMPUTE WS-EXPIRY-CUTOFF =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) -
                   (WS-EXPIRY-MONTHS * 30)).
           PERFORM OPEN-FILES.
           PERFORM DETERMINE-REDEEM-RATE.
           PERFORM READ-NEXT-MEMBER.
           PERFORM EXAMINE-ONE-MEMBER UNTIL END-OF-MEMBERS.
           PERFORM CLOSE-FILES.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'PTSEXPIRE ',
               WS-POINTS-EXPIRED-CTR, WS-POINTS-EXPIRED-CTL.
           CALL 'CLOSE-CONTROL-TOTAL'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-MEMBERS-READ, WS-MEMBERS-EXPIRED, WS-ZERO-COUNT.
           DISPLAY 'POINTS-EXPIRE: MEMBERS ' WS-MEMBERS-READ
               ' EXPIRED ' WS-MEMBERS-EXPIRED.
           GOBACK.

       OPEN-FILES.
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

      *    THE LAPSED POINTS ARE VALUED AT THE REDEMPTION RATE IN
      *    FORCE TODAY SO THE LIABILITY RELEASED MATCHES WHAT THE
      *    LIABILITY REPORT CARRIED FOR THEM.
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

       READ-NEXT-MEMBER.
           READ MEMBER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MEMBER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MEMBERS-READ
           END-READ.

      *    A BALANCE WITH NO ACTIVITY DATE PREDATES THE DATE BEING
      *    KEPT; IT IS STAMPED TODAY AND GIVEN ITS FULL TWELVE
      *    MONTHS RATHER THAN LAPSED ON A DATE NOBODY RECORDED.
       EXAMINE-ONE-MEMBER.
           IF MM-POINTS-BALANCE > ZERO THEN
               EVALUATE TRUE
                   WHEN MM-POINTS-ACTIVITY-DATE = ZERO
                       MOVE WS-TODAY-CCYYMMDD
                           TO MM-POINTS-ACTIVITY-DATE
                       REWRITE MEMBER-MASTER-RECORD
                   WHEN MM-POINTS-ACTIVITY-DATE < WS-EXPIRY-CUTOFF
                       PERFORM EXPIRE-MEMBER-POINTS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-MEMBER.

       EXPIRE-MEMBER-POINTS.
           MOVE MM-POINTS-BALANCE TO WS-POINTS-EXPIRING.
           MOVE ZERO TO MM-POINTS-BALANCE.
           MOVE WS-TODAY-CCYYMMDD TO MM-POINTS-ACTIVITY-DATE.
           REWRITE MEMBER-MASTER-RECORD.
           PERFORM WRITE-EXPIRY-LEDGER-ENTRY.
           COMPUTE WS-POINTS-EXPIRED-VALUE =
               WS-POINTS-EXPIRING / WS-POINTS-PER-DOLLAR.
           ADD 1 TO WS-MEMBERS-EXPIRED.
           ADD 1 TO WS-POINTS-EXPIRED-CTR.
           ADD WS-POINTS-EXPIRED-VALUE TO WS-POINTS-EXPIRED-CTL.

       WRITE-EXPIRY-LEDGER-ENTRY.
           MOVE MM-MEMBER-ID TO LP-MEMBER-ID.
           MOVE FUNCTION CURRENT-DATE TO LP-EVENT-TIMESTAMP.
           SET LP-POINTS-EXPIRED TO TRUE.
           MOVE SPACES TO LP-IMDB-ID.
           MOVE ZERO TO LP-RENTAL-DATE.
           COMPUTE LP-POINTS = ZERO - WS-POINTS-EXPIRING.
           MOVE ZERO TO LP-BALANCE-AFTER.
           MOVE 'INACTIVITY' TO LP-REASON.
           MOVE SPACES TO LP-OPERATOR-ID.
           WRITE POINTS-LEDGER-RECORD
               INVALID KEY
                   DISPLAY 'POINTS-EXPIRE: DUPLICATE POINTS LEDGER '
                       'KEY FOR ' MM-MEMBER-ID
           END-WRITE.

       CLOSE-FILES.
           CLOSE MEMBER-MASTER.
           CLOSE POINTS-LEDGER.
           IF WS-RULES-FILE-AVAILABLE THEN
               CLOSE POINTS-RULES
           END-IF.

       END PROGRAM POINTS-EXPIRE.
