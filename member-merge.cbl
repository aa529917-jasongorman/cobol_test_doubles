               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PROMO-LOG-STATUS.

           SELECT PROMO-MEMBER-COUNTS ASSIGN TO 'PROMOCNT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PK-KEY
               FILE STATUS IS WS-PROMO-COUNT-STATUS.

           SELECT MEMBER-AUDIT ASSIGN TO 'MBRAUDIT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MX-OLD-MEMBER-ID
               FILE STATUS IS WS-MEMBER-XREF-STATUS.

           SELECT POINTS-LEDGER ASSIGN TO 'PTSLEDGER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-KEY
               FILE STATUS IS WS-POINTS-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-REQUESTS.
       FD  PROMO-REDEMPTIONS.
       COPY 'promo-redemption.cpy'.

       FD  PROMO-MEMBER-COUNTS.
       COPY 'promo-member-count.cpy'.

       FD  MEMBER-AUDIT.
       COPY 'member-audit.cpy'.

       FD  MEMBER-XREF.
       COPY 'member-xref.cpy'.

       FD  POINTS-LEDGER.
       COPY 'points-ledger.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'MEMBER-MERGE'.
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-HOLD-QUEUE-STATUS PIC X(02).
           01  WS-ALERT-LOG-STATUS PIC X(02).
           01  WS-PROMO-LOG-STATUS PIC X(02).
           01  WS-PROMO-COUNT-STATUS PIC X(02).
           01  WS-MEMBER-AUDIT-STATUS PIC X(02).
           01  WS-MEMBER-XREF-STATUS PIC X(02).
           01  WS-POINTS-LEDGER-STATUS PIC X(02).
           01  WS-HISTORY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-HISTORY-AVAILABLE    VALUE 'Y'.
           01  WS-PAYHIST-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-ALERT-AVAILABLE      VALUE 'Y'.
           01  WS-PROMO-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-PROMO-AVAILABLE      VALUE 'Y'.
           01  WS-PROMO-COUNT-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-PROMO-COUNT-AVAILABLE VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-MERGE-REQUESTS   VALUE 'Y'.
           01  WS-LOSER-FOUND-SWITCH PIC X(01).
           01  WS-SCAN-EOF-SWITCH  PIC X(01).
               88  END-OF-SCAN             VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-LOSER-BALANCE    PIC S9(5)V9(2).
           01  WS-LOSER-POINTS     PIC 9(7).
           01  WS-LOSER-POINTS-DATE PIC 9(8).
           01  WS-AUDIT-MEMBER-ID  PIC X(08).
           01  WS-AUDIT-DETAIL     PIC X(60).
           01  WS-REQUESTS-READ    PIC 9(7) COMP VALUE 0.
           IF WS-PROMO-LOG-STATUS = '00' THEN
               SET WS-PROMO-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O PROMO-MEMBER-COUNTS.
           IF WS-PROMO-COUNT-STATUS = '00' THEN
               SET WS-PROMO-COUNT-AVAILABLE TO TRUE
           END-IF.
           PERFORM OPEN-MEMBER-AUDIT.
           PERFORM OPEN-MEMBER-XREF.
           PERFORM OPEN-POINTS-LEDGER.

       OPEN-MEMBER-AUDIT.
           OPEN I-O MEMBER-AUDIT.
               OPEN I-O MEMBER-AUDIT
           END-IF.

       OPEN-POINTS-LEDGER.
           OPEN I-O POINTS-LEDGER.
           IF WS-POINTS-LEDGER-STATUS = '35' THEN
               OPEN OUTPUT POINTS-LEDGER
               CLOSE POINTS-LEDGER
               OPEN I-O POINTS-LEDGER
           END-IF.

       OPEN-MEMBER-XREF.
           OPEN I-O MEMBER-XREF.
           IF WS-MEMBER-XREF-STATUS = '35' THEN
       LOOKUP-BOTH-MEMBERS.
           MOVE 'N' TO WS-LOSER-FOUND-SWITCH.
           MOVE ZERO TO WS-LOSER-BALANCE.
           MOVE ZERO TO WS-LOSER-POINTS WS-LOSER-POINTS-DATE.
           MOVE MG-LOSING-ID TO MM-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
               NOT INVALID KEY
                   SET WS-LOSER-FOUND TO TRUE
                   MOVE MM-ACCOUNT-BALANCE TO WS-LOSER-BALANCE
                   MOVE MM-POINTS-BALANCE TO WS-LOSER-POINTS
                   MOVE MM-POINTS-ACTIVITY-DATE TO WS-LOSER-POINTS-DATE
           END-READ.
           MOVE 'N' TO WS-SURVIVOR-FOUND-SWITCH.
           MOVE MG-SURVIVING-ID TO MM-MEMBER-ID.
               NOT AT END
                   IF PL-MEMBER-ID = MG-LOSING-ID
                       MOVE PL-KEY TO WS-RESUME-PL-KEY
                       IF WS-PROMO-COUNT-AVAILABLE
                           PERFORM DROP-PROMO-MEMBER-COUNTS
                       END-IF
                       DELETE PROMO-REDEMPTIONS RECORD
                       MOVE MG-SURVIVING-ID TO PL-MEMBER-ID
                       WRITE PROMO-REDEMPTION-RECORD
                   END-IF
           END-READ.

      *    THE STORED REDEMPTION COUNTS FOR THE CODE NO LONGER
      *    MATCH PROMOLOG ON EITHER SIDE ONCE THE ENTRY MOVES; BOTH
      *    ARE DROPPED AND RENTAL-POST SEEDS THEM AGAIN FROM THE LOG.
       DROP-PROMO-MEMBER-COUNTS.
           MOVE PL-CODE TO PK-CODE.
           MOVE MG-LOSING-ID TO PK-MEMBER-ID.
           DELETE PROMO-MEMBER-COUNTS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE MG-SURVIVING-ID TO PK-MEMBER-ID.
           DELETE PROMO-MEMBER-COUNTS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *    LOYALTY POINTS TRAVEL WITH THE BALANCE. THE SURVIVOR
      *    KEEPS THE LATER OF THE TWO ACTIVITY DATES SO THE MERGE
      *    NEITHER SHORTENS NOR STRETCHES THE EXPIRY CLOCK, AND THE
      *    LEDGER SHOWS THE POINTS LEAVING ONE ID AND ARRIVING ON
      *    THE OTHER. THE SURVIVOR'S OPEN-RENTAL COUNT NOW MISSES THE
      *    RENTALS IT TOOK OVER, SO IT IS LEFT FOR RENTAL-POST TO
      *    COUNT AGAIN.
       COMBINE-BALANCES.
           MOVE MG-SURVIVING-ID TO MM-MEMBER-ID.
           READ MEMBER-MASTER
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-LOSER-BALANCE TO MM-ACCOUNT-BALANCE
                   IF WS-LOSER-POINTS > ZERO THEN
                       ADD WS-LOSER-POINTS TO MM-POINTS-BALANCE
                       IF WS-LOSER-POINTS-DATE >
                               MM-POINTS-ACTIVITY-DATE THEN
                           MOVE WS-LOSER-POINTS-DATE
                               TO MM-POINTS-ACTIVITY-DATE
                       END-IF
                   END-IF
                   MOVE 'N' TO MM-OPEN-RENTALS-FLAG
                   REWRITE MEMBER-MASTER-RECORD
                   IF WS-LOSER-POINTS > ZERO THEN
                       PERFORM WRITE-POINTS-TRANSFER
                   END-IF
           END-READ.

       WRITE-POINTS-TRANSFER.
           MOVE MG-LOSING-ID TO LP-MEMBER-ID.
           MOVE FUNCTION CURRENT-DATE TO LP-EVENT-TIMESTAMP.
           SET LP-POINTS-ADJUSTED TO TRUE.
           MOVE SPACES TO LP-IMDB-ID.
           MOVE ZERO TO LP-RENTAL-DATE.
           COMPUTE LP-POINTS = ZERO - WS-LOSER-POINTS.
           MOVE ZERO TO LP-BALANCE-AFTER.
           MOVE 'MERGED-OUT' TO LP-REASON.
           MOVE SPACES TO LP-OPERATOR-ID.
           WRITE POINTS-LEDGER-RECORD
               INVALID KEY
                   DISPLAY 'MEMBER-MERGE: DUPLICATE POINTS LEDGER '
                       'KEY FOR ' MG-LOSING-ID
           END-WRITE.
           MOVE MG-SURVIVING-ID TO LP-MEMBER-ID.
           MOVE WS-LOSER-POINTS TO LP-POINTS.
           MOVE MM-POINTS-BALANCE TO LP-BALANCE-AFTER.
           MOVE 'MERGED-IN' TO LP-REASON.
           WRITE POINTS-LEDGER-RECORD
               INVALID KEY
                   DISPLAY 'MEMBER-MERGE: DUPLICATE POINTS LEDGER '
                       'KEY FOR ' MG-SURVIVING-ID
           END-WRITE.

       RETIRE-LOSING-MEMBER.
           MOVE MG-LOSING-ID TO MM-MEMBER-ID.
           READ MEMBER-MASTER
           MOVE WS-CURRENT-DATE TO MA-CHANGE-TIMESTAMP.
           MOVE 'C' TO MA-ACTION.
           MOVE WS-AUDIT-DETAIL TO MA-CHANGE-DETAIL.
           MOVE SPACES TO MA-OPERATOR-ID.
           WRITE MEMBER-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'MEMBER-MERGE: DUPLICATE AUDIT KEY '
           IF WS-PROMO-AVAILABLE THEN
               CLOSE PROMO-REDEMPTIONS
           END-IF.
           IF WS-PROMO-COUNT-AVAILABLE THEN
               CLOSE PROMO-MEMBER-COUNTS
           END-IF.
           CLOSE MEMBER-AUDIT.
           CLOSE MEMBER-XREF.
           CLOSE POINTS-LEDGER.

       END PROGRAM MEMBER-MERGE.
