               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-KEY
               FILE STATUS IS WS-REPLACEMENT-LOG-STATUS.

           SELECT COPY-MASTER ASSIGN TO 'COPYMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-COPY-MASTER-STATUS.

           SELECT BOX-SET-DISC ASSIGN TO 'BOXSETDISC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-KEY
               FILE STATUS IS WS-BOX-SET-DISC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RENTAL-TRANSACTION.
       FD  REPLACEMENT-LOG.
       COPY 'replacement-log.cpy'.

       FD  COPY-MASTER.
       COPY 'copy-master.cpy'.

       FD  BOX-SET-DISC.
       COPY 'box-set-disc.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE
               'LOST-COPY-BILLING'.
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-COPY-INVENTORY-STATUS PIC X(02).
           01  WS-REPLACEMENT-LOG-STATUS PIC X(02).
           01  WS-COPY-MASTER-STATUS PIC X(02).
           01  WS-COPYMSTR-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-COPY-MASTER-AVAILABLE VALUE 'Y'.
           01  WS-BOX-SET-DISC-STATUS PIC X(02).
           01  WS-DISC-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-DISC-FILE-AVAILABLE  VALUE 'Y'.
           01  WS-DISC-NUMBER      PIC 9(2).
           01  WS-SETS-TO-REPAIR   PIC 9(7) COMP VALUE 0.
           01  WS-REPL-WAIVED-FLAG PIC X(01).
               88  WS-REPLACEMENT-WAIVED   VALUE 'W'.
           01  WS-PLAN-ANNUAL-CAP  PIC 9(3)V9(2) VALUE 100.00.
               WS-RENTALS-READ, WS-COPIES-WRITTEN-OFF,
               WS-ZERO-COUNT.
           DISPLAY 'LOST-COPY-BILLING: RENTALS READ ' WS-RENTALS-READ
               ' COPIES WRITTEN OFF ' WS-COPIES-WRITTEN-OFF
               ' SETS SENT FOR DISCS ' WS-SETS-TO-REPAIR.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT TITLE-MASTER.
           OPEN I-O MEMBER-MASTER.
           PERFORM OPEN-COPY-INVENTORY.
           OPEN I-O COPY-MASTER.
           IF WS-COPY-MASTER-STATUS = '00' THEN
               SET WS-COPY-MASTER-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O BOX-SET-DISC.
           IF WS-BOX-SET-DISC-STATUS = '00' THEN
               SET WS-DISC-FILE-AVAILABLE TO TRUE
           END-IF.

       OPEN-COPY-INVENTORY.
           OPEN I-O COPY-INVENTORY.
               PERFORM CHECK-PLAN-COVERAGE
               PERFORM CHARGE-MEMBER-FOR-COPY
               PERFORM WRITE-REPLACEMENT-LOG
               IF RT-DISCS-MISSING > ZERO
                       AND RT-DISC-COUNT > ZERO THEN
                   PERFORM HOLD-SET-FOR-MISSING-DISCS
               ELSE
                   PERFORM RECORD-LOST-COPY
                   IF WS-COPY-MASTER-AVAILABLE THEN
                       PERFORM DISPOSE-LOST-COPY
                   END-IF
               END-IF
               PERFORM CLOSE-OUT-RENTAL
               PERFORM NOTIFY-MEMBER
               ADD 1 TO WS-COPIES-WRITTEN-OFF
           END-EVALUATE.
           COMPUTE WS-REPLACEMENT-FEE =
               TM-PRICE * WS-GENRE-MULTIPLIER.
           IF RT-DISCS-MISSING > ZERO AND RT-DISC-COUNT > ZERO THEN
               COMPUTE WS-REPLACEMENT-FEE ROUNDED =
                   WS-REPLACEMENT-FEE * RT-DISCS-MISSING
                       / RT-DISC-COUNT
           END-IF.

      *    A PLAN MEMBER WITH ROOM LEFT UNDER THE ANNUAL CAP HAS
      *    THE REPLACEMENT CHARGE WAIVED; THE YEAR'S WAIVED TOTAL
                   SET WS-BAL-POSTED TO TRUE
           END-READ.
           IF WS-BAL-POSTED THEN
               PERFORM RELEASE-OPEN-RENTAL
               PERFORM RESOLVE-BILLING-MEMBER
               MOVE MM-ACCOUNT-BALANCE TO WS-OLD-BALANCE
               PERFORM ADJUST-MEMBER-BALANCE
               REWRITE MEMBER-MASTER-RECORD
           END-IF.

      *    THE WRITTEN-OFF RENTAL IS CLOSED OUT BELOW, SO IT COMES
      *    OFF THE RENTER'S OPEN-RENTAL COUNT HERE, WHILE THE
      *    RENTER'S OWN RECORD IS THE ONE IN HAND.
       RELEASE-OPEN-RENTAL.
           IF MM-OPEN-RENTALS-KNOWN AND MM-OPEN-RENTALS > ZERO THEN
               SUBTRACT 1 FROM MM-OPEN-RENTALS
               REWRITE MEMBER-MASTER-RECORD
           END-IF.

      *    CHARGES FOR A MEMBER LINKED UNDER A HOUSEHOLD HEAD POST
      *    TO THE HEAD'S BALANCE, AND THE REPLACEMENT NOTICE GOES
      *    TO WHOEVER PAYS IT. A LINK POINTING AT A HEAD THAT IS NO
               END-READ
           END-IF.

      *    A REVERSED LATE FEE THAT TAKES THE BALANCE PAST ZERO
      *    LEAVES THE MEMBER A CREDIT ON THE ACCOUNT - THE FEE WAS
      *    ALREADY PAID, SO CUTTING IT OFF AT ZERO LOST THE MONEY.
       ADJUST-MEMBER-BALANCE.
           ADD WS-BALANCE-DELTA TO MM-ACCOUNT-BALANCE.

       WRITE-REPLACEMENT-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                   SET WS-CI-WRITTEN TO TRUE
           END-WRITE.

      *    THE COPY THE MEMBER NEVER BROUGHT BACK LEAVES THE COPY
      *    REGISTER AS LOST, SO COPY-AMORTIZE TAKES ITS REMAINING
      *    BOOK VALUE OFF THE LEDGER AT MONTH END.
       DISPOSE-LOST-COPY.
           IF RT-COPY-NUMBER NUMERIC AND RT-COPY-NUMBER > ZERO THEN
               MOVE RT-IMDB-ID TO CM-IMDB-ID
               MOVE RT-COPY-NUMBER TO CM-COPY-NUMBER
               READ COPY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-NOT-DISPOSED THEN
                           SET CM-DISPOSED-LOST TO TRUE
                           MOVE WS-TODAY-CCYYMMDD TO CM-DISPOSAL-DATE
                           SET CM-COPY-RETIRED TO TRUE
                           MOVE SPACES TO CM-MEMBER-ID
                           MOVE WS-TODAY-CCYYMMDD TO CM-STATUS-DATE
                           REWRITE COPY-MASTER-RECORD
                       END-IF
               END-READ
           END-IF.

      *    A BOX SET THAT CAME BACK SHORT IS NOT LOST - ONLY THE DISCS
      *    STILL OUT ARE, AND THE MEMBER IS BILLED JUST THEIR SHARE.
      *    THE SET COPY GOES INTO REPAIR AND A DAMAGED RECORD IS
      *    RAISED AGAINST IT, SO COPY-REPAIR PUTS IT BACK IN THE
      *    RENTABLE POOL ONCE REPLACEMENT DISCS ARE IN THE CASE.
       HOLD-SET-FOR-MISSING-DISCS.
           MOVE RT-IMDB-ID TO CI-IMDB-ID.
           MOVE RT-COPY-NUMBER TO CI-COPY-NUMBER.
           SET CI-COPY-DAMAGED TO TRUE.
           MOVE WS-TODAY-CCYYMMDD TO CI-FLAGGED-DATE.
           WRITE COPY-INVENTORY-RECORD
               INVALID KEY
                   DISPLAY 'LOST-COPY-BILLING: COPY ' RT-COPY-NUMBER
                       ' OF ' RT-IMDB-ID ' ALREADY FLAGGED'
           END-WRITE.
           IF WS-COPY-MASTER-AVAILABLE THEN
               PERFORM SEND-SET-COPY-TO-REPAIR
           END-IF.
           IF WS-DISC-FILE-AVAILABLE THEN
               PERFORM MARK-ONE-DISC-LOST
                   VARYING WS-DISC-NUMBER FROM 1 BY 1
                   UNTIL WS-DISC-NUMBER > RT-DISC-COUNT
           END-IF.
           ADD 1 TO WS-SETS-TO-REPAIR.

       SEND-SET-COPY-TO-REPAIR.
           MOVE RT-IMDB-ID TO CM-IMDB-ID.
           MOVE RT-COPY-NUMBER TO CM-COPY-NUMBER.
           READ COPY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-COPY-RENTED THEN
                       SET CM-COPY-IN-REPAIR TO TRUE
                       MOVE SPACES TO CM-MEMBER-ID
                       MOVE WS-TODAY-CCYYMMDD TO CM-STATUS-DATE
                       REWRITE COPY-MASTER-RECORD
                   END-IF
           END-READ.

       MARK-ONE-DISC-LOST.
           MOVE RT-IMDB-ID TO BD-IMDB-ID.
           MOVE RT-COPY-NUMBER TO BD-COPY-NUMBER.
           MOVE WS-DISC-NUMBER TO BD-DISC-NUMBER.
           READ BOX-SET-DISC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BD-DISC-MISSING THEN
                       SET BD-DISC-LOST TO TRUE
                       MOVE WS-TODAY-CCYYMMDD TO BD-STATUS-DATE
                       REWRITE BOX-SET-DISC-RECORD
                   END-IF
           END-READ.

       CLOSE-OUT-RENTAL.
           MOVE WS-TODAY-CCYYMMDD TO RT-RETURN-DATE.
           MOVE ZERO TO RT-LATE-FEE.
           CLOSE TITLE-MASTER.
           CLOSE MEMBER-MASTER.
           CLOSE COPY-INVENTORY.
           IF WS-COPY-MASTER-AVAILABLE THEN
               CLOSE COPY-MASTER
           END-IF.
           IF WS-DISC-FILE-AVAILABLE THEN
               CLOSE BOX-SET-DISC
           END-IF.

       END PROGRAM LOST-COPY-BILLING.
