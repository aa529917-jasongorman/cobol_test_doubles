       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUTOR-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTOR-FEED ASSIGN TO 'DISTIN'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISTRIBUTOR-MASTER ASSIGN TO 'DISTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-VENDOR-ID
               FILE STATUS IS WS-DISTRIBUTOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTOR-FEED.
       01  DISTRIBUTOR-FEED-RECORD.
           05  DI-VENDOR-ID        PIC X(08).
           05  DI-NAME             PIC X(30).
           05  DI-DISCOUNT-PCT     PIC 9(2)V9(2).
           05  DI-DISCOUNT-DAYS    PIC 9(3).
           05  DI-NET-DAYS         PIC 9(3).
           05  DI-CONTACT-NAME     PIC X(30).
           05  DI-CONTACT-PHONE    PIC X(15).
           05  DI-CONTACT-EMAIL    PIC X(50).
           05  DI-LEAD-TIME-TARGET PIC 9(3).
           05  DI-ACTIVE-FLAG      PIC X(01).
           05  DI-PAY-METHOD       PIC X(01).
           05  DI-ROUTING-NUMBER   PIC X(09).
           05  DI-ACCOUNT-NUMBER   PIC X(17).
           05  DI-WARRANTY-DAYS    PIC 9(3).
           05  DI-WARRANTY-DAYS-X REDEFINES DI-WARRANTY-DAYS
                                   PIC X(03).

       FD  DISTRIBUTOR-MASTER.
       COPY 'distributor-master.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'DISTRIBUTOR-LOAD'.
           01  WS-DISTRIBUTOR-STATUS PIC X(02).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-DISTRIBUTOR-FEED VALUE 'Y'.
           01  WS-DISTRIBUTOR-FOUND-SWITCH PIC X(01).
               88  WS-DISTRIBUTOR-FOUND    VALUE 'Y'.
           01  WS-ENTRIES-READ     PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-LOADED   PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-REJECTED PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-DISTRIBUTOR-ENTRY.
           PERFORM LOAD-ONE-DISTRIBUTOR-ENTRY
               UNTIL END-OF-DISTRIBUTOR-FEED.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-ENTRIES-READ, WS-ENTRIES-LOADED,
               WS-ENTRIES-REJECTED.
           DISPLAY 'DISTRIBUTOR-LOAD: ENTRIES READ ' WS-ENTRIES-READ
               ' LOADED ' WS-ENTRIES-LOADED
               ' REJECTED ' WS-ENTRIES-REJECTED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT DISTRIBUTOR-FEED.
           PERFORM OPEN-DISTRIBUTOR-MASTER.

       OPEN-DISTRIBUTOR-MASTER.
           OPEN I-O DISTRIBUTOR-MASTER.
           IF WS-DISTRIBUTOR-STATUS = '35' THEN
               OPEN OUTPUT DISTRIBUTOR-MASTER
               CLOSE DISTRIBUTOR-MASTER
               OPEN I-O DISTRIBUTOR-MASTER
           END-IF.

       READ-NEXT-DISTRIBUTOR-ENTRY.
           READ DISTRIBUTOR-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
           END-READ.

      *    A DISCOUNT NEEDS A DISCOUNT PERIOD SHORTER THAN THE NET
      *    PERIOD, OR THE PAYMENT RUN COULD NEVER TELL WHICH DATE
      *    GOVERNS. A DISTRIBUTOR IS MARKED INACTIVE, NEVER REMOVED,
      *    SO ITS HISTORY STILL HAS A NAME ON THE SCORECARD. A
      *    DISTRIBUTOR WITH NO PAY METHOD IS PAID BY CHECK; ONE PAID
      *    BY ACH MUST CARRY ITS BANK ROUTING AND ACCOUNT. A
      *    DISTRIBUTOR WITH NO WARRANTY PERIOD GIVEN OFFERS NONE.
       LOAD-ONE-DISTRIBUTOR-ENTRY.
           IF DI-PAY-METHOD = SPACE THEN
               MOVE 'C' TO DI-PAY-METHOD
           END-IF.
           IF DI-WARRANTY-DAYS-X = SPACES THEN
               MOVE ZERO TO DI-WARRANTY-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN DI-VENDOR-ID = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'DISTRIBUTOR-LOAD: BLANK VENDOR ID'
               WHEN DI-NAME = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'DISTRIBUTOR-LOAD: NO NAME FOR '
                       DI-VENDOR-ID
               WHEN DI-DISCOUNT-PCT NOT NUMERIC
                       OR DI-DISCOUNT-DAYS NOT NUMERIC
                       OR DI-NET-DAYS NOT NUMERIC
                       OR DI-NET-DAYS = ZERO
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'DISTRIBUTOR-LOAD: BAD TERMS FOR '
                       DI-VENDOR-ID
               WHEN DI-DISCOUNT-PCT > ZERO
                       AND (DI-DISCOUNT-DAYS = ZERO
                       OR DI-DISCOUNT-DAYS >= DI-NET-DAYS)
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'DISTRIBUTOR-LOAD: DISCOUNT PERIOD NOT '
                       'INSIDE NET PERIOD FOR ' DI-VENDOR-ID
               WHEN DI-LEAD-TIME-TARGET NOT NUMERIC
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'DISTRIBUTOR-LOAD: BAD LEAD TIME FOR '
                       DI-VENDOR-ID
               WHEN DI-WARRANTY-DAYS NOT NUMERIC
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'DISTRIBUTOR-LOAD: BAD WARRANTY DAYS FOR '
                       DI-VENDOR-ID
               WHEN DI-ACTIVE-FLAG NOT = 'A'
                       AND DI-ACTIVE-FLAG NOT = 'I'
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'DISTRIBUTOR-LOAD: BAD ACTIVE FLAG FOR '
                       DI-VENDOR-ID
               WHEN DI-PAY-METHOD NOT = 'C'
                       AND DI-PAY-METHOD NOT = 'A'
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'DISTRIBUTOR-LOAD: BAD PAY METHOD FOR '
                       DI-VENDOR-ID
               WHEN DI-PAY-METHOD = 'A'
                       AND (DI-ROUTING-NUMBER NOT NUMERIC
                       OR DI-ACCOUNT-NUMBER = SPACES)
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'DISTRIBUTOR-LOAD: NO BANK ACCOUNT FOR '
                       'ACH PAYEE ' DI-VENDOR-ID
               WHEN OTHER
                   PERFORM STORE-DISTRIBUTOR-ENTRY
           END-EVALUATE.
           PERFORM READ-NEXT-DISTRIBUTOR-ENTRY.

       STORE-DISTRIBUTOR-ENTRY.
           MOVE 'N' TO WS-DISTRIBUTOR-FOUND-SWITCH.
           MOVE DI-VENDOR-ID TO DM-VENDOR-ID.
           READ DISTRIBUTOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DISTRIBUTOR-FOUND TO TRUE
           END-READ.
           MOVE DI-VENDOR-ID TO DM-VENDOR-ID.
           MOVE DI-NAME TO DM-NAME.
           MOVE DI-DISCOUNT-PCT TO DM-DISCOUNT-PCT.
           MOVE DI-DISCOUNT-DAYS TO DM-DISCOUNT-DAYS.
           MOVE DI-NET-DAYS TO DM-NET-DAYS.
           MOVE DI-CONTACT-NAME TO DM-CONTACT-NAME.
           MOVE DI-CONTACT-PHONE TO DM-CONTACT-PHONE.
           MOVE DI-CONTACT-EMAIL TO DM-CONTACT-EMAIL.
           MOVE DI-LEAD-TIME-TARGET TO DM-LEAD-TIME-TARGET.
           MOVE DI-ACTIVE-FLAG TO DM-ACTIVE-FLAG.
           MOVE DI-PAY-METHOD TO DM-PAY-METHOD.
           MOVE DI-WARRANTY-DAYS TO DM-WARRANTY-DAYS.
           IF DM-PAY-BY-ACH THEN
               MOVE DI-ROUTING-NUMBER TO DM-ROUTING-NUMBER
               MOVE DI-ACCOUNT-NUMBER TO DM-ACCOUNT-NUMBER
           ELSE
               MOVE SPACES TO DM-ROUTING-NUMBER
               MOVE SPACES TO DM-ACCOUNT-NUMBER
           END-IF.
           IF WS-DISTRIBUTOR-FOUND THEN
               REWRITE DISTRIBUTOR-MASTER-RECORD
           ELSE
               WRITE DISTRIBUTOR-MASTER-RECORD
           END-IF.
           ADD 1 TO WS-ENTRIES-LOADED.

       CLOSE-FILES.
           CLOSE DISTRIBUTOR-FEED.
           CLOSE DISTRIBUTOR-MASTER.

       END PROGRAM DISTRIBUTOR-LOAD.
