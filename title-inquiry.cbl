       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITLE-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-REQUESTS ASSIGN TO 'TITLEINQ'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TITLE-MASTER ASSIGN TO 'TITLEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-IMDB-ID
               FILE STATUS IS WS-TITLE-MASTER-STATUS.

           SELECT COPY-MASTER ASSIGN TO 'COPYMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-COPY-MASTER-STATUS.

           SELECT STORE-COPY-FILE ASSIGN TO 'STORECOPY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STORE-COPY-STATUS.

           SELECT STORE-MASTER ASSIGN TO 'STOREMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-STORE-ID
               FILE STATUS IS WS-STORE-MASTER-STATUS.

           SELECT RENTAL-TRANSACTION ASSIGN TO 'RENTALTXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RENTAL-TXN-STATUS.

           SELECT HOLD-QUEUE ASSIGN TO 'HOLDQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HQ-KEY
               FILE STATUS IS WS-HOLD-QUEUE-STATUS.

           SELECT OPEN-ORDERS ASSIGN TO 'OPENORD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OO-IMDB-ID
               FILE STATUS IS WS-OPEN-ORDERS-STATUS.

           SELECT INQUIRY-REPORT ASSIGN TO 'TITLEINQRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER QUESTION AT THE COUNTER: AN IMDB ID, OR FAILING
      *    THAT PART OF THE TITLE. THE MEMBER ID IS OPTIONAL AND ONLY
      *    ADDS THAT MEMBER'S PLACE IN THE HOLD LINE.
       FD  INQUIRY-REQUESTS.
       01  INQUIRY-REQUEST-RECORD.
           05  TQ-IMDB-ID          PIC X(10).
           05  TQ-SEARCH-TEXT      PIC X(30).
           05  TQ-MEMBER-ID        PIC X(08).

       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.

       FD  COPY-MASTER.
       COPY 'copy-master.cpy'.

       FD  STORE-COPY-FILE.
       COPY 'store-copy.cpy'.

       FD  STORE-MASTER.
       COPY 'store-master.cpy'.

       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.

       FD  HOLD-QUEUE.
       COPY 'hold-queue.cpy'.

       FD  OPEN-ORDERS.
       COPY 'open-orders.cpy'.

       FD  INQUIRY-REPORT.
       01  INQUIRY-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'TITLE-INQUIRY'.
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-COPY-MASTER-STATUS PIC X(02).
           01  WS-STORE-COPY-STATUS PIC X(02).
           01  WS-STORE-MASTER-STATUS PIC X(02).
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-HOLD-QUEUE-STATUS PIC X(02).
           01  WS-OPEN-ORDERS-STATUS PIC X(02).
           01  WS-STORE-COPY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-STORE-COPY-AVAILABLE VALUE 'Y'.
           01  WS-STORE-FILE-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-STORE-FILE-AVAILABLE VALUE 'Y'.
           01  WS-RENTAL-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-RENTAL-FILE-AVAILABLE VALUE 'Y'.
           01  WS-HOLDQ-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-HOLDQ-AVAILABLE      VALUE 'Y'.
           01  WS-ORDERS-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-ORDERS-AVAILABLE     VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-INQUIRIES        VALUE 'Y'.
           01  WS-STORE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-STORES           VALUE 'Y'.
           01  WS-TITLE-EOF-SWITCH PIC X(01).
               88  END-OF-CATALOG          VALUE 'Y'.
           01  WS-COPY-EOF-SWITCH  PIC X(01).
               88  END-OF-TITLE-COPIES     VALUE 'Y'.
           01  WS-MEMBER-EOF-SWITCH PIC X(01).
               88  END-OF-MEMBER-RENTALS   VALUE 'Y'.
           01  WS-HOLD-EOF-SWITCH  PIC X(01).
               88  END-OF-TITLE-HOLDS      VALUE 'Y'.
           01  WS-OPEN-RENTAL-SWITCH PIC X(01).
               88  WS-OPEN-RENTAL-FOUND    VALUE 'Y'.
           01  WS-SLOT-FOUND-SWITCH PIC X(01).
               88  WS-SLOT-FOUND           VALUE 'Y'.
           01  WS-TITLE-FOUND-SWITCH PIC X(01).
               88  WS-TITLE-FOUND          VALUE 'Y'.
           01  WS-ORDER-FOUND-SWITCH PIC X(01).
               88  WS-ORDER-FOUND          VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-SEARCH-TEXT      PIC X(30).
           01  WS-SEARCH-LENGTH    PIC 9(2) COMP.
           01  WS-TITLE-WORK       PIC X(30).
           01  WS-SEARCH-HITS      PIC 9(4) COMP.
           01  WS-MATCH-MAX        PIC 9(2) COMP VALUE 20.
           01  WS-MATCH-COUNT      PIC 9(4) COMP.
      *    EVERY STORE ON THE STORE MASTER, LOADED ONCE; THE COUNTS
      *    ARE CLEARED FOR EACH TITLE. A STORE CODE ON A COPY THAT
      *    THE STORE MASTER DOES NOT KNOW IS ADDED AS IT IS MET.
           01  WS-STORE-MAX        PIC 9(2) COMP VALUE 30.
           01  WS-STORE-COUNT      PIC 9(2) COMP VALUE 0.
           01  WS-STORE-IDX        PIC 9(2) COMP.
           01  WS-LOOKUP-STORE     PIC X(03).
           01  WS-STORE-TABLE.
               05  WS-SA-ENTRY OCCURS 30 TIMES.
                   10  WS-SA-STORE-ID      PIC X(03).
                   10  WS-SA-STORE-NAME    PIC X(30).
                   10  WS-SA-ON-SHELF      PIC 9(4).
                   10  WS-SA-RENTED        PIC 9(4).
                   10  WS-SA-NEXT-DUE      PIC 9(8).
                   10  WS-SA-IN-REPAIR     PIC 9(4).
                   10  WS-SA-IN-TRANSIT    PIC 9(4).
                   10  WS-SA-STORE-COUNT   PIC 9(4).
           01  WS-HOLDS-WAITING    PIC 9(4).
           01  WS-HOLDS-NOTIFIED   PIC 9(4).
           01  WS-MEMBER-POSITION  PIC 9(4).
           01  WS-QTY-OUTSTANDING  PIC 9(4).
           01  WS-PRICE-EDIT       PIC Z9.99.
           01  WS-SET-PRICE-EDIT   PIC Z9.99.
           01  WS-SHELF-EDIT       PIC ZZZ9.
           01  WS-RENTED-EDIT      PIC ZZZ9.
           01  WS-REPAIR-EDIT      PIC ZZZ9.
           01  WS-TRANSIT-EDIT     PIC ZZZ9.
           01  WS-COUNT-EDIT       PIC ZZZ9.
           01  WS-QTY-EDIT         PIC ZZZ9.
           01  WS-DUE-TEXT         PIC X(08).
           01  WS-REPORT-LINE      PIC X(132).
           01  WS-INQUIRIES-READ   PIC 9(7) COMP VALUE 0.
           01  WS-TITLES-REPORTED  PIC 9(7) COMP VALUE 0.
           01  WS-INQUIRIES-UNANSWERED PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           IF WS-STORE-FILE-AVAILABLE THEN
               PERFORM LOAD-STORE-LIST
           END-IF.
           PERFORM READ-NEXT-INQUIRY.
           PERFORM ANSWER-ONE-INQUIRY UNTIL END-OF-INQUIRIES.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-INQUIRIES-READ, WS-TITLES-REPORTED,
               WS-INQUIRIES-UNANSWERED.
           DISPLAY 'TITLE-INQUIRY: INQUIRIES ' WS-INQUIRIES-READ
               ' TITLES REPORTED ' WS-TITLES-REPORTED
               ' NOT FOUND ' WS-INQUIRIES-UNANSWERED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT INQUIRY-REQUESTS.
           OPEN INPUT TITLE-MASTER.
           OPEN INPUT COPY-MASTER.
           OPEN INPUT STORE-COPY-FILE.
           IF WS-STORE-COPY-STATUS = '00' THEN
               SET WS-STORE-COPY-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT STORE-MASTER.
           IF WS-STORE-MASTER-STATUS = '00' THEN
               SET WS-STORE-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT RENTAL-TRANSACTION.
           IF WS-RENTAL-TXN-STATUS = '00' THEN
               SET WS-RENTAL-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT HOLD-QUEUE.
           IF WS-HOLD-QUEUE-STATUS = '00' THEN
               SET WS-HOLDQ-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT OPEN-ORDERS.
           IF WS-OPEN-ORDERS-STATUS = '00' THEN
               SET WS-ORDERS-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT INQUIRY-REPORT.

      *    A CLOSED STORE IS LEFT OFF: THE CLERK CANNOT SEND A MEMBER
      *    THERE, AND ANY COPY STILL REGISTERED TO IT IS ADDED BACK
      *    UNDER ITS CODE WHEN THE COPY IS COUNTED.
       LOAD-STORE-LIST.
           PERFORM READ-NEXT-STORE.
           PERFORM LOAD-ONE-STORE UNTIL END-OF-STORES.

       READ-NEXT-STORE.
           READ STORE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STORE-EOF-SWITCH
           END-READ.

       LOAD-ONE-STORE.
           IF ST-STORE-OPEN AND WS-STORE-COUNT < WS-STORE-MAX THEN
               ADD 1 TO WS-STORE-COUNT
               MOVE ST-STORE-ID TO WS-SA-STORE-ID(WS-STORE-COUNT)
               MOVE ST-STORE-NAME TO WS-SA-STORE-NAME(WS-STORE-COUNT)
           END-IF.
           PERFORM READ-NEXT-STORE.

       READ-NEXT-INQUIRY.
           READ INQUIRY-REQUESTS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-INQUIRIES-READ
           END-READ.

      *    THE CLERK HAS THE IMDB ID OFF A BOX OR A RECEIPT, OR ONLY
      *    WHAT THE MEMBER REMEMBERS OF THE NAME. A NAME SEARCH MATCHES
      *    ANYWHERE IN THE TITLE, IGNORING CASE, AND STOPS AT TWENTY
      *    TITLES SO A ONE-WORD SEARCH DOES NOT PRINT THE CATALOG.
       ANSWER-ONE-INQUIRY.
           MOVE ZERO TO WS-MATCH-COUNT.
           EVALUATE TRUE
               WHEN TQ-IMDB-ID NOT = SPACES
                   MOVE 'N' TO WS-TITLE-FOUND-SWITCH
                   MOVE TQ-IMDB-ID TO TM-IMDB-ID
                   READ TITLE-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-TITLE-FOUND TO TRUE
                   END-READ
                   IF WS-TITLE-FOUND THEN
                       PERFORM REPORT-ONE-TITLE
                   END-IF
               WHEN TQ-SEARCH-TEXT NOT = SPACES
                   PERFORM SEARCH-CATALOG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-MATCH-COUNT = ZERO THEN
               ADD 1 TO WS-INQUIRIES-UNANSWERED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NO TITLE FOUND FOR ' TQ-IMDB-ID ' '
                   TQ-SEARCH-TEXT
               INTO WS-REPORT-LINE
               END-STRING
               WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.
           PERFORM READ-NEXT-INQUIRY.

       SEARCH-CATALOG.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TQ-SEARCH-TEXT))
               TO WS-SEARCH-TEXT.
           COMPUTE WS-SEARCH-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(TQ-SEARCH-TEXT)).
           MOVE 'N' TO WS-TITLE-EOF-SWITCH.
           MOVE LOW-VALUES TO TM-IMDB-ID.
           START TITLE-MASTER KEY IS NOT LESS THAN TM-IMDB-ID
               INVALID KEY
                   MOVE 'Y' TO WS-TITLE-EOF-SWITCH
           END-START.
           IF NOT END-OF-CATALOG THEN
               PERFORM READ-NEXT-CATALOG-TITLE
               PERFORM MATCH-ONE-CATALOG-TITLE
                   UNTIL END-OF-CATALOG
           END-IF.

       READ-NEXT-CATALOG-TITLE.
           READ TITLE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TITLE-EOF-SWITCH
           END-READ.

       MATCH-ONE-CATALOG-TITLE.
           MOVE FUNCTION UPPER-CASE(TM-TITLE) TO WS-TITLE-WORK.
           MOVE ZERO TO WS-SEARCH-HITS.
           INSPECT WS-TITLE-WORK TALLYING WS-SEARCH-HITS
               FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LENGTH).
           IF WS-SEARCH-HITS > ZERO THEN
               IF WS-MATCH-COUNT < WS-MATCH-MAX THEN
                   PERFORM REPORT-ONE-TITLE
               ELSE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'MORE TITLES MATCH ' TQ-SEARCH-TEXT
                       ' - GIVE MORE OF THE NAME OR THE IMDB ID'
                   INTO WS-REPORT-LINE
                   END-STRING
                   WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
                   MOVE SPACES TO WS-REPORT-LINE
                   WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
                   MOVE 'Y' TO WS-TITLE-EOF-SWITCH
               END-IF
           END-IF.
           IF NOT END-OF-CATALOG THEN
               PERFORM READ-NEXT-CATALOG-TITLE
           END-IF.

      *****************************************************************
      *    ONE TITLE, EVERY STORE: WHAT IS ON THE SHELF, WHAT IS OUT
      *    AND WHEN THE FIRST OF IT IS DUE BACK, WHAT IS IN REPAIR,
      *    AND WHAT IS ON ITS WAY IN, THEN THE HOLD LINE AND ANY OPEN
      *    ORDER - ENOUGH FOR THE CLERK TO OFFER A TRANSFER, A HOLD,
      *    OR A DATE. COPIES ARE COUNTED OFF THE COPY REGISTER; THE
      *    STORE'S OWN STOCK FIGURE IS SHOWN BESIDE THEM.
      *****************************************************************
       REPORT-ONE-TITLE.
           ADD 1 TO WS-MATCH-COUNT.
           ADD 1 TO WS-TITLES-REPORTED.
           PERFORM CLEAR-ONE-STORE-COUNT
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT.
           PERFORM COUNT-TITLE-COPIES.
           IF WS-STORE-COPY-AVAILABLE THEN
               PERFORM GET-ONE-STORE-COUNT
                   VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-COUNT
           END-IF.
           PERFORM WRITE-TITLE-HEADER.
           PERFORM WRITE-ONE-STORE-LINE
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT.
           PERFORM WRITE-HOLD-LINE.
           PERFORM WRITE-ORDER-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE.

       CLEAR-ONE-STORE-COUNT.
           MOVE ZERO TO WS-SA-ON-SHELF(WS-STORE-IDX).
           MOVE ZERO TO WS-SA-RENTED(WS-STORE-IDX).
           MOVE ZERO TO WS-SA-NEXT-DUE(WS-STORE-IDX).
           MOVE ZERO TO WS-SA-IN-REPAIR(WS-STORE-IDX).
           MOVE ZERO TO WS-SA-IN-TRANSIT(WS-STORE-IDX).
           MOVE ZERO TO WS-SA-STORE-COUNT(WS-STORE-IDX).

       COUNT-TITLE-COPIES.
           MOVE 'N' TO WS-COPY-EOF-SWITCH.
           MOVE TM-IMDB-ID TO CM-IMDB-ID.
           MOVE ZERO TO CM-COPY-NUMBER.
           START COPY-MASTER KEY IS NOT LESS THAN CM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-START.
           IF NOT END-OF-TITLE-COPIES THEN
               PERFORM READ-NEXT-TITLE-COPY
               PERFORM COUNT-ONE-COPY UNTIL END-OF-TITLE-COPIES
           END-IF.

       READ-NEXT-TITLE-COPY.
           READ COPY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
               NOT AT END
                   IF CM-IMDB-ID NOT = TM-IMDB-ID THEN
                       MOVE 'Y' TO WS-COPY-EOF-SWITCH
                   END-IF
           END-READ.

      *    A COPY IN TRANSIT ALREADY CARRIES THE STORE IT IS GOING TO
      *    AS ITS HOME STORE, SO IT IS SHOWN AS ON ITS WAY THERE.
       COUNT-ONE-COPY.
           IF NOT CM-COPY-RETIRED THEN
               MOVE CM-HOME-STORE TO WS-LOOKUP-STORE
               PERFORM FIND-STORE-SLOT
               IF WS-SLOT-FOUND THEN
                   EVALUATE TRUE
                       WHEN CM-COPY-ON-SHELF
                           ADD 1 TO WS-SA-ON-SHELF(WS-STORE-IDX)
                       WHEN CM-COPY-RENTED
                           ADD 1 TO WS-SA-RENTED(WS-STORE-IDX)
                           PERFORM NOTE-COPY-DUE-DATE
                       WHEN CM-COPY-IN-REPAIR
                           ADD 1 TO WS-SA-IN-REPAIR(WS-STORE-IDX)
                       WHEN CM-COPY-IN-TRANSIT
                           ADD 1 TO WS-SA-IN-TRANSIT(WS-STORE-IDX)
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM READ-NEXT-TITLE-COPY.

       FIND-STORE-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-SWITCH.
           PERFORM CHECK-ONE-STORE-SLOT
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT
               OR WS-SLOT-FOUND.
           IF NOT WS-SLOT-FOUND AND WS-STORE-COUNT < WS-STORE-MAX THEN
               ADD 1 TO WS-STORE-COUNT
               MOVE WS-STORE-COUNT TO WS-STORE-IDX
               MOVE WS-LOOKUP-STORE TO WS-SA-STORE-ID(WS-STORE-IDX)
               MOVE 'NOT ON STORE MASTER'
                   TO WS-SA-STORE-NAME(WS-STORE-IDX)
               PERFORM CLEAR-ONE-STORE-COUNT
               SET WS-SLOT-FOUND TO TRUE
           END-IF.

       CHECK-ONE-STORE-SLOT.
           IF WS-SA-STORE-ID(WS-STORE-IDX) = WS-LOOKUP-STORE THEN
               SET WS-SLOT-FOUND TO TRUE
               SUBTRACT 1 FROM WS-STORE-IDX
           END-IF.

      *    THE DUE DATE IS ON THE RENTAL, NOT THE COPY: THE OPEN
      *    RENTAL OF THIS COPY TO THE MEMBER WHO HAS IT IS FOUND AND
      *    THE EARLIEST DUE DATE AT THE STORE IS KEPT.
       NOTE-COPY-DUE-DATE.
           IF WS-RENTAL-FILE-AVAILABLE THEN
               PERFORM FIND-OPEN-RENTAL-FOR-COPY
               IF WS-OPEN-RENTAL-FOUND THEN
                   IF WS-SA-NEXT-DUE(WS-STORE-IDX) = ZERO
                           OR RT-DUE-DATE
                               < WS-SA-NEXT-DUE(WS-STORE-IDX) THEN
                       MOVE RT-DUE-DATE TO WS-SA-NEXT-DUE(WS-STORE-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-OPEN-RENTAL-FOR-COPY.
           MOVE 'N' TO WS-OPEN-RENTAL-SWITCH.
           MOVE 'N' TO WS-MEMBER-EOF-SWITCH.
           MOVE CM-MEMBER-ID TO RT-MEMBER-ID.
           MOVE CM-IMDB-ID TO RT-IMDB-ID.
           MOVE ZERO TO RT-RENTAL-DATE.
           START RENTAL-TRANSACTION KEY IS NOT LESS THAN RT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MEMBER-EOF-SWITCH
           END-START.
           PERFORM MATCH-ONE-MEMBER-RENTAL
               UNTIL END-OF-MEMBER-RENTALS OR WS-OPEN-RENTAL-FOUND.

       MATCH-ONE-MEMBER-RENTAL.
           READ RENTAL-TRANSACTION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MEMBER-EOF-SWITCH
               NOT AT END
                   IF RT-MEMBER-ID NOT = CM-MEMBER-ID
                           OR RT-IMDB-ID NOT = CM-IMDB-ID
                       MOVE 'Y' TO WS-MEMBER-EOF-SWITCH
                   ELSE
                       IF RT-RETURN-DATE = ZERO
                               AND RT-COPY-NUMBER = CM-COPY-NUMBER
                           SET WS-OPEN-RENTAL-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

       GET-ONE-STORE-COUNT.
           MOVE TM-IMDB-ID TO SC-IMDB-ID.
           MOVE WS-SA-STORE-ID(WS-STORE-IDX) TO SC-STORE-ID.
           READ STORE-COPY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SC-COPIES-ON-HAND
                       TO WS-SA-STORE-COUNT(WS-STORE-IDX)
           END-READ.

       WRITE-TITLE-HEADER.
           MOVE TM-PRICE TO WS-PRICE-EDIT.
           MOVE TM-COPIES-ON-HAND TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING TM-IMDB-ID ' ' TM-TITLE ' ' TM-YEAR
               ' CERT ' TM-CERTIFICATE
               ' PRICE ' WS-PRICE-EDIT
               ' CHAIN ON HAND ' WS-COUNT-EDIT
               ' - PREPARED ' WS-CURRENT-DATE(1:8)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE.
           IF TM-DISC-COUNT NUMERIC AND TM-DISC-COUNT > ZERO THEN
               MOVE TM-SET-PRICE TO WS-SET-PRICE-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    BOX SET OF ' TM-DISC-COUNT
                   ' DISCS - SET PRICE ' WS-SET-PRICE-EDIT
               INTO WS-REPORT-LINE
               END-STRING
               WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    STORE NAME                           '
               'SHELF  OUT  DUE BACK  REPAIR  INBOUND  STORE STOCK'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-ONE-STORE-LINE.
           MOVE WS-SA-ON-SHELF(WS-STORE-IDX) TO WS-SHELF-EDIT.
           MOVE WS-SA-RENTED(WS-STORE-IDX) TO WS-RENTED-EDIT.
           MOVE WS-SA-IN-REPAIR(WS-STORE-IDX) TO WS-REPAIR-EDIT.
           MOVE WS-SA-IN-TRANSIT(WS-STORE-IDX) TO WS-TRANSIT-EDIT.
           MOVE WS-SA-STORE-COUNT(WS-STORE-IDX) TO WS-COUNT-EDIT.
           IF WS-SA-NEXT-DUE(WS-STORE-IDX) = ZERO THEN
               MOVE SPACES TO WS-DUE-TEXT
           ELSE
               MOVE WS-SA-NEXT-DUE(WS-STORE-IDX) TO WS-DUE-TEXT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    ' WS-SA-STORE-ID(WS-STORE-IDX) '   '
               WS-SA-STORE-NAME(WS-STORE-IDX) ' '
               WS-SHELF-EDIT ' ' WS-RENTED-EDIT '  '
               WS-DUE-TEXT '    ' WS-REPAIR-EDIT '     '
               WS-TRANSIT-EDIT '         ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE.

      *    ONLY A WAITING HOLD IS IN THE LINE; A NOTIFIED HOLD HAS A
      *    COPY PUT BY FOR PICKUP AND IS SHOWN SEPARATELY.
       WRITE-HOLD-LINE.
           MOVE ZERO TO WS-HOLDS-WAITING.
           MOVE ZERO TO WS-HOLDS-NOTIFIED.
           MOVE ZERO TO WS-MEMBER-POSITION.
           IF WS-HOLDQ-AVAILABLE THEN
               PERFORM COUNT-TITLE-HOLDS
           END-IF.
           MOVE WS-HOLDS-WAITING TO WS-COUNT-EDIT.
           MOVE WS-HOLDS-NOTIFIED TO WS-QTY-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    HOLDS WAITING ' WS-COUNT-EDIT
               '  PUT BY FOR PICKUP ' WS-QTY-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE.
           IF TQ-MEMBER-ID NOT = SPACES THEN
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-MEMBER-POSITION > ZERO THEN
                   MOVE WS-MEMBER-POSITION TO WS-QTY-EDIT
                   STRING '    MEMBER ' TQ-MEMBER-ID
                       ' IS NUMBER ' WS-QTY-EDIT ' IN LINE'
                   INTO WS-REPORT-LINE
                   END-STRING
               ELSE
                   STRING '    MEMBER ' TQ-MEMBER-ID
                       ' HAS NO WAITING HOLD ON THIS TITLE'
                   INTO WS-REPORT-LINE
                   END-STRING
               END-IF
               WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       COUNT-TITLE-HOLDS.
           MOVE 'N' TO WS-HOLD-EOF-SWITCH.
           MOVE TM-IMDB-ID TO HQ-IMDB-ID.
           MOVE LOW-VALUES TO HQ-REQUEST-TIMESTAMP.
           START HOLD-QUEUE KEY IS NOT LESS THAN HQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-START.
           IF NOT END-OF-TITLE-HOLDS THEN
               PERFORM READ-NEXT-TITLE-HOLD
               PERFORM COUNT-ONE-HOLD UNTIL END-OF-TITLE-HOLDS
           END-IF.

       READ-NEXT-TITLE-HOLD.
           READ HOLD-QUEUE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               NOT AT END
                   IF HQ-IMDB-ID NOT = TM-IMDB-ID THEN
                       MOVE 'Y' TO WS-HOLD-EOF-SWITCH
                   END-IF
           END-READ.

       COUNT-ONE-HOLD.
           EVALUATE TRUE
               WHEN HQ-HOLD-WAITING
                   ADD 1 TO WS-HOLDS-WAITING
                   IF HQ-MEMBER-ID = TQ-MEMBER-ID
                           AND WS-MEMBER-POSITION = ZERO THEN
                       MOVE WS-HOLDS-WAITING TO WS-MEMBER-POSITION
                   END-IF
               WHEN HQ-HOLD-NOTIFIED
                   ADD 1 TO WS-HOLDS-NOTIFIED
           END-EVALUATE.
           PERFORM READ-NEXT-TITLE-HOLD.

       WRITE-ORDER-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'N' TO WS-ORDER-FOUND-SWITCH.
           IF WS-ORDERS-AVAILABLE THEN
               MOVE TM-IMDB-ID TO OO-IMDB-ID
               READ OPEN-ORDERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OO-ORDER-OPEN
                               AND OO-QUANTITY-ORDERED
                                   > OO-QUANTITY-RECEIVED THEN
                           SET WS-ORDER-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF WS-ORDER-FOUND THEN
               COMPUTE WS-QTY-OUTSTANDING =
                   OO-QUANTITY-ORDERED - OO-QUANTITY-RECEIVED
               MOVE WS-QTY-OUTSTANDING TO WS-QTY-EDIT
               STRING '    ON ORDER ' WS-QTY-EDIT
                   ' FROM ' OO-VENDOR-ID
                   ' ORDERED ' OO-ORDER-DATE
               INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE '    NOT ON ORDER' TO WS-REPORT-LINE
           END-IF.
           WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           CLOSE INQUIRY-REQUESTS.
           CLOSE TITLE-MASTER.
           CLOSE COPY-MASTER.
           IF WS-STORE-COPY-AVAILABLE THEN
               CLOSE STORE-COPY-FILE
           END-IF.
           IF WS-STORE-FILE-AVAILABLE THEN
               CLOSE STORE-MASTER
           END-IF.
           IF WS-RENTAL-FILE-AVAILABLE THEN
               CLOSE RENTAL-TRANSACTION
           END-IF.
           IF WS-HOLDQ-AVAILABLE THEN
               CLOSE HOLD-QUEUE
           END-IF.
           IF WS-ORDERS-AVAILABLE THEN
               CLOSE OPEN-ORDERS
           END-IF.
           CLOSE INQUIRY-REPORT.

       END PROGRAM TITLE-INQUIRY.
