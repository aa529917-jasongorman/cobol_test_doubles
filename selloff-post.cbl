               FILE STATUS IS WS-STORE-COPY-STATUS.

           SELECT SALES-LOG ASSIGN TO 'SELLOFFLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-LOG-STATUS.

           SELECT RETIRE-REQUESTS ASSIGN TO 'RETIREREQ'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COPY-MASTER ASSIGN TO 'COPYMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-COPY-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-FEED.
           05  SF-STORE-ID         PIC X(03).
           05  SF-QUANTITY         PIC 9(4).
           05  SF-SALE-PRICE       PIC 9(2)V9(2).
           05  SF-OPERATOR-ID      PIC X(08).
           05  SF-TENDER           PIC X(06).
           05  SF-SALE-DATE        PIC 9(8).

       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.
           05  SO-SALE-PRICE       PIC 9(2)V9(2).
           05  SO-PROCEEDS         PIC 9(5)V9(2).
           05  SO-SALE-TIMESTAMP   PIC X(21).
      *    THE COUNTER SIDE OF THE SALE, READ BY TILL-CLOSE. A FEED
      *    LINE WITH NO SALE DATE IS DATED THE DAY IT POSTS.
           05  SO-OPERATOR-ID      PIC X(08).
           05  SO-TENDER           PIC X(06).
           05  SO-SALE-DATE        PIC 9(8).

       FD  RETIRE-REQUESTS.
       01  RETIRE-REQUEST-RECORD.
           05  RQ-IMDB-ID          PIC X(10).
           05  RQ-REASON           PIC X(40).

       FD  COPY-MASTER.
       COPY 'copy-master.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'SELLOFF-POST'.
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-STORE-COPY-STATUS PIC X(02).
           01  WS-SALES-LOG-STATUS PIC X(02).
           01  WS-COPY-MASTER-STATUS PIC X(02).
           01  WS-COPYMSTR-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-COPY-MASTER-AVAILABLE VALUE 'Y'.
           01  WS-REGISTER-EOF-SWITCH PIC X(01).
               88  END-OF-REGISTER-COPIES  VALUE 'Y'.
           01  WS-COPIES-TO-DISPOSE PIC 9(4).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-SALES            VALUE 'Y'.
           01  WS-TITLE-FOUND-SWITCH PIC X(01).
           OPEN INPUT SALES-FEED.
           OPEN I-O TITLE-MASTER.
           OPEN I-O STORE-COPY-FILE.
      *    THE SALES LOG IS KEPT FOR THE LIFE OF THE TITLE: TILL-CLOSE
      *    PICKS OUT THE DAY'S SALES BY DATE AND TITLE-ROI COUNTS
      *    EVERY SALE TOWARD THE TITLE'S PAYBACK.
           OPEN EXTEND SALES-LOG.
           IF WS-SALES-LOG-STATUS = '35' THEN
               OPEN OUTPUT SALES-LOG
           END-IF.
           OPEN OUTPUT RETIRE-REQUESTS.
           OPEN I-O COPY-MASTER.
           IF WS-COPY-MASTER-STATUS = '00' THEN
               SET WS-COPY-MASTER-AVAILABLE TO TRUE
           END-IF.

       READ-NEXT-SALE.
           READ SALES-FEED
           REWRITE TITLE-MASTER-RECORD.
           COMPUTE WS-PROCEEDS = SF-QUANTITY * SF-SALE-PRICE.
           PERFORM WRITE-SALE-LOG.
           IF WS-COPY-MASTER-AVAILABLE THEN
               PERFORM DISPOSE-SOLD-COPIES
           END-IF.
           ADD 1 TO WS-SALES-POSTED.
           ADD WS-PROCEEDS TO WS-PROCEEDS-TOTAL.
           IF TM-COPIES-ON-HAND = ZERO THEN
           MOVE SF-SALE-PRICE TO SO-SALE-PRICE.
           MOVE WS-PROCEEDS TO SO-PROCEEDS.
           MOVE WS-CURRENT-DATE TO SO-SALE-TIMESTAMP.
           MOVE SF-OPERATOR-ID TO SO-OPERATOR-ID.
           MOVE SF-TENDER TO SO-TENDER.
           IF SF-SALE-DATE NUMERIC AND SF-SALE-DATE > ZERO THEN
               MOVE SF-SALE-DATE TO SO-SALE-DATE
           ELSE
               MOVE WS-CURRENT-DATE(1:8) TO SO-SALE-DATE
           END-IF.
           WRITE SALES-LOG-RECORD.

      *    THE FEED SAYS HOW MANY COPIES SOLD, NOT WHICH ONES, SO THE
      *    COPY REGISTER GIVES UP THAT MANY OF THE TITLE'S COPIES
      *    SITTING ON THE SHELF AT THE SELLING STORE, LOWEST COPY
      *    NUMBER FIRST. COPY-AMORTIZE BOOKS THEIR DISPOSAL.
       DISPOSE-SOLD-COPIES.
           MOVE SF-QUANTITY TO WS-COPIES-TO-DISPOSE.
           MOVE 'N' TO WS-REGISTER-EOF-SWITCH.
           MOVE SF-IMDB-ID TO CM-IMDB-ID.
           MOVE ZEROS TO CM-COPY-NUMBER.
           START COPY-MASTER KEY IS NOT LESS THAN CM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
           END-START.
           IF NOT END-OF-REGISTER-COPIES THEN
               PERFORM READ-NEXT-REGISTER-COPY
               PERFORM DISPOSE-ONE-SOLD-COPY
                   UNTIL END-OF-REGISTER-COPIES
                      OR WS-COPIES-TO-DISPOSE = ZERO
           END-IF.
           IF WS-COPIES-TO-DISPOSE > ZERO THEN
               DISPLAY 'SELLOFF-POST: ' WS-COPIES-TO-DISPOSE
                   ' SOLD COPIES OF ' SF-IMDB-ID
                   ' NOT ON THE COPY REGISTER AT ' SF-STORE-ID
           END-IF.

       READ-NEXT-REGISTER-COPY.
           READ COPY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
               NOT AT END
                   IF CM-IMDB-ID NOT = SF-IMDB-ID
                       MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
                   END-IF
           END-READ.

       DISPOSE-ONE-SOLD-COPY.
           IF CM-HOME-STORE = SF-STORE-ID
                   AND CM-COPY-ON-SHELF
                   AND CM-NOT-DISPOSED THEN
               SET CM-SOLD-OFF TO TRUE
               MOVE SO-SALE-DATE TO CM-DISPOSAL-DATE
               SET CM-COPY-RETIRED TO TRUE
               MOVE SO-SALE-DATE TO CM-STATUS-DATE
               REWRITE COPY-MASTER-RECORD
               SUBTRACT 1 FROM WS-COPIES-TO-DISPOSE
           END-IF.
           IF WS-COPIES-TO-DISPOSE > ZERO THEN
               PERFORM READ-NEXT-REGISTER-COPY
           END-IF.

       REQUEST-TITLE-RETIREMENT.
           MOVE SF-IMDB-ID TO RQ-IMDB-ID.
           MOVE 'LAST COPY SOLD OFF' TO RQ-REASON.
           CLOSE STORE-COPY-FILE.
           CLOSE SALES-LOG.
           CLOSE RETIRE-REQUESTS.
           IF WS-COPY-MASTER-AVAILABLE THEN
               CLOSE COPY-MASTER
           END-IF.

       END PROGRAM SELLOFF-POST.
