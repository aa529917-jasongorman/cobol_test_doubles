               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-IMDB-ID
               FILE STATUS IS WS-TITLE-MASTER-STATUS.

           SELECT OPEN-ORDERS ASSIGN TO 'OPENORD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OO-IMDB-ID
               FILE STATUS IS WS-OPEN-ORDERS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COPY-FEED.
           05  CF-COPY-NUMBER      PIC 9(4).
           05  CF-BARCODE          PIC X(12).
           05  CF-HOME-STORE       PIC X(03).
           05  CF-UNIT-COST        PIC 9(3)V9(2).
           05  CF-ACQUISITION-CLASS PIC X(01).
           05  CF-MEDIA-FORMAT     PIC X(03).

       FD  COPY-MASTER.
       COPY 'copy-master.cpy'.
       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.

       FD  OPEN-ORDERS.
       COPY 'open-orders.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'COPY-MASTER-LOAD'.
           01  WS-COPY-MASTER-STATUS PIC X(02).
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-OPEN-ORDERS-STATUS PIC X(02).
           01  WS-ORDERS-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-OPEN-ORDERS-AVAILABLE VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-COPY-FEED        VALUE 'Y'.
           01  WS-TITLE-FOUND-SWITCH PIC X(01).
               88  WS-TITLE-FOUND          VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-NEW-RELEASE-DAYS PIC 9(3) VALUE 180.
           01  WS-DAYS-SINCE-RELEASE PIC S9(7) COMP.
           01  WS-COPIES-UNCOSTED  PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-READ     PIC 9(7) COMP VALUE 0.
           01  WS-COPIES-REGISTERED PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-REJECTED PIC 9(7) COMP VALUE 0.
           DISPLAY 'COPY-MASTER-LOAD: ENTRIES READ '
               WS-ENTRIES-READ
               ' REGISTERED ' WS-COPIES-REGISTERED
               ' REJECTED ' WS-ENTRIES-REJECTED
               ' NO COST ' WS-COPIES-UNCOSTED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT COPY-FEED.
           PERFORM OPEN-COPY-MASTER.
           OPEN INPUT TITLE-MASTER.
           OPEN INPUT OPEN-ORDERS.
           IF WS-OPEN-ORDERS-STATUS = '00' THEN
               SET WS-OPEN-ORDERS-AVAILABLE TO TRUE
           END-IF.

       OPEN-COPY-MASTER.
           OPEN I-O COPY-MASTER.
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'COPY-MASTER-LOAD: BLANK HOME STORE '
                       'FOR ' CF-IMDB-ID
               WHEN CF-ACQUISITION-CLASS NOT = SPACE
                       AND CF-ACQUISITION-CLASS NOT = 'N'
                       AND CF-ACQUISITION-CLASS NOT = 'C'
                       AND CF-ACQUISITION-CLASS NOT = 'P'
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'COPY-MASTER-LOAD: BAD ACQUISITION CLASS '
                       'FOR ' CF-IMDB-ID
               WHEN CF-MEDIA-FORMAT NOT = SPACES
                       AND CF-MEDIA-FORMAT NOT = 'DVD'
                       AND CF-MEDIA-FORMAT NOT = 'BLU'
                       AND CF-MEDIA-FORMAT NOT = '4K'
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'COPY-MASTER-LOAD: BAD MEDIA FORMAT '
                       CF-MEDIA-FORMAT ' FOR ' CF-IMDB-ID
               WHEN OTHER
                   PERFORM REGISTER-ONE-COPY
           END-EVALUATE.
           MOVE CF-COPY-NUMBER TO CM-COPY-NUMBER.
           MOVE CF-BARCODE TO CM-BARCODE.
           MOVE CF-HOME-STORE TO CM-HOME-STORE.
      *    A FEED WITH NO FORMAT IS THE DVD STOCK IT ALWAYS WAS.
           IF CF-MEDIA-FORMAT = SPACES THEN
               SET CM-FORMAT-DVD TO TRUE
           ELSE
               MOVE CF-MEDIA-FORMAT TO CM-MEDIA-FORMAT
           END-IF.
           SET CM-COPY-ON-SHELF TO TRUE.
           MOVE SPACES TO CM-MEMBER-ID.
           MOVE WS-TODAY-CCYYMMDD TO CM-STATUS-DATE.
           PERFORM SET-COPY-ASSET-VALUES.
           WRITE COPY-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ENTRIES-REJECTED
                   ADD 1 TO WS-COPIES-REGISTERED
           END-WRITE.

      *    THE COPY IS BOOKED AT THE COST ON THE FEED, OR FAILING
      *    THAT THE COST AGREED ON THE TITLE'S PURCHASE ORDER. A COPY
      *    WITH NEITHER IS REGISTERED AT NO COST AND REPORTED, SO IT
      *    CAN BE CORRECTED BEFORE MONTH END. WITH NO CLASS ON THE
      *    FEED, A TITLE RELEASED IN THE LAST SIX MONTHS IS A NEW
      *    RELEASE AND ANYTHING OLDER IS CATALOG.
       SET-COPY-ASSET-VALUES.
           MOVE WS-TODAY-CCYYMMDD TO CM-ACQUIRED-DATE.
           MOVE ZERO TO CM-UNIT-COST.
           IF CF-UNIT-COST NUMERIC AND CF-UNIT-COST > ZERO THEN
               MOVE CF-UNIT-COST TO CM-UNIT-COST
           ELSE
               PERFORM LOOKUP-ORDER-COST
           END-IF.
           IF CM-UNIT-COST = ZERO THEN
               ADD 1 TO WS-COPIES-UNCOSTED
               DISPLAY 'COPY-MASTER-LOAD: NO COST FOR ' CF-IMDB-ID
                   ' COPY ' CF-COPY-NUMBER
           END-IF.
           IF CF-ACQUISITION-CLASS NOT = SPACE THEN
               MOVE CF-ACQUISITION-CLASS TO CM-ACQUISITION-CLASS
           ELSE
               SET CM-CATALOG TO TRUE
               IF TM-RELEASE-DATE NUMERIC
                       AND TM-RELEASE-DATE > ZERO THEN
                   COMPUTE WS-DAYS-SINCE-RELEASE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) -
                       FUNCTION INTEGER-OF-DATE(TM-RELEASE-DATE)
                   IF WS-DAYS-SINCE-RELEASE <= WS-NEW-RELEASE-DAYS
                       THEN
                       SET CM-NEW-RELEASE TO TRUE
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO CM-ACCUM-AMORTIZATION.
           MOVE ZERO TO CM-MONTHS-AMORTIZED.
           MOVE ZERO TO CM-LAST-AMORTIZED-MONTH.
           MOVE SPACE TO CM-DISPOSAL-REASON.
           MOVE ZERO TO CM-DISPOSAL-DATE.
           MOVE 'N' TO CM-DISPOSAL-BOOKED-FLAG.

       LOOKUP-ORDER-COST.
           IF WS-OPEN-ORDERS-AVAILABLE THEN
               MOVE CF-IMDB-ID TO OO-IMDB-ID
               READ OPEN-ORDERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OO-UNIT-COST TO CM-UNIT-COST
               END-READ
           END-IF.

       CLOSE-FILES.
           CLOSE COPY-FEED.
           CLOSE COPY-MASTER.
           CLOSE TITLE-MASTER.
           IF WS-OPEN-ORDERS-AVAILABLE THEN
               CLOSE OPEN-ORDERS
           END-IF.

       END PROGRAM COPY-MASTER-LOAD.
