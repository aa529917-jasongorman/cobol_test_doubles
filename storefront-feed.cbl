       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOREFRONT-FEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT STORE-MASTER ASSIGN TO 'STOREMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-STORE-ID
               FILE STATUS IS WS-STORE-MASTER-STATUS.

           SELECT PRICING-REF ASSIGN TO 'PRICEREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-PRICING-REF-STATUS.

           SELECT STOREFRONT-SNAPSHOT ASSIGN TO 'WEBSNAP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-IMDB-ID
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT STOREFRONT-FEED-FILE ASSIGN TO 'WEBFEED'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.

       FD  COPY-MASTER.
       COPY 'copy-master.cpy'.

       FD  STORE-MASTER.
       COPY 'store-master.cpy'.

       FD  PRICING-REF.
       COPY 'pricing-ref.cpy'.

       FD  STOREFRONT-SNAPSHOT.
       COPY 'storefront-snapshot.cpy'.

      *    THE STOREFRONT'S CATALOG FEED: THE USUAL HEADER AND TRAILER
      *    AROUND ONE LINE PER TITLE. 'A' ADDS OR REPLACES THE TITLE,
      *    'R' TAKES IT DOWN ('R' RETIRED FROM THE CATALOG, 'S' EVERY
      *    COPY SOLD OFF OR GONE). PRICES ARE TM-PRICE IN EACH
      *    CURRENCY THE STOREFRONT TAKES; AVAILABILITY IS COPIES ON
      *    THE SHELF AT EACH OPEN STORE BY FORMAT - DVD, BLU-RAY, 4K.
      *    THE HEADER SAYS WHETHER THE FILE IS THE WHOLE CATALOG 'F'
      *    OR ONLY THE CHANGES SINCE THE LAST FILE 'C'. THE TRAILER
      *    HASH IS THE TOTAL OF THE USD PRICES ON THE 'A' LINES.
       FD  STOREFRONT-FEED-FILE.
       01  STOREFRONT-FEED-RECORD.
           05  SF-ACTION           PIC X(01).
               88  SF-ADD-OR-REPLACE       VALUE 'A'.
               88  SF-REMOVE               VALUE 'R'.
           05  SF-IMDB-ID          PIC X(10).
           05  SF-TITLE            PIC X(30).
           05  SF-YEAR             PIC 9(4).
           05  SF-GENRE            PIC X(12).
           05  SF-CERTIFICATE      PIC X(05).
           05  SF-PRICE-ENTRY OCCURS 5 TIMES.
               10  SF-CURRENCY-CODE    PIC X(03).
               10  SF-PRICE            PIC 9(3)V9(2).
           05  SF-STORE-ENTRY OCCURS 30 TIMES.
               10  SF-STORE-ID         PIC X(03).
               10  SF-FORMAT-ON-SHELF  PIC 9(3) OCCURS 3 TIMES.
           05  SF-REMOVE-REASON    PIC X(01).
               88  SF-TITLE-RETIRED        VALUE 'R'.
               88  SF-TITLE-SOLD-OFF       VALUE 'S'.
       01  STOREFRONT-HEADER-RECORD.
           05  FILLER              PIC X(28).
           05  SH-REFRESH-TYPE     PIC X(01).
               88  SH-FULL-REFRESH         VALUE 'F'.
               88  SH-CHANGES-ONLY         VALUE 'C'.
       COPY 'feed-control.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'STOREFRONT-FEED'.
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-COPY-MASTER-STATUS PIC X(02).
           01  WS-STORE-MASTER-STATUS PIC X(02).
           01  WS-PRICING-REF-STATUS PIC X(02).
           01  WS-SNAPSHOT-STATUS  PIC X(02).
           01  WS-STORE-FILE-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-STORE-FILE-AVAILABLE VALUE 'Y'.
           01  WS-REF-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-REF-AVAILABLE        VALUE 'Y'.
           01  WS-REFRESH-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-FULL-REFRESH         VALUE 'Y'.
           01  WS-REFRESH-TYPE     PIC X(01).
           01  WS-TITLE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-TITLES           VALUE 'Y'.
           01  WS-STORE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-STORES           VALUE 'Y'.
           01  WS-COPY-EOF-SWITCH  PIC X(01).
               88  END-OF-TITLE-COPIES     VALUE 'Y'.
           01  WS-REF-EOF-SWITCH   PIC X(01).
               88  END-OF-REF-ENTRIES      VALUE 'Y'.
           01  WS-SNAP-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  END-OF-SNAPSHOT         VALUE 'Y'.
           01  WS-SNAP-FOUND-SWITCH PIC X(01).
               88  WS-SNAP-FOUND           VALUE 'Y'.
           01  WS-CONTROL-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  WS-CONTROL-FOUND        VALUE 'Y'.
           01  WS-SLOT-FOUND-SWITCH PIC X(01).
               88  WS-SLOT-FOUND           VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-TODAY-INTEGER    PIC S9(9) COMP.
           01  WS-DAY-OF-WEEK-MOD  PIC 9(1).
           01  WS-SEQUENCE-NUMBER  PIC 9(7) VALUE 0.
           01  WS-LAST-FULL-DATE   PIC 9(8) VALUE 0.
           01  WS-DAYS-SINCE-FULL  PIC S9(9) COMP.
           01  WS-LIVE-COPIES      PIC 9(5) COMP.
           01  WS-FORMAT-IDX       PIC 9(1) COMP.
           01  CURRENCY-RATE-CALENDAR.
               05  FILLER          PIC X(3) VALUE 'USD'.
               05  FILLER          PIC 9(1)V9(4) VALUE 1.0000.
               05  FILLER          PIC X(3) VALUE 'EUR'.
               05  FILLER          PIC 9(1)V9(4) VALUE 0.9200.
               05  FILLER          PIC X(3) VALUE 'GBP'.
               05  FILLER          PIC 9(1)V9(4) VALUE 0.7900.
               05  FILLER          PIC X(3) VALUE 'CAD'.
               05  FILLER          PIC 9(1)V9(4) VALUE 1.3500.
               05  FILLER          PIC X(3) VALUE 'AUD'.
               05  FILLER          PIC 9(1)V9(4) VALUE 1.5200.
           01  CURRENCY-RATE-TABLE REDEFINES CURRENCY-RATE-CALENDAR.
               05  CURRENCY-RATE-ENTRY OCCURS 5 TIMES
                   INDEXED BY CURRENCY-IDX.
                   10  CURRENCY-CODE-ENTRY PIC X(3).
                   10  CURRENCY-EXCHANGE-RATE PIC 9(1)V9(4).
           01  WS-CURRENCY-SUB     PIC 9(1) COMP.
           01  WS-CURRENCY-CODE    PIC X(03).
      *    THE OPEN STORES IN STORE-MASTER ORDER, ONE PER SLOT OF THE
      *    FEED LINE. A COPY HOMED AT A STORE NOT HERE IS NOT ON SALE.
           01  WS-STORE-MAX        PIC 9(2) COMP VALUE 30.
           01  WS-STORE-COUNT      PIC 9(2) COMP VALUE 0.
           01  WS-STORE-IDX        PIC 9(2) COMP.
           01  WS-STORE-TABLE.
               05  WS-FS-STORE-ID OCCURS 30 TIMES PIC X(03).
           01  WS-TITLES-READ      PIC 9(7) COMP VALUE 0.
           01  WS-TITLES-SENT      PIC 9(7) COMP VALUE 0.
           01  WS-TITLES-REMOVED   PIC 9(7) COMP VALUE 0.
           01  WS-TITLES-UNCHANGED PIC 9(7) COMP VALUE 0.
           01  WS-FEED-RECORDS     PIC 9(7) COMP VALUE 0.
           01  WS-FEED-HASH        PIC 9(13)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM OPEN-FILES.
           IF WS-STORE-FILE-AVAILABLE THEN
               PERFORM LOAD-STORE-LIST
           END-IF.
           PERFORM LOAD-CURRENCY-RATES.
           PERFORM READ-FEED-CONTROL-ENTRY.
           PERFORM CHOOSE-REFRESH-TYPE.
           PERFORM WRITE-FEED-HEADER.
           PERFORM READ-NEXT-TITLE.
           PERFORM FEED-ONE-TITLE UNTIL END-OF-TITLES.
           PERFORM REMOVE-UNSEEN-TITLES.
           PERFORM WRITE-FEED-TRAILER.
           PERFORM SAVE-FEED-CONTROL-ENTRY.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-TITLES-READ, WS-FEED-RECORDS,
               WS-TITLES-REMOVED.
           DISPLAY 'STOREFRONT-FEED: TITLES READ ' WS-TITLES-READ
               ' SENT ' WS-TITLES-SENT
               ' UNCHANGED ' WS-TITLES-UNCHANGED
               ' REMOVED ' WS-TITLES-REMOVED
               ' REFRESH ' WS-REFRESH-TYPE
               ' SEQUENCE ' WS-SEQUENCE-NUMBER.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT TITLE-MASTER.
           OPEN INPUT COPY-MASTER.
           OPEN INPUT STORE-MASTER.
           IF WS-STORE-MASTER-STATUS = '00' THEN
               SET WS-STORE-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT PRICING-REF.
           IF WS-PRICING-REF-STATUS = '00' THEN
               SET WS-REF-AVAILABLE TO TRUE
           END-IF.
           PERFORM OPEN-STOREFRONT-SNAPSHOT.
           OPEN OUTPUT STOREFRONT-FEED-FILE.

      *    WITH NO SNAPSHOT THERE IS NOTHING TO TAKE CHANGES FROM, SO
      *    THE FIRST FILE IS ALWAYS THE WHOLE CATALOG.
       OPEN-STOREFRONT-SNAPSHOT.
           OPEN I-O STOREFRONT-SNAPSHOT.
           IF WS-SNAPSHOT-STATUS = '35' THEN
               OPEN OUTPUT STOREFRONT-SNAPSHOT
               CLOSE STOREFRONT-SNAPSHOT
               OPEN I-O STOREFRONT-SNAPSHOT
               SET WS-FULL-REFRESH TO TRUE
           END-IF.

       LOAD-STORE-LIST.
           PERFORM READ-NEXT-STORE.
           PERFORM LOAD-ONE-STORE UNTIL END-OF-STORES.

       READ-NEXT-STORE.
           READ STORE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STORE-EOF-SWITCH
           END-READ.

       LOAD-ONE-STORE.
           IF ST-STORE-OPEN THEN
               IF WS-STORE-COUNT < WS-STORE-MAX THEN
                   ADD 1 TO WS-STORE-COUNT
                   MOVE ST-STORE-ID TO WS-FS-STORE-ID(WS-STORE-COUNT)
               ELSE
                   DISPLAY 'STOREFRONT-FEED: NO ROOM ON THE FEED FOR '
                       'STORE ' ST-STORE-ID
               END-IF
           END-IF.
           PERFORM READ-NEXT-STORE.

      *    THE RATE FOR EACH CURRENCY IS THE ONE PRICEREF HAS IN
      *    FORCE TODAY, AS PRICE-MOVIE TAKES IT; THE BUILT-IN RATE
      *    STANDS WHERE PRICEREF HAS NONE.
       LOAD-CURRENCY-RATES.
           IF WS-REF-AVAILABLE THEN
               PERFORM LOOKUP-REF-CURRENCY-RATE
                   VARYING CURRENCY-IDX FROM 2 BY 1
                   UNTIL CURRENCY-IDX > 5
           END-IF.

       LOOKUP-REF-CURRENCY-RATE.
           MOVE CURRENCY-CODE-ENTRY(CURRENCY-IDX) TO WS-CURRENCY-CODE.
           MOVE 'N' TO WS-REF-EOF-SWITCH.
           MOVE 'C' TO PR-RECORD-TYPE.
           MOVE WS-CURRENCY-CODE TO PR-CODE.
           MOVE ZEROS TO PR-EFFECTIVE-DATE.
           START PRICING-REF KEY IS NOT LESS THAN PR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REF-EOF-SWITCH
           END-START.
           IF NOT END-OF-REF-ENTRIES THEN
               PERFORM READ-NEXT-REF-RATE
               PERFORM TRACK-EFFECTIVE-REF-RATE
                   UNTIL END-OF-REF-ENTRIES
           END-IF.

       READ-NEXT-REF-RATE.
           READ PRICING-REF NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REF-EOF-SWITCH
               NOT AT END
                   IF NOT PR-CURRENCY-ENTRY
                           OR PR-CODE NOT = WS-CURRENCY-CODE
                           OR PR-EFFECTIVE-DATE > WS-TODAY-CCYYMMDD
                       MOVE 'Y' TO WS-REF-EOF-SWITCH
                   END-IF
           END-READ.

       TRACK-EFFECTIVE-REF-RATE.
           IF PR-RATE > ZERO THEN
               MOVE PR-RATE TO CURRENCY-EXCHANGE-RATE(CURRENCY-IDX)
           END-IF.
           PERFORM READ-NEXT-REF-RATE.

       READ-FEED-CONTROL-ENTRY.
           MOVE '**CONTROL' TO SS-IMDB-ID.
           READ STOREFRONT-SNAPSHOT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CONTROL-FOUND TO TRUE
                   MOVE SS-LAST-SEQUENCE TO WS-SEQUENCE-NUMBER
                   MOVE SS-LAST-FULL-DATE TO WS-LAST-FULL-DATE
           END-READ.
           ADD 1 TO WS-SEQUENCE-NUMBER.

      *    THE WHOLE CATALOG GOES ON SUNDAYS, SO ANYTHING THE
      *    STOREFRONT MISSED DURING THE WEEK IS PUT RIGHT. IF A
      *    SUNDAY RUN WAS MISSED, THE NEXT RUN SENDS IT INSTEAD.
       CHOOSE-REFRESH-TYPE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).
           COMPUTE WS-DAY-OF-WEEK-MOD =
               FUNCTION MOD(WS-TODAY-INTEGER, 7).
           IF WS-DAY-OF-WEEK-MOD = 0 THEN
               SET WS-FULL-REFRESH TO TRUE
           END-IF.
           IF WS-LAST-FULL-DATE = ZERO THEN
               SET WS-FULL-REFRESH TO TRUE
           ELSE
               COMPUTE WS-DAYS-SINCE-FULL = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-LAST-FULL-DATE)
               IF WS-DAYS-SINCE-FULL > 7 THEN
                   SET WS-FULL-REFRESH TO TRUE
               END-IF
           END-IF.

       WRITE-FEED-HEADER.
           MOVE SPACES TO STOREFRONT-HEADER-RECORD.
           MOVE '**HDR' TO FC-RECORD-TAG.
           MOVE 'VIDSTORE' TO FC-SENDER-ID.
           MOVE WS-TODAY-CCYYMMDD TO FC-CREATION-DATE.
           MOVE WS-SEQUENCE-NUMBER TO FC-SEQUENCE-NUMBER.
           IF WS-FULL-REFRESH THEN
               SET SH-FULL-REFRESH TO TRUE
           ELSE
               SET SH-CHANGES-ONLY TO TRUE
           END-IF.
           MOVE SH-REFRESH-TYPE TO WS-REFRESH-TYPE.
           WRITE STOREFRONT-HEADER-RECORD.

       READ-NEXT-TITLE.
           READ TITLE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TITLE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TITLES-READ
           END-READ.

      *****************************************************************
      *    A TITLE IS ON SALE WHILE IT HAS A COPY NOT YET RETIRED, OR
      *    FOR A TITLE WHOSE COPIES WERE NEVER REGISTERED, WHILE IT
      *    STILL SHOWS COPIES ON HAND. ITS LINE IS SENT WHEN IT DIFFERS
      *    FROM THE ONE LAST SENT, OR ON A FULL REFRESH. A TITLE THAT
      *    IS NOT ON SALE IS LEFT UNSEEN, AND THE SWEEP AFTERWARDS
      *    TAKES IT DOWN IF THE STOREFRONT HAS IT.
      *****************************************************************
       FEED-ONE-TITLE.
           PERFORM BUILD-TITLE-LINE.
           IF WS-LIVE-COPIES > ZERO
                   OR TM-COPIES-ON-HAND > ZERO THEN
               PERFORM SEND-TITLE-IF-CHANGED
           END-IF.
           PERFORM READ-NEXT-TITLE.

       BUILD-TITLE-LINE.
           MOVE SPACES TO STOREFRONT-FEED-RECORD.
           MOVE TM-IMDB-ID TO SF-IMDB-ID.
           MOVE TM-TITLE TO SF-TITLE.
           MOVE TM-YEAR TO SF-YEAR.
           MOVE TM-GENRE TO SF-GENRE.
           MOVE TM-CERTIFICATE TO SF-CERTIFICATE.
           PERFORM PRICE-ONE-CURRENCY
               VARYING WS-CURRENCY-SUB FROM 1 BY 1
               UNTIL WS-CURRENCY-SUB > 5.
           PERFORM CLEAR-ONE-STORE-SLOT
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > 30.
           MOVE ZERO TO WS-LIVE-COPIES.
           PERFORM COUNT-TITLE-COPIES.

       PRICE-ONE-CURRENCY.
           MOVE CURRENCY-CODE-ENTRY(WS-CURRENCY-SUB)
               TO SF-CURRENCY-CODE(WS-CURRENCY-SUB).
           COMPUTE SF-PRICE(WS-CURRENCY-SUB) ROUNDED =
               TM-PRICE * CURRENCY-EXCHANGE-RATE(WS-CURRENCY-SUB).

       CLEAR-ONE-STORE-SLOT.
           IF WS-STORE-IDX <= WS-STORE-COUNT THEN
               MOVE WS-FS-STORE-ID(WS-STORE-IDX)
                   TO SF-STORE-ID(WS-STORE-IDX)
           END-IF.
           PERFORM CLEAR-ONE-FORMAT-COUNT
               VARYING WS-FORMAT-IDX FROM 1 BY 1
               UNTIL WS-FORMAT-IDX > 3.

       CLEAR-ONE-FORMAT-COUNT.
           MOVE ZERO TO SF-FORMAT-ON-SHELF(WS-STORE-IDX, WS-FORMAT-IDX).

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

       COUNT-ONE-COPY.
           IF NOT CM-COPY-RETIRED THEN
               ADD 1 TO WS-LIVE-COPIES
           END-IF.
           IF CM-COPY-ON-SHELF THEN
               PERFORM FIND-STORE-SLOT
               IF WS-SLOT-FOUND THEN
                   EVALUATE TRUE
                       WHEN CM-FORMAT-BLURAY
                           MOVE 2 TO WS-FORMAT-IDX
                       WHEN CM-FORMAT-4K
                           MOVE 3 TO WS-FORMAT-IDX
                       WHEN OTHER
                           MOVE 1 TO WS-FORMAT-IDX
                   END-EVALUATE
                   IF SF-FORMAT-ON-SHELF(WS-STORE-IDX, WS-FORMAT-IDX)
                           < 999 THEN
                       ADD 1 TO
                           SF-FORMAT-ON-SHELF(WS-STORE-IDX,
                               WS-FORMAT-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-TITLE-COPY.

       FIND-STORE-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-SWITCH.
           PERFORM CHECK-ONE-STORE-SLOT
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT
               OR WS-SLOT-FOUND.

       CHECK-ONE-STORE-SLOT.
           IF WS-FS-STORE-ID(WS-STORE-IDX) = CM-HOME-STORE THEN
               SET WS-SLOT-FOUND TO TRUE
               SUBTRACT 1 FROM WS-STORE-IDX
           END-IF.

       SEND-TITLE-IF-CHANGED.
           MOVE 'N' TO WS-SNAP-FOUND-SWITCH.
           MOVE TM-IMDB-ID TO SS-IMDB-ID.
           READ STOREFRONT-SNAPSHOT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SNAP-FOUND TO TRUE
           END-READ.
           SET SF-ADD-OR-REPLACE TO TRUE.
           IF WS-FULL-REFRESH OR NOT WS-SNAP-FOUND
                   OR SS-FEED-IMAGE NOT = STOREFRONT-FEED-RECORD THEN
               MOVE STOREFRONT-FEED-RECORD TO SS-FEED-IMAGE
               MOVE WS-TODAY-CCYYMMDD TO SS-SENT-DATE
               WRITE STOREFRONT-FEED-RECORD
               ADD 1 TO WS-FEED-RECORDS
               ADD TM-PRICE TO WS-FEED-HASH
               ADD 1 TO WS-TITLES-SENT
           ELSE
               ADD 1 TO WS-TITLES-UNCHANGED
           END-IF.
           MOVE TM-IMDB-ID TO SS-IMDB-ID.
           MOVE WS-TODAY-CCYYMMDD TO SS-SEEN-DATE.
           IF WS-SNAP-FOUND THEN
               REWRITE STOREFRONT-SNAPSHOT-RECORD
           ELSE
               WRITE STOREFRONT-SNAPSHOT-RECORD
           END-IF.

      *    ANY TITLE THE STOREFRONT HAS THAT WAS NOT SEEN ON SALE
      *    TONIGHT COMES DOWN: RETIRED IF IT HAS LEFT THE CATALOG,
      *    OTHERWISE SOLD OFF, ITS LAST COPY GONE.
       REMOVE-UNSEEN-TITLES.
           MOVE LOW-VALUES TO SS-IMDB-ID.
           START STOREFRONT-SNAPSHOT KEY IS NOT LESS THAN SS-IMDB-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SNAP-EOF-SWITCH
           END-START.
           IF NOT END-OF-SNAPSHOT THEN
               PERFORM READ-NEXT-SNAPSHOT-ENTRY
               PERFORM CHECK-ONE-SNAPSHOT-ENTRY
                   UNTIL END-OF-SNAPSHOT
           END-IF.

       READ-NEXT-SNAPSHOT-ENTRY.
           READ STOREFRONT-SNAPSHOT NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF-SWITCH
           END-READ.

       CHECK-ONE-SNAPSHOT-ENTRY.
           IF NOT SS-CONTROL-ENTRY
                   AND SS-SEEN-DATE NOT = WS-TODAY-CCYYMMDD THEN
               PERFORM WRITE-REMOVAL-LINE
               DELETE STOREFRONT-SNAPSHOT RECORD
           END-IF.
           PERFORM READ-NEXT-SNAPSHOT-ENTRY.

       WRITE-REMOVAL-LINE.
           MOVE SPACES TO STOREFRONT-FEED-RECORD.
           SET SF-REMOVE TO TRUE.
           MOVE SS-IMDB-ID TO SF-IMDB-ID.
           MOVE SS-FEED-IMAGE(12:30) TO SF-TITLE.
           MOVE ZERO TO SF-YEAR.
           MOVE SS-IMDB-ID TO TM-IMDB-ID.
           READ TITLE-MASTER
               INVALID KEY
                   SET SF-TITLE-RETIRED TO TRUE
               NOT INVALID KEY
                   SET SF-TITLE-SOLD-OFF TO TRUE
           END-READ.
           PERFORM CLEAR-REMOVAL-PRICE
               VARYING WS-CURRENCY-SUB FROM 1 BY 1
               UNTIL WS-CURRENCY-SUB > 5.
           PERFORM CLEAR-REMOVAL-STORE
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > 30.
           WRITE STOREFRONT-FEED-RECORD.
           ADD 1 TO WS-FEED-RECORDS.
           ADD 1 TO WS-TITLES-REMOVED.

       CLEAR-REMOVAL-PRICE.
           MOVE ZERO TO SF-PRICE(WS-CURRENCY-SUB).

       CLEAR-REMOVAL-STORE.
           PERFORM CLEAR-ONE-FORMAT-COUNT
               VARYING WS-FORMAT-IDX FROM 1 BY 1
               UNTIL WS-FORMAT-IDX > 3.

       WRITE-FEED-TRAILER.
           MOVE SPACES TO FEED-CONTROL-RECORD.
           MOVE '**TRL' TO FC-RECORD-TAG.
           MOVE WS-FEED-RECORDS TO FC-RECORD-COUNT.
           MOVE WS-FEED-HASH TO FC-HASH-TOTAL.
           WRITE FEED-CONTROL-RECORD.

       SAVE-FEED-CONTROL-ENTRY.
           MOVE SPACES TO STOREFRONT-SNAPSHOT-RECORD.
           MOVE '**CONTROL' TO SS-IMDB-ID.
           MOVE WS-TODAY-CCYYMMDD TO SS-SEEN-DATE.
           MOVE WS-TODAY-CCYYMMDD TO SS-SENT-DATE.
           MOVE WS-SEQUENCE-NUMBER TO SS-LAST-SEQUENCE.
           IF WS-FULL-REFRESH THEN
               MOVE WS-TODAY-CCYYMMDD TO SS-LAST-FULL-DATE
           ELSE
               MOVE WS-LAST-FULL-DATE TO SS-LAST-FULL-DATE
           END-IF.
           IF WS-CONTROL-FOUND THEN
               REWRITE STOREFRONT-SNAPSHOT-RECORD
           ELSE
               WRITE STOREFRONT-SNAPSHOT-RECORD
           END-IF.

       CLOSE-FILES.
           CLOSE TITLE-MASTER.
           CLOSE COPY-MASTER.
           IF WS-STORE-FILE-AVAILABLE THEN
               CLOSE STORE-MASTER
           END-IF.
           IF WS-REF-AVAILABLE THEN
               CLOSE PRICING-REF
           END-IF.
           CLOSE STOREFRONT-SNAPSHOT.
           CLOSE STOREFRONT-FEED-FILE.

       END PROGRAM STOREFRONT-FEED.
