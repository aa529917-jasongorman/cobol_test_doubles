       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITLE-ROI-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITLE-MASTER ASSIGN TO 'TITLEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-IMDB-ID
               FILE STATUS IS WS-TITLE-MASTER-STATUS.

           SELECT TITLE-ARCHIVE ASSIGN TO 'TITLEARCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-IMDB-ID
               FILE STATUS IS WS-TITLE-ARCHIVE-STATUS.

           SELECT RENTAL-TRANSACTION ASSIGN TO 'RENTALTXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RENTAL-TXN-STATUS.

           SELECT RENTAL-HISTORY ASSIGN TO 'RENTHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RENTAL-HISTORY-STATUS.

           SELECT REPLACEMENT-LOG ASSIGN TO 'REPLLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RB-KEY
               FILE STATUS IS WS-REPLACEMENT-LOG-STATUS.

           SELECT SALES-LOG ASSIGN TO 'SELLOFFLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-LOG-STATUS.

           SELECT COPY-MASTER ASSIGN TO 'COPYMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-COPY-MASTER-STATUS.

           SELECT OPEN-ORDERS ASSIGN TO 'OPENORD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OO-IMDB-ID
               FILE STATUS IS WS-OPEN-ORDERS-STATUS.

           SELECT ROI-SORT-FILE ASSIGN TO 'SORTWK01'.

           SELECT ROI-REPORT ASSIGN TO 'TITLEROI'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.

       FD  TITLE-ARCHIVE.
       COPY 'title-archive.cpy'.

       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.

       FD  RENTAL-HISTORY.
       COPY 'rental-history.cpy'.

       FD  REPLACEMENT-LOG.
       COPY 'replacement-log.cpy'.

       FD  SALES-LOG.
       01  SALES-LOG-RECORD.
           05  SO-IMDB-ID          PIC X(10).
           05  SO-STORE-ID         PIC X(03).
           05  SO-QUANTITY         PIC 9(4).
           05  SO-SALE-PRICE       PIC 9(2)V9(2).
           05  SO-PROCEEDS         PIC 9(5)V9(2).
           05  SO-SALE-TIMESTAMP   PIC X(21).
           05  SO-OPERATOR-ID      PIC X(08).
           05  SO-TENDER           PIC X(06).
           05  SO-SALE-DATE        PIC 9(8).

       FD  COPY-MASTER.
       COPY 'copy-master.cpy'.

       FD  OPEN-ORDERS.
       COPY 'open-orders.cpy'.

      *    ONE RECORD PER MONEY EVENT AGAINST A TITLE, PLUS A MARKER
      *    DATED ZERO FOR EVERY TITLE IN THE CATALOG OR THE ARCHIVE SO
      *    A TITLE THAT NEVER EARNED A CENT STILL SHOWS ITS COST.
       SD  ROI-SORT-FILE.
       01  ROI-SORT-RECORD.
           05  SR-IMDB-ID          PIC X(10).
           05  SR-EVENT-DATE       PIC 9(8).
           05  SR-EVENT-TYPE       PIC X(01).
               88  SR-TITLE-MARKER         VALUE 'T'.
               88  SR-RENTAL               VALUE 'R'.
               88  SR-LATE-FEE             VALUE 'L'.
               88  SR-REPLACEMENT          VALUE 'B'.
               88  SR-SELL-OFF             VALUE 'S'.
           05  SR-AMOUNT           PIC 9(5)V9(2).

       FD  ROI-REPORT.
       01  ROI-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'TITLE-ROI-REPORT'.
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-TITLE-ARCHIVE-STATUS PIC X(02).
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-RENTAL-HISTORY-STATUS PIC X(02).
           01  WS-REPLACEMENT-LOG-STATUS PIC X(02).
           01  WS-SALES-LOG-STATUS PIC X(02).
           01  WS-COPY-MASTER-STATUS PIC X(02).
           01  WS-OPEN-ORDERS-STATUS PIC X(02).
           01  WS-ARCHIVE-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-TITLE-ARCHIVE-AVAILABLE VALUE 'Y'.
           01  WS-COPYMSTR-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-COPY-MASTER-AVAILABLE VALUE 'Y'.
           01  WS-ORDERS-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-OPEN-ORDERS-AVAILABLE VALUE 'Y'.
           01  WS-SCAN-EOF-SWITCH  PIC X(01).
               88  END-OF-SCAN             VALUE 'Y'.
           01  WS-SORTED-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-SORTED-EVENTS    VALUE 'Y'.
           01  WS-REGISTER-EOF-SWITCH PIC X(01).
               88  END-OF-REGISTER-COPIES  VALUE 'Y'.
           01  WS-TITLE-FOUND-SWITCH PIC X(01).
               88  WS-TITLE-FOUND          VALUE 'Y'.
           01  WS-PAID-BACK-SWITCH PIC X(01).
               88  WS-TITLE-PAID-BACK      VALUE 'Y'.
           01  WS-GROUP-FOUND-SWITCH PIC X(01).
               88  WS-GROUP-FOUND          VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
      *    THE TITLE BEING ASSEMBLED FROM ITS SORTED EVENTS.
           01  WS-TI-IMDB-ID       PIC X(10).
           01  WS-TI-TITLE         PIC X(30).
           01  WS-TI-GENRE         PIC X(12).
           01  WS-TI-DIRECTOR      PIC X(30).
           01  WS-TI-VENDOR-ID     PIC X(08).
           01  WS-TI-RELEASE-DATE  PIC 9(8).
           01  WS-TI-RETIRED-FLAG  PIC X(01).
               88  WS-TI-RETIRED           VALUE 'Y'.
           01  WS-TI-COPIES        PIC 9(5) COMP.
           01  WS-TI-COST          PIC S9(7)V9(2).
           01  WS-TI-ACQUIRED-DATE PIC 9(8).
           01  WS-TI-RENTALS       PIC 9(7) COMP.
           01  WS-TI-RENTAL-REVENUE PIC S9(7)V9(2).
           01  WS-TI-LATE-FEES     PIC S9(7)V9(2).
           01  WS-TI-REPLACEMENT   PIC S9(7)V9(2).
           01  WS-TI-SELL-OFF      PIC S9(7)V9(2).
           01  WS-TI-REVENUE       PIC S9(7)V9(2).
           01  WS-TI-MARGIN        PIC S9(7)V9(2).
           01  WS-TI-PAYBACK-DATE  PIC 9(8).
           01  WS-TI-DAYS          PIC S9(5) COMP.
           01  WS-PER-COPY         PIC S9(5)V9(2).
           01  WS-AVERAGE-DAYS     PIC 9(5).
           01  WS-PERCENT          PIC 9(3).
      *    SUBTOTALS BY GENRE ('G'), DIRECTOR ('D') AND DISTRIBUTOR
      *    ('V') SHARE ONE TABLE; EACH TITLE POSTS TO ONE ENTRY OF
      *    EACH KIND, AND THE TOTAL ENTRY ('Z') TAKES EVERY TITLE.
           01  WS-GROUP-KIND       PIC X(01).
           01  WS-GROUP-KEY        PIC X(30).
           01  WS-GROUP-SLOT-MAX   PIC 9(4) COMP VALUE 1500.
           01  WS-GROUP-COUNT      PIC 9(4) COMP VALUE 0.
           01  WS-GROUP-IDX        PIC 9(4) COMP.
           01  WS-GROUP-TABLE.
               05  WS-GR-ENTRY OCCURS 1500 TIMES.
                   10  WS-GR-KIND          PIC X(01).
                   10  WS-GR-KEY           PIC X(30).
                   10  WS-GR-TITLES        PIC 9(5) COMP.
                   10  WS-GR-COPIES        PIC 9(7) COMP.
                   10  WS-GR-COST          PIC S9(9)V9(2).
                   10  WS-GR-REVENUE       PIC S9(9)V9(2).
                   10  WS-GR-PAID-BACK     PIC 9(5) COMP.
                   10  WS-GR-PAYBACK-DAYS  PIC 9(9) COMP.
           01  WS-COUNT-EDIT       PIC ZZZZ9.
           01  WS-COPIES-EDIT      PIC ZZZZZZ9.
           01  WS-AMOUNT-EDIT      PIC -ZZZZZZ9.99.
           01  WS-REVENUE-EDIT     PIC -ZZZZZZ9.99.
           01  WS-MARGIN-EDIT      PIC -ZZZZZZ9.99.
           01  WS-PER-COPY-EDIT    PIC -ZZZZ9.99.
           01  WS-DAYS-EDIT        PIC ZZZZ9.
           01  WS-PCT-EDIT         PIC ZZ9.
           01  WS-REPORT-LINE      PIC X(100).
           01  WS-EVENTS-RELEASED  PIC 9(7) COMP VALUE 0.
           01  WS-TITLES-REPORTED  PIC 9(7) COMP VALUE 0.
           01  WS-TITLES-UNMATCHED PIC 9(7) COMP VALUE 0.
           01  WS-GROUPS-DROPPED   PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           SORT ROI-SORT-FILE
               ON ASCENDING KEY SR-IMDB-ID SR-EVENT-DATE
               INPUT PROCEDURE IS EXTRACT-TITLE-EVENTS
               OUTPUT PROCEDURE IS PRODUCE-ROI-REPORT.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-EVENTS-RELEASED, WS-TITLES-REPORTED,
               WS-TITLES-UNMATCHED.
           DISPLAY 'TITLE-ROI-REPORT: EVENTS ' WS-EVENTS-RELEASED
               ' TITLES REPORTED ' WS-TITLES-REPORTED
               ' NO TITLE ' WS-TITLES-UNMATCHED
               ' SUBTOTALS DROPPED ' WS-GROUPS-DROPPED.
           GOBACK.

      *****************************************************************
      *    EVERY SOURCE OF TITLE MONEY IS OPTIONAL; A FILE NOT YET
      *    CREATED SIMPLY CONTRIBUTES NOTHING.
      *****************************************************************
       EXTRACT-TITLE-EVENTS SECTION.
       EXTRACT-TITLE-EVENTS-START.
           PERFORM RELEASE-CATALOG-TITLES.
           PERFORM RELEASE-ARCHIVED-TITLES.
           PERFORM RELEASE-OPEN-RENTALS.
           PERFORM RELEASE-HISTORY-RENTALS.
           PERFORM RELEASE-REPLACEMENT-BILLS.
           PERFORM RELEASE-SELL-OFF-SALES.
           GO TO EXTRACT-TITLE-EVENTS-EXIT.

       RELEASE-CATALOG-TITLES.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT TITLE-MASTER.
           IF WS-TITLE-MASTER-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-IF.
           PERFORM RELEASE-ONE-CATALOG-TITLE UNTIL END-OF-SCAN.
           IF WS-TITLE-MASTER-STATUS = '00'
                   OR WS-TITLE-MASTER-STATUS = '10' THEN
               CLOSE TITLE-MASTER
           END-IF.

       RELEASE-ONE-CATALOG-TITLE.
           READ TITLE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   MOVE TM-IMDB-ID TO SR-IMDB-ID
                   PERFORM RELEASE-TITLE-MARKER
           END-READ.

       RELEASE-ARCHIVED-TITLES.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT TITLE-ARCHIVE.
           IF WS-TITLE-ARCHIVE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-IF.
           PERFORM RELEASE-ONE-ARCHIVED-TITLE UNTIL END-OF-SCAN.
           IF WS-TITLE-ARCHIVE-STATUS = '00'
                   OR WS-TITLE-ARCHIVE-STATUS = '10' THEN
               CLOSE TITLE-ARCHIVE
           END-IF.

       RELEASE-ONE-ARCHIVED-TITLE.
           READ TITLE-ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   MOVE TA-IMDB-ID TO SR-IMDB-ID
                   PERFORM RELEASE-TITLE-MARKER
           END-READ.

       RELEASE-TITLE-MARKER.
           MOVE ZERO TO SR-EVENT-DATE.
           SET SR-TITLE-MARKER TO TRUE.
           MOVE ZERO TO SR-AMOUNT.
           RELEASE ROI-SORT-RECORD.

      *    THE RENTAL EARNS ON THE DAY IT GOES OUT; A LATE FEE EARNS
      *    ONLY ONCE POSTED, AND ON THE DAY THE COPY CAME BACK.
       RELEASE-OPEN-RENTALS.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT RENTAL-TRANSACTION.
           IF WS-RENTAL-TXN-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-IF.
           PERFORM RELEASE-ONE-OPEN-RENTAL UNTIL END-OF-SCAN.
           IF WS-RENTAL-TXN-STATUS = '00'
                   OR WS-RENTAL-TXN-STATUS = '10' THEN
               CLOSE RENTAL-TRANSACTION
           END-IF.

       RELEASE-ONE-OPEN-RENTAL.
           READ RENTAL-TRANSACTION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   MOVE RT-IMDB-ID TO SR-IMDB-ID
                   MOVE RT-RENTAL-DATE TO SR-EVENT-DATE
                   SET SR-RENTAL TO TRUE
                   MOVE RT-RATE TO SR-AMOUNT
                   PERFORM RELEASE-EVENT
                   IF RT-LATE-FEE-POSTED AND RT-LATE-FEE > ZERO
                       IF RT-RETURN-DATE NUMERIC
                               AND RT-RETURN-DATE > ZERO
                           MOVE RT-RETURN-DATE TO SR-EVENT-DATE
                       END-IF
                       SET SR-LATE-FEE TO TRUE
                       MOVE RT-LATE-FEE TO SR-AMOUNT
                       PERFORM RELEASE-EVENT
                   END-IF
           END-READ.

       RELEASE-HISTORY-RENTALS.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT RENTAL-HISTORY.
           IF WS-RENTAL-HISTORY-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-IF.
           PERFORM RELEASE-ONE-HISTORY-RENTAL UNTIL END-OF-SCAN.
           IF WS-RENTAL-HISTORY-STATUS = '00'
                   OR WS-RENTAL-HISTORY-STATUS = '10' THEN
               CLOSE RENTAL-HISTORY
           END-IF.

       RELEASE-ONE-HISTORY-RENTAL.
           READ RENTAL-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   MOVE RH-IMDB-ID TO SR-IMDB-ID
                   MOVE RH-RENTAL-DATE TO SR-EVENT-DATE
                   SET SR-RENTAL TO TRUE
                   MOVE RH-RATE TO SR-AMOUNT
                   PERFORM RELEASE-EVENT
                   IF RH-LATE-FEE-POSTED AND RH-LATE-FEE > ZERO
                       IF RH-RETURN-DATE NUMERIC
                               AND RH-RETURN-DATE > ZERO
                           MOVE RH-RETURN-DATE TO SR-EVENT-DATE
                       END-IF
                       SET SR-LATE-FEE TO TRUE
                       MOVE RH-LATE-FEE TO SR-AMOUNT
                       PERFORM RELEASE-EVENT
                   END-IF
           END-READ.

      *    A REPLACEMENT CHARGE WAIVED UNDER THE PROTECTION PLAN
      *    RECOVERED NOTHING FOR THE TITLE.
       RELEASE-REPLACEMENT-BILLS.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT REPLACEMENT-LOG.
           IF WS-REPLACEMENT-LOG-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-IF.
           PERFORM RELEASE-ONE-REPLACEMENT-BILL UNTIL END-OF-SCAN.
           IF WS-REPLACEMENT-LOG-STATUS = '00'
                   OR WS-REPLACEMENT-LOG-STATUS = '10' THEN
               CLOSE REPLACEMENT-LOG
           END-IF.

       RELEASE-ONE-REPLACEMENT-BILL.
           READ REPLACEMENT-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF NOT RB-CHARGE-WAIVED
                       MOVE RB-IMDB-ID TO SR-IMDB-ID
                       MOVE RB-BILL-DATE TO SR-EVENT-DATE
                       SET SR-REPLACEMENT TO TRUE
                       MOVE RB-REPLACEMENT-FEE TO SR-AMOUNT
                       PERFORM RELEASE-EVENT
                   END-IF
           END-READ.

       RELEASE-SELL-OFF-SALES.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT SALES-LOG.
           IF WS-SALES-LOG-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-IF.
           PERFORM RELEASE-ONE-SELL-OFF-SALE UNTIL END-OF-SCAN.
           IF WS-SALES-LOG-STATUS = '00'
                   OR WS-SALES-LOG-STATUS = '10' THEN
               CLOSE SALES-LOG
           END-IF.

       RELEASE-ONE-SELL-OFF-SALE.
           READ SALES-LOG
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   MOVE SO-IMDB-ID TO SR-IMDB-ID
                   IF SO-SALE-DATE NUMERIC
                       MOVE SO-SALE-DATE TO SR-EVENT-DATE
                   ELSE
                       MOVE SO-SALE-TIMESTAMP(1:8) TO SR-EVENT-DATE
                   END-IF
                   SET SR-SELL-OFF TO TRUE
                   MOVE SO-PROCEEDS TO SR-AMOUNT
                   PERFORM RELEASE-EVENT
           END-READ.

       RELEASE-EVENT.
           RELEASE ROI-SORT-RECORD.
           ADD 1 TO WS-EVENTS-RELEASED.

       EXTRACT-TITLE-EVENTS-EXIT.
           EXIT.

      *****************************************************************
      *    ONE BLOCK PER TITLE IN IMDB ORDER, THEN THE SUBTOTALS THE
      *    BUYERS READ FOR PATTERNS: BY GENRE, BY DIRECTOR, AND BY
      *    DISTRIBUTOR, EACH WITH THE SHARE OF TITLES THAT HAVE PAID
      *    FOR THEMSELVES.
      *****************************************************************
       PRODUCE-ROI-REPORT SECTION.
       PRODUCE-ROI-REPORT-START.
           OPEN INPUT TITLE-MASTER.
           OPEN INPUT TITLE-ARCHIVE.
           IF WS-TITLE-ARCHIVE-STATUS = '00' THEN
               SET WS-TITLE-ARCHIVE-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT COPY-MASTER.
           IF WS-COPY-MASTER-STATUS = '00' THEN
               SET WS-COPY-MASTER-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT OPEN-ORDERS.
           IF WS-OPEN-ORDERS-STATUS = '00' THEN
               SET WS-OPEN-ORDERS-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT ROI-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM RETURN-NEXT-SORTED-EVENT.
           PERFORM REPORT-ONE-TITLE UNTIL END-OF-SORTED-EVENTS.
           PERFORM WRITE-GROUP-SUBTOTALS.
           CLOSE TITLE-MASTER.
           IF WS-TITLE-ARCHIVE-AVAILABLE THEN
               CLOSE TITLE-ARCHIVE
           END-IF.
           IF WS-COPY-MASTER-AVAILABLE THEN
               CLOSE COPY-MASTER
           END-IF.
           IF WS-OPEN-ORDERS-AVAILABLE THEN
               CLOSE OPEN-ORDERS
           END-IF.
           CLOSE ROI-REPORT.
           GO TO PRODUCE-ROI-REPORT-EXIT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TITLE RETURN ON INVESTMENT AND PAYBACK - RUN DATE '
               WS-TODAY-CCYYMMDD
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ROI-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE ROI-REPORT-LINE FROM WS-REPORT-LINE.

       RETURN-NEXT-SORTED-EVENT.
           RETURN ROI-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF-SWITCH
           END-RETURN.

       REPORT-ONE-TITLE.
           PERFORM START-TITLE.
           PERFORM APPLY-ONE-EVENT
               UNTIL END-OF-SORTED-EVENTS
               OR SR-IMDB-ID NOT = WS-TI-IMDB-ID.
           COMPUTE WS-TI-REVENUE = WS-TI-RENTAL-REVENUE +
               WS-TI-LATE-FEES + WS-TI-REPLACEMENT + WS-TI-SELL-OFF.
           COMPUTE WS-TI-MARGIN = WS-TI-REVENUE - WS-TI-COST.
           IF NOT WS-TITLE-FOUND THEN
               ADD 1 TO WS-TITLES-UNMATCHED
           END-IF.
           IF WS-TI-COPIES > ZERO OR WS-TI-REVENUE > ZERO THEN
               PERFORM WRITE-TITLE-LINES
               PERFORM POST-TITLE-TO-GROUPS
               ADD 1 TO WS-TITLES-REPORTED
           END-IF.

       START-TITLE.
           MOVE SR-IMDB-ID TO WS-TI-IMDB-ID.
           MOVE ZERO TO WS-TI-RENTALS.
           MOVE ZERO TO WS-TI-RENTAL-REVENUE.
           MOVE ZERO TO WS-TI-LATE-FEES.
           MOVE ZERO TO WS-TI-REPLACEMENT.
           MOVE ZERO TO WS-TI-SELL-OFF.
           MOVE ZERO TO WS-TI-REVENUE.
           MOVE ZERO TO WS-TI-PAYBACK-DATE.
           MOVE 'N' TO WS-PAID-BACK-SWITCH.
           PERFORM LOOKUP-ROI-TITLE.
           PERFORM DETERMINE-TITLE-COST.

      *    A RETIRED TITLE IS DESCRIBED FROM THE ARCHIVE; MONEY FOR AN
      *    ID IN NEITHER FILE IS STILL REPORTED, UNDER NO GROUP.
       LOOKUP-ROI-TITLE.
           MOVE 'N' TO WS-TITLE-FOUND-SWITCH.
           MOVE 'N' TO WS-TI-RETIRED-FLAG.
           MOVE 'NOT IN CATALOG OR ARCHIVE' TO WS-TI-TITLE.
           MOVE SPACES TO WS-TI-GENRE.
           MOVE SPACES TO WS-TI-DIRECTOR.
           MOVE SPACES TO WS-TI-VENDOR-ID.
           MOVE ZERO TO WS-TI-RELEASE-DATE.
           MOVE WS-TI-IMDB-ID TO TM-IMDB-ID.
           READ TITLE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TITLE-FOUND TO TRUE
                   MOVE TM-TITLE TO WS-TI-TITLE
                   MOVE TM-GENRE TO WS-TI-GENRE
                   MOVE TM-DIRECTOR TO WS-TI-DIRECTOR
                   MOVE TM-VENDOR-ID TO WS-TI-VENDOR-ID
                   MOVE TM-RELEASE-DATE TO WS-TI-RELEASE-DATE
           END-READ.
           IF NOT WS-TITLE-FOUND AND WS-TITLE-ARCHIVE-AVAILABLE THEN
               MOVE WS-TI-IMDB-ID TO TA-IMDB-ID
               READ TITLE-ARCHIVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TITLE-FOUND TO TRUE
                       SET WS-TI-RETIRED TO TRUE
                       MOVE TA-TITLE TO WS-TI-TITLE
                       MOVE TA-GENRE TO WS-TI-GENRE
                       MOVE TA-DIRECTOR TO WS-TI-DIRECTOR
                       MOVE TA-VENDOR-ID TO WS-TI-VENDOR-ID
                       MOVE TA-RELEASE-DATE TO WS-TI-RELEASE-DATE
               END-READ
           END-IF.

      *    THE COPY REGISTER HOLDS WHAT EACH COPY COST OFF ITS PURCHASE
      *    ORDER, AND KEEPS DISPOSED COPIES, SO IT IS THE TITLE'S WHOLE
      *    BUY. A TITLE WITH NO COSTED COPIES FALLS BACK TO ITS LAST
      *    PURCHASE ORDER: UNIT COST TIMES COPIES RECEIVED.
       DETERMINE-TITLE-COST.
           MOVE ZERO TO WS-TI-COPIES.
           MOVE ZERO TO WS-TI-COST.
           MOVE ZERO TO WS-TI-ACQUIRED-DATE.
           IF WS-COPY-MASTER-AVAILABLE THEN
               PERFORM SUM-REGISTER-COPIES
           END-IF.
           IF WS-TI-COPIES = ZERO AND WS-OPEN-ORDERS-AVAILABLE THEN
               MOVE WS-TI-IMDB-ID TO OO-IMDB-ID
               READ OPEN-ORDERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OO-QUANTITY-RECEIVED NUMERIC
                               AND OO-UNIT-COST NUMERIC
                           MOVE OO-QUANTITY-RECEIVED TO WS-TI-COPIES
                           COMPUTE WS-TI-COST =
                               OO-QUANTITY-RECEIVED * OO-UNIT-COST
                           MOVE OO-ORDER-DATE TO WS-TI-ACQUIRED-DATE
                           IF OO-LAST-RECEIPT-DATE NUMERIC
                                   AND OO-LAST-RECEIPT-DATE > ZERO
                               MOVE OO-LAST-RECEIPT-DATE TO
                                   WS-TI-ACQUIRED-DATE
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF WS-TI-ACQUIRED-DATE = ZERO THEN
               MOVE WS-TI-RELEASE-DATE TO WS-TI-ACQUIRED-DATE
           END-IF.

       SUM-REGISTER-COPIES.
           MOVE 'N' TO WS-REGISTER-EOF-SWITCH.
           MOVE WS-TI-IMDB-ID TO CM-IMDB-ID.
           MOVE ZEROS TO CM-COPY-NUMBER.
           START COPY-MASTER KEY IS NOT LESS THAN CM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
           END-START.
           IF NOT END-OF-REGISTER-COPIES THEN
               PERFORM READ-NEXT-REGISTER-COPY
               PERFORM SUM-ONE-REGISTER-COPY
                   UNTIL END-OF-REGISTER-COPIES
           END-IF.

       READ-NEXT-REGISTER-COPY.
           READ COPY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
               NOT AT END
                   IF CM-IMDB-ID NOT = WS-TI-IMDB-ID
                       MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
                   END-IF
           END-READ.

      *    PAYBACK RUNS FROM THE FIRST COPY ON THE SHELF.
       SUM-ONE-REGISTER-COPY.
           IF CM-UNIT-COST NUMERIC AND CM-UNIT-COST > ZERO THEN
               ADD 1 TO WS-TI-COPIES
               ADD CM-UNIT-COST TO WS-TI-COST
               IF CM-ACQUIRED-DATE NUMERIC
                       AND CM-ACQUIRED-DATE > ZERO
                       AND (WS-TI-ACQUIRED-DATE = ZERO
                        OR CM-ACQUIRED-DATE < WS-TI-ACQUIRED-DATE)
                   MOVE CM-ACQUIRED-DATE TO WS-TI-ACQUIRED-DATE
               END-IF
           END-IF.
           PERFORM READ-NEXT-REGISTER-COPY.

      *    EVENTS ARRIVE IN DATE ORDER, SO THE DAY THE RUNNING TOTAL
      *    FIRST COVERS THE COST IS THE DAY THE TITLE PAID BACK.
       APPLY-ONE-EVENT.
           EVALUATE TRUE
               WHEN SR-RENTAL
                   ADD 1 TO WS-TI-RENTALS
                   ADD SR-AMOUNT TO WS-TI-RENTAL-REVENUE
               WHEN SR-LATE-FEE
                   ADD SR-AMOUNT TO WS-TI-LATE-FEES
               WHEN SR-REPLACEMENT
                   ADD SR-AMOUNT TO WS-TI-REPLACEMENT
               WHEN SR-SELL-OFF
                   ADD SR-AMOUNT TO WS-TI-SELL-OFF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ADD SR-AMOUNT TO WS-TI-REVENUE.
           IF NOT WS-TITLE-PAID-BACK
                   AND WS-TI-COST > ZERO
                   AND WS-TI-REVENUE NOT < WS-TI-COST THEN
               SET WS-TITLE-PAID-BACK TO TRUE
               MOVE SR-EVENT-DATE TO WS-TI-PAYBACK-DATE
           END-IF.
           PERFORM RETURN-NEXT-SORTED-EVENT.

       WRITE-TITLE-LINES.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-TI-RETIRED THEN
               STRING WS-TI-IMDB-ID ' ' WS-TI-TITLE ' ' WS-TI-GENRE
                   ' ' WS-TI-VENDOR-ID ' RETIRED'
               INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING WS-TI-IMDB-ID ' ' WS-TI-TITLE ' ' WS-TI-GENRE
                   ' ' WS-TI-VENDOR-ID
               INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           WRITE ROI-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    DIRECTOR ' WS-TI-DIRECTOR
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ROI-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-TI-RENTALS TO WS-COPIES-EDIT.
           MOVE WS-TI-RENTAL-REVENUE TO WS-AMOUNT-EDIT.
           MOVE WS-TI-LATE-FEES TO WS-REVENUE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    RENTALS ' WS-COPIES-EDIT
               ' RENTAL ' WS-AMOUNT-EDIT
               ' LATE FEES ' WS-REVENUE-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ROI-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-TI-REPLACEMENT TO WS-AMOUNT-EDIT.
           MOVE WS-TI-SELL-OFF TO WS-REVENUE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    REPLACEMENT ' WS-AMOUNT-EDIT
               ' SELL-OFF ' WS-REVENUE-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ROI-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-TI-COPIES TO WS-COUNT-EDIT.
           MOVE WS-TI-COST TO WS-AMOUNT-EDIT.
           MOVE WS-TI-REVENUE TO WS-REVENUE-EDIT.
           MOVE WS-TI-MARGIN TO WS-MARGIN-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    COPIES ' WS-COUNT-EDIT
               ' COST ' WS-AMOUNT-EDIT
               ' REVENUE ' WS-REVENUE-EDIT
               ' MARGIN ' WS-MARGIN-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ROI-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM WRITE-TITLE-PAYBACK-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE ROI-REPORT-LINE FROM WS-REPORT-LINE.

      *    DAYS TO PAY BACK COUNT FROM THE FIRST COPY ACQUIRED; A TITLE
      *    STILL SHORT SHOWS HOW LONG IT HAS BEEN TRYING.
       WRITE-TITLE-PAYBACK-LINE.
           MOVE ZERO TO WS-PER-COPY.
           IF WS-TI-COPIES > ZERO THEN
               COMPUTE WS-PER-COPY ROUNDED =
                   WS-TI-REVENUE / WS-TI-COPIES
           END-IF.
           MOVE WS-PER-COPY TO WS-PER-COPY-EDIT.
           MOVE ZERO TO WS-TI-DAYS.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-TI-COST = ZERO
                   STRING '    REVENUE PER COPY ' WS-PER-COPY-EDIT
                       ' PAYBACK - NO COST ON RECORD'
                   INTO WS-REPORT-LINE
                   END-STRING
               WHEN WS-TITLE-PAID-BACK
                   IF WS-TI-ACQUIRED-DATE > ZERO
                           AND WS-TI-PAYBACK-DATE > WS-TI-ACQUIRED-DATE
                       COMPUTE WS-TI-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-TI-PAYBACK-DATE)
                         - FUNCTION INTEGER-OF-DATE(WS-TI-ACQUIRED-DATE)
                   END-IF
                   MOVE WS-TI-DAYS TO WS-DAYS-EDIT
                   STRING '    REVENUE PER COPY ' WS-PER-COPY-EDIT
                       ' PAID BACK ' WS-TI-PAYBACK-DATE
                       ' IN ' WS-DAYS-EDIT ' DAYS'
                   INTO WS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   IF WS-TI-ACQUIRED-DATE > ZERO
                           AND WS-TODAY-CCYYMMDD > WS-TI-ACQUIRED-DATE
                       COMPUTE WS-TI-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
                         - FUNCTION INTEGER-OF-DATE(WS-TI-ACQUIRED-DATE)
                   END-IF
                   MOVE WS-TI-DAYS TO WS-DAYS-EDIT
                   STRING '    REVENUE PER COPY ' WS-PER-COPY-EDIT
                       ' NOT PAID BACK AFTER ' WS-DAYS-EDIT ' DAYS'
                   INTO WS-REPORT-LINE
                   END-STRING
           END-EVALUATE.
           WRITE ROI-REPORT-LINE FROM WS-REPORT-LINE.

       POST-TITLE-TO-GROUPS.
           MOVE 'G' TO WS-GROUP-KIND.
           MOVE WS-TI-GENRE TO WS-GROUP-KEY.
           PERFORM POST-TITLE-TO-ONE-GROUP.
           MOVE 'D' TO WS-GROUP-KIND.
           MOVE WS-TI-DIRECTOR TO WS-GROUP-KEY.
           PERFORM POST-TITLE-TO-ONE-GROUP.
           MOVE 'V' TO WS-GROUP-KIND.
           MOVE WS-TI-VENDOR-ID TO WS-GROUP-KEY.
           PERFORM POST-TITLE-TO-ONE-GROUP.
           MOVE 'Z' TO WS-GROUP-KIND.
           MOVE 'ALL TITLES' TO WS-GROUP-KEY.
           PERFORM POST-TITLE-TO-ONE-GROUP.

       POST-TITLE-TO-ONE-GROUP.
           IF WS-GROUP-KEY = SPACES THEN
               MOVE '(NONE)' TO WS-GROUP-KEY
           END-IF.
           MOVE 'N' TO WS-GROUP-FOUND-SWITCH.
           PERFORM CHECK-ONE-GROUP-SLOT
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               OR WS-GROUP-FOUND.
           IF NOT WS-GROUP-FOUND THEN
               IF WS-GROUP-COUNT < WS-GROUP-SLOT-MAX THEN
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO WS-GROUP-IDX
                   MOVE WS-GROUP-KIND TO WS-GR-KIND(WS-GROUP-IDX)
                   MOVE WS-GROUP-KEY TO WS-GR-KEY(WS-GROUP-IDX)
                   MOVE ZERO TO WS-GR-TITLES(WS-GROUP-IDX)
                   MOVE ZERO TO WS-GR-COPIES(WS-GROUP-IDX)
                   MOVE ZERO TO WS-GR-COST(WS-GROUP-IDX)
                   MOVE ZERO TO WS-GR-REVENUE(WS-GROUP-IDX)
                   MOVE ZERO TO WS-GR-PAID-BACK(WS-GROUP-IDX)
                   MOVE ZERO TO WS-GR-PAYBACK-DAYS(WS-GROUP-IDX)
                   SET WS-GROUP-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-GROUPS-DROPPED
               END-IF
           END-IF.
           IF WS-GROUP-FOUND THEN
               ADD 1 TO WS-GR-TITLES(WS-GROUP-IDX)
               ADD WS-TI-COPIES TO WS-GR-COPIES(WS-GROUP-IDX)
               ADD WS-TI-COST TO WS-GR-COST(WS-GROUP-IDX)
               ADD WS-TI-REVENUE TO WS-GR-REVENUE(WS-GROUP-IDX)
               IF WS-TITLE-PAID-BACK THEN
                   ADD 1 TO WS-GR-PAID-BACK(WS-GROUP-IDX)
                   ADD WS-TI-DAYS TO WS-GR-PAYBACK-DAYS(WS-GROUP-IDX)
               END-IF
           END-IF.

       CHECK-ONE-GROUP-SLOT.
           IF WS-GR-KIND(WS-GROUP-IDX) = WS-GROUP-KIND
                   AND WS-GR-KEY(WS-GROUP-IDX) = WS-GROUP-KEY THEN
               SET WS-GROUP-FOUND TO TRUE
               SUBTRACT 1 FROM WS-GROUP-IDX
           END-IF.

       WRITE-GROUP-SUBTOTALS.
           MOVE 'G' TO WS-GROUP-KIND.
           MOVE 'SUBTOTALS BY GENRE' TO WS-REPORT-LINE.
           PERFORM WRITE-ONE-GROUP-KIND.
           MOVE 'D' TO WS-GROUP-KIND.
           MOVE 'SUBTOTALS BY DIRECTOR' TO WS-REPORT-LINE.
           PERFORM WRITE-ONE-GROUP-KIND.
           MOVE 'V' TO WS-GROUP-KIND.
           MOVE 'SUBTOTALS BY DISTRIBUTOR' TO WS-REPORT-LINE.
           PERFORM WRITE-ONE-GROUP-KIND.
           MOVE 'Z' TO WS-GROUP-KIND.
           MOVE 'REPORT TOTAL' TO WS-REPORT-LINE.
           PERFORM WRITE-ONE-GROUP-KIND.

       WRITE-ONE-GROUP-KIND.
           WRITE ROI-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM WRITE-ONE-GROUP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE ROI-REPORT-LINE FROM WS-REPORT-LINE.

      *    A LOW PAID-BACK SHARE AND A LOW REVENUE PER COPY ACROSS A
      *    GROUP IS THE SIGN THE BUYERS ORDER IT TOO DEEP.
       WRITE-ONE-GROUP.
           IF WS-GR-KIND(WS-GROUP-IDX) = WS-GROUP-KIND THEN
               MOVE WS-GR-TITLES(WS-GROUP-IDX) TO WS-COUNT-EDIT
               MOVE WS-GR-COPIES(WS-GROUP-IDX) TO WS-COPIES-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' WS-GR-KEY(WS-GROUP-IDX)
                   ' TITLES ' WS-COUNT-EDIT
                   ' COPIES ' WS-COPIES-EDIT
               INTO WS-REPORT-LINE
               END-STRING
               WRITE ROI-REPORT-LINE FROM WS-REPORT-LINE
               MOVE WS-GR-COST(WS-GROUP-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-GR-REVENUE(WS-GROUP-IDX) TO WS-REVENUE-EDIT
               COMPUTE WS-TI-MARGIN = WS-GR-REVENUE(WS-GROUP-IDX)
                   - WS-GR-COST(WS-GROUP-IDX)
               MOVE WS-TI-MARGIN TO WS-MARGIN-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '      COST ' WS-AMOUNT-EDIT
                   ' REVENUE ' WS-REVENUE-EDIT
                   ' MARGIN ' WS-MARGIN-EDIT
               INTO WS-REPORT-LINE
               END-STRING
               WRITE ROI-REPORT-LINE FROM WS-REPORT-LINE
               PERFORM WRITE-GROUP-PAYBACK-LINE
           END-IF.

       WRITE-GROUP-PAYBACK-LINE.
           MOVE ZERO TO WS-PER-COPY.
           IF WS-GR-COPIES(WS-GROUP-IDX) > ZERO THEN
               COMPUTE WS-PER-COPY ROUNDED =
                   WS-GR-REVENUE(WS-GROUP-IDX) /
                   WS-GR-COPIES(WS-GROUP-IDX)
           END-IF.
           MOVE WS-PER-COPY TO WS-PER-COPY-EDIT.
           COMPUTE WS-PERCENT ROUNDED =
               (WS-GR-PAID-BACK(WS-GROUP-IDX) * 100) /
               WS-GR-TITLES(WS-GROUP-IDX).
           MOVE WS-PERCENT TO WS-PCT-EDIT.
           MOVE ZERO TO WS-AVERAGE-DAYS.
           IF WS-GR-PAID-BACK(WS-GROUP-IDX) > ZERO THEN
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-GR-PAYBACK-DAYS(WS-GROUP-IDX) /
                   WS-GR-PAID-BACK(WS-GROUP-IDX)
           END-IF.
           MOVE WS-AVERAGE-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '      REVENUE PER COPY ' WS-PER-COPY-EDIT
               ' PAID BACK ' WS-PCT-EDIT '% OF TITLES'
               ' AVG DAYS ' WS-DAYS-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ROI-REPORT-LINE FROM WS-REPORT-LINE.

       PRODUCE-ROI-REPORT-EXIT.
           EXIT.

       END PROGRAM TITLE-ROI-REPORT.
