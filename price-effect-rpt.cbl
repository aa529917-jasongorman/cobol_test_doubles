       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-EFFECT-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-AUDIT ASSIGN TO 'PRICEAUDIT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-PRICE-AUDIT-STATUS.

           SELECT AUDIT-ARCHIVE ASSIGN TO 'PAARCHIVE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAR-KEY
               FILE STATUS IS WS-AUDIT-ARCHIVE-STATUS.

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

           SELECT TITLE-MASTER ASSIGN TO 'TITLEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-IMDB-ID
               FILE STATUS IS WS-TITLE-MASTER-STATUS.

           SELECT TITLE-ARCHIVE ASSIGN TO 'TITLEARCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TA-IMDB-ID
               FILE STATUS IS WS-TITLE-ARCHIVE-STATUS.

           SELECT DEMAND-FILE ASSIGN TO 'DEMANDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-IMDB-ID
               FILE STATUS IS WS-DEMAND-FILE-STATUS.

           SELECT EFFECT-SORT-FILE ASSIGN TO 'SORTWK01'.

           SELECT EFFECT-REPORT ASSIGN TO 'PRICEEFF'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-AUDIT.
       COPY 'price-audit.cpy'.

       FD  AUDIT-ARCHIVE.
       COPY 'price-audit-archive.cpy'.

       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.

       FD  RENTAL-HISTORY.
       COPY 'rental-history.cpy'.

       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.

       FD  TITLE-ARCHIVE.
       COPY 'title-archive.cpy'.

       FD  DEMAND-FILE.
       COPY 'demand-file.cpy'.

      *    ONE RECORD PER PRICING EVENT ('A', FROM THE AUDIT TRAIL OR
      *    ITS ARCHIVE) AND PER RENTAL ('R'). AN AUDIT EVENT SORTS
      *    AHEAD OF THE SAME DAY'S RENTALS BECAUSE THE NIGHT'S PRICE IS
      *    THE ONE THE NEXT DAY'S COUNTER CHARGES.
       SD  EFFECT-SORT-FILE.
       01  EFFECT-SORT-RECORD.
           05  SR-IMDB-ID          PIC X(10).
           05  SR-EVENT-DATE       PIC 9(8).
           05  SR-EVENT-TYPE       PIC X(01).
               88  SR-PRICE-EVENT          VALUE 'A'.
               88  SR-RENTAL               VALUE 'R'.
           05  SR-TIMESTAMP        PIC X(21).
           05  SR-PRICE            PIC 9(2)V9(2).
           05  SR-SOURCE           PIC X(08).
           05  SR-AMOUNT           PIC 9(5)V9(2).

       FD  EFFECT-REPORT.
       01  EFFECT-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'PRICE-EFFECT-RPT'.
           01  WS-PRICE-AUDIT-STATUS PIC X(02).
           01  WS-AUDIT-ARCHIVE-STATUS PIC X(02).
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-RENTAL-HISTORY-STATUS PIC X(02).
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-TITLE-ARCHIVE-STATUS PIC X(02).
           01  WS-DEMAND-FILE-STATUS PIC X(02).
           01  WS-TITLE-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-TITLE-MASTER-AVAILABLE VALUE 'Y'.
           01  WS-ARCHIVE-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-TITLE-ARCHIVE-AVAILABLE VALUE 'Y'.
           01  WS-DEMAND-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-DEMAND-FILE-AVAILABLE VALUE 'Y'.
           01  WS-SCAN-EOF-SWITCH  PIC X(01).
               88  END-OF-SCAN             VALUE 'Y'.
           01  WS-SORTED-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-SORTED-EVENTS    VALUE 'Y'.
           01  WS-GROUP-FOUND-SWITCH PIC X(01).
               88  WS-GROUP-FOUND          VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-TODAY-DAYNUM     PIC 9(7) COMP.
           01  WS-EVENT-DAYNUM     PIC 9(7) COMP.
      *    THE BEFORE AND AFTER WINDOWS EACH RUN THIS MANY DAYS EITHER
      *    SIDE OF A CHANGE, BUT NEVER ACROSS THE TITLE'S PREVIOUS OR
      *    NEXT CHANGE, SO EACH WINDOW SEES ONE PRICE ONLY. A WINDOW
      *    CUT SHORTER THAN THE MINIMUM IS LISTED BUT NOT MEASURED.
           01  WS-WINDOW-DAYS      PIC 9(3) VALUE 28.
           01  WS-MIN-WINDOW-DAYS  PIC 9(3) VALUE 7.
      *    THE TITLE BEING ASSEMBLED FROM ITS SORTED EVENTS.
           01  WS-TI-IMDB-ID       PIC X(10).
           01  WS-TI-TITLE         PIC X(30).
           01  WS-TI-GENRE         PIC X(12).
           01  WS-TI-PRICE         PIC 9(2)V9(2).
           01  WS-TI-PRICE-DAYNUM  PIC 9(7) COMP.
           01  WS-TI-PRICE-SWITCH  PIC X(01).
               88  WS-TI-PRICE-KNOWN       VALUE 'Y'.
           01  WS-TI-HEADER-SWITCH PIC X(01).
               88  WS-TI-HEADER-WRITTEN    VALUE 'Y'.
      *    RENTALS BY DAY FOR THE TITLE, NEWEST LAST, SO THE BEFORE
      *    WINDOW CAN BE SUMMED WHEN A CHANGE TURNS UP. ONE ENTRY IS
      *    ONE DAY THAT HAD RENTALS, SO 90 ENTRIES ALWAYS REACH BACK AT
      *    LEAST 90 DAYS.
           01  WS-DAY-MAX          PIC 9(3) COMP VALUE 90.
           01  WS-DAY-COUNT        PIC 9(3) COMP VALUE 0.
           01  WS-DAY-IDX          PIC 9(3) COMP.
           01  WS-DAY-TABLE.
               05  WS-DAY-ENTRY OCCURS 90 TIMES.
                   10  WS-DY-DAYNUM        PIC 9(7) COMP.
                   10  WS-DY-RENTALS       PIC 9(5) COMP.
                   10  WS-DY-REVENUE       PIC S9(7)V9(2).
           01  WS-BEFORE-START-DAYNUM PIC 9(7) COMP.
      *    THE CHANGE WHOSE AFTER WINDOW IS STILL COLLECTING RENTALS.
           01  WS-OC-OPEN-SWITCH   PIC X(01).
               88  WS-OC-OPEN              VALUE 'Y'.
           01  WS-OC-DATE          PIC 9(8).
           01  WS-OC-DAYNUM        PIC 9(7) COMP.
           01  WS-OC-OLD-PRICE     PIC 9(2)V9(2).
           01  WS-OC-NEW-PRICE     PIC 9(2)V9(2).
           01  WS-OC-SOURCE        PIC X(08).
           01  WS-OC-BEFORE-DAYS   PIC 9(3) COMP.
           01  WS-OC-BEFORE-RENTALS PIC 9(7) COMP.
           01  WS-OC-BEFORE-REVENUE PIC S9(7)V9(2).
           01  WS-OC-AFTER-DAYS    PIC 9(5) COMP.
           01  WS-OC-AFTER-RENTALS PIC 9(7) COMP.
           01  WS-OC-AFTER-REVENUE PIC S9(7)V9(2).
           01  WS-OC-END-SWITCH    PIC X(01).
               88  WS-OC-FULL-WINDOW       VALUE 'F'.
               88  WS-OC-CUT-BY-CHANGE     VALUE 'C'.
               88  WS-OC-STILL-RUNNING     VALUE 'R'.
           01  WS-OC-MEASURED-SWITCH PIC X(01).
               88  WS-OC-MEASURED          VALUE 'Y'.
           01  WS-OC-BAND          PIC X(10).
      *    RATES PER DAY AND THE MIDPOINT PERCENT CHANGES IN PRICE AND
      *    IN RENTALS PER DAY, AS FRACTIONS.
           01  WS-BEFORE-PER-DAY   PIC 9(5)V9(4).
           01  WS-AFTER-PER-DAY    PIC 9(5)V9(4).
           01  WS-BEFORE-REV-DAY   PIC S9(7)V9(4).
           01  WS-AFTER-REV-DAY    PIC S9(7)V9(4).
           01  WS-PRICE-CHANGE     PIC S9(3)V9(6).
           01  WS-VOLUME-CHANGE    PIC S9(3)V9(6).
           01  WS-SENSITIVITY      PIC S9(5)V9(2).
           01  WS-AVERAGE-CHANGE   PIC S9(5)V9(2).
           01  WS-PACE-90DAY       PIC 9(5)V9(1).
      *    SUBTOTALS BY GENRE ('G') AND PRICE BAND ('B'), WITH THE
      *    REPORT TOTAL ('Z'), EACH KEPT APART FOR BATCH PRICING AND
      *    MANAGER OVERRIDES.
           01  WS-GROUP-KIND       PIC X(01).
           01  WS-GROUP-KEY        PIC X(12).
           01  WS-GROUP-SOURCE     PIC X(08).
           01  WS-GROUP-SLOT-MAX   PIC 9(4) COMP VALUE 400.
           01  WS-GROUP-COUNT      PIC 9(4) COMP VALUE 0.
           01  WS-GROUP-IDX        PIC 9(4) COMP.
           01  WS-GROUP-TABLE.
               05  WS-GR-ENTRY OCCURS 400 TIMES.
                   10  WS-GR-KIND          PIC X(01).
                   10  WS-GR-KEY           PIC X(12).
                   10  WS-GR-SOURCE        PIC X(08).
                   10  WS-GR-CHANGES       PIC 9(5) COMP.
                   10  WS-GR-MEASURED      PIC 9(5) COMP.
                   10  WS-GR-SUM-DP        PIC S9(7)V9(6).
                   10  WS-GR-SUM-DQ        PIC S9(7)V9(6).
                   10  WS-GR-SUM-DQDP      PIC S9(7)V9(6).
                   10  WS-GR-SUM-DPDP      PIC S9(7)V9(6).
                   10  WS-GR-REV-BEFORE    PIC S9(9)V9(4).
                   10  WS-GR-REV-AFTER     PIC S9(9)V9(4).
           01  WS-COUNT-EDIT       PIC ZZZZ9.
           01  WS-DAYS-EDIT        PIC ZZ9.
           01  WS-RENTALS-EDIT     PIC ZZZZZZ9.
           01  WS-PRICE-EDIT       PIC Z9.99.
           01  WS-PRICE-EDIT-B     PIC Z9.99.
           01  WS-PCT-EDIT         PIC -ZZZ9.9.
           01  WS-PCT-EDIT-B       PIC -ZZZ9.9.
           01  WS-RATE-EDIT        PIC ZZZ9.99.
           01  WS-RATE-EDIT-B      PIC ZZZ9.99.
           01  WS-REV-EDIT         PIC -ZZZZ9.99.
           01  WS-REV-EDIT-B       PIC -ZZZZ9.99.
           01  WS-SENS-EDIT        PIC -ZZZ9.99.
           01  WS-DEMAND-EDIT      PIC ZZZZ9.
           01  WS-DEMAND-EDIT-B    PIC ZZZZ9.
           01  WS-PACE-EDIT        PIC ZZZZ9.9.
           01  WS-END-TEXT         PIC X(24).
           01  WS-REPORT-LINE      PIC X(132).
           01  WS-EVENTS-RELEASED  PIC 9(7) COMP VALUE 0.
           01  WS-CHANGES-REPORTED PIC 9(7) COMP VALUE 0.
           01  WS-CHANGES-MEASURED PIC 9(7) COMP VALUE 0.
           01  WS-GROUPS-DROPPED   PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).
           IF WS-WINDOW-DAYS > WS-DAY-MAX THEN
               MOVE WS-DAY-MAX TO WS-WINDOW-DAYS
           END-IF.
           SORT EFFECT-SORT-FILE
               ON ASCENDING KEY SR-IMDB-ID SR-EVENT-DATE
                                SR-EVENT-TYPE SR-TIMESTAMP
               INPUT PROCEDURE IS EXTRACT-PRICE-EVENTS
               OUTPUT PROCEDURE IS PRODUCE-EFFECT-REPORT.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-EVENTS-RELEASED, WS-CHANGES-REPORTED,
               WS-CHANGES-MEASURED.
           DISPLAY 'PRICE-EFFECT-RPT: EVENTS ' WS-EVENTS-RELEASED
               ' CHANGES ' WS-CHANGES-REPORTED
               ' MEASURED ' WS-CHANGES-MEASURED
               ' SUBTOTALS DROPPED ' WS-GROUPS-DROPPED.
           GOBACK.

      *****************************************************************
      *    EVERY AUDIT RECORD GOES IN, NOT ONLY THE CHANGES: BATCH
      *    PRICING WRITES ONE PER TITLE PER NIGHT, AND A CHANGE IS
      *    ONLY SEEN BY COMPARING A RECORD WITH THE ONE BEFORE IT.
      *    THE ARCHIVE HOLDS THE OLDER HALF OF THE SAME TRAIL. ANY
      *    FILE NOT YET CREATED CONTRIBUTES NOTHING.
      *****************************************************************
       EXTRACT-PRICE-EVENTS SECTION.
       EXTRACT-PRICE-EVENTS-START.
           PERFORM RELEASE-ARCHIVED-AUDIT.
           PERFORM RELEASE-CURRENT-AUDIT.
           PERFORM RELEASE-OPEN-RENTALS.
           PERFORM RELEASE-HISTORY-RENTALS.
           GO TO EXTRACT-PRICE-EVENTS-EXIT.

       RELEASE-ARCHIVED-AUDIT.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT AUDIT-ARCHIVE.
           IF WS-AUDIT-ARCHIVE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-IF.
           PERFORM RELEASE-ONE-ARCHIVED-AUDIT UNTIL END-OF-SCAN.
           IF WS-AUDIT-ARCHIVE-STATUS = '00'
                   OR WS-AUDIT-ARCHIVE-STATUS = '10' THEN
               CLOSE AUDIT-ARCHIVE
           END-IF.

       RELEASE-ONE-ARCHIVED-AUDIT.
           READ AUDIT-ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF PAR-RUN-TIMESTAMP(1:8) IS NUMERIC
                       MOVE PAR-IMDB-ID TO SR-IMDB-ID
                       MOVE PAR-RUN-TIMESTAMP(1:8) TO SR-EVENT-DATE
                       SET SR-PRICE-EVENT TO TRUE
                       MOVE PAR-RUN-TIMESTAMP TO SR-TIMESTAMP
                       MOVE PAR-FINAL-PRICE TO SR-PRICE
                       MOVE PAR-PRICE-SOURCE TO SR-SOURCE
                       MOVE ZERO TO SR-AMOUNT
                       PERFORM RELEASE-EVENT
                   END-IF
           END-READ.

       RELEASE-CURRENT-AUDIT.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT PRICE-AUDIT.
           IF WS-PRICE-AUDIT-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-IF.
           PERFORM RELEASE-ONE-CURRENT-AUDIT UNTIL END-OF-SCAN.
           IF WS-PRICE-AUDIT-STATUS = '00'
                   OR WS-PRICE-AUDIT-STATUS = '10' THEN
               CLOSE PRICE-AUDIT
           END-IF.

       RELEASE-ONE-CURRENT-AUDIT.
           READ PRICE-AUDIT NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF PA-RUN-TIMESTAMP(1:8) IS NUMERIC
                       MOVE PA-IMDB-ID TO SR-IMDB-ID
                       MOVE PA-RUN-TIMESTAMP(1:8) TO SR-EVENT-DATE
                       SET SR-PRICE-EVENT TO TRUE
                       MOVE PA-RUN-TIMESTAMP TO SR-TIMESTAMP
                       MOVE PA-FINAL-PRICE TO SR-PRICE
                       MOVE PA-PRICE-SOURCE TO SR-SOURCE
                       MOVE ZERO TO SR-AMOUNT
                       PERFORM RELEASE-EVENT
                   END-IF
           END-READ.

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
                   IF RT-RENTAL-DATE IS NUMERIC
                           AND RT-RENTAL-DATE > ZERO
                       MOVE RT-IMDB-ID TO SR-IMDB-ID
                       MOVE RT-RENTAL-DATE TO SR-EVENT-DATE
                       SET SR-RENTAL TO TRUE
                       MOVE SPACES TO SR-TIMESTAMP
                       MOVE ZERO TO SR-PRICE
                       MOVE SPACES TO SR-SOURCE
                       MOVE RT-RATE TO SR-AMOUNT
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
                   IF RH-RENTAL-DATE IS NUMERIC
                           AND RH-RENTAL-DATE > ZERO
                       MOVE RH-IMDB-ID TO SR-IMDB-ID
                       MOVE RH-RENTAL-DATE TO SR-EVENT-DATE
                       SET SR-RENTAL TO TRUE
                       MOVE SPACES TO SR-TIMESTAMP
                       MOVE ZERO TO SR-PRICE
                       MOVE SPACES TO SR-SOURCE
                       MOVE RH-RATE TO SR-AMOUNT
                       PERFORM RELEASE-EVENT
                   END-IF
           END-READ.

       RELEASE-EVENT.
           RELEASE EFFECT-SORT-RECORD.
           ADD 1 TO WS-EVENTS-RELEASED.

       EXTRACT-PRICE-EVENTS-EXIT.
           EXIT.

      *****************************************************************
      *    ONE BLOCK PER TITLE THAT CHANGED PRICE, A LINE PAIR PER
      *    CHANGE, THEN THE SENSITIVITY SUBTOTALS THE PRICING MANAGER
      *    TUNES PRICE-MOVIE'S MULTIPLIERS FROM: BY GENRE AND BY PRICE
      *    BAND, BATCH PRICING AND MANAGER OVERRIDES SHOWN APART.
      *****************************************************************
       PRODUCE-EFFECT-REPORT SECTION.
       PRODUCE-EFFECT-REPORT-START.
           OPEN INPUT TITLE-MASTER.
           IF WS-TITLE-MASTER-STATUS = '00' THEN
               SET WS-TITLE-MASTER-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT TITLE-ARCHIVE.
           IF WS-TITLE-ARCHIVE-STATUS = '00' THEN
               SET WS-TITLE-ARCHIVE-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT DEMAND-FILE.
           IF WS-DEMAND-FILE-STATUS = '00' THEN
               SET WS-DEMAND-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT EFFECT-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM RETURN-NEXT-SORTED-EVENT.
           PERFORM REPORT-ONE-TITLE UNTIL END-OF-SORTED-EVENTS.
           PERFORM WRITE-GROUP-SUBTOTALS.
           IF WS-TITLE-MASTER-AVAILABLE THEN
               CLOSE TITLE-MASTER
           END-IF.
           IF WS-TITLE-ARCHIVE-AVAILABLE THEN
               CLOSE TITLE-ARCHIVE
           END-IF.
           IF WS-DEMAND-FILE-AVAILABLE THEN
               CLOSE DEMAND-FILE
           END-IF.
           CLOSE EFFECT-REPORT.
           GO TO PRODUCE-EFFECT-REPORT-EXIT.

       WRITE-REPORT-HEADER.
           MOVE WS-WINDOW-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PRICE CHANGE EFFECTIVENESS - RUN DATE '
               WS-TODAY-CCYYMMDD
               ' - WINDOW ' WS-DAYS-EDIT ' DAYS EACH SIDE OF A CHANGE'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE EFFECT-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'VOLUME AND PRICE MOVES ARE MIDPOINT PERCENTS; '
               'SENSITIVITY IS THE VOLUME MOVE PER 1% OF PRICE MOVE '
               '(-1.50 = A 10% RISE LOSES ABOUT 15% OF RENTALS)'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE EFFECT-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE EFFECT-REPORT-LINE FROM WS-REPORT-LINE.

       RETURN-NEXT-SORTED-EVENT.
           RETURN EFFECT-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF-SWITCH
           END-RETURN.

       REPORT-ONE-TITLE.
           PERFORM START-TITLE.
           PERFORM APPLY-ONE-EVENT
               UNTIL END-OF-SORTED-EVENTS
               OR SR-IMDB-ID NOT = WS-TI-IMDB-ID.
      *    A CHANGE STILL INSIDE ITS AFTER WINDOW IS REPORTED WITH
      *    THE DAYS IT HAS HAD SO FAR.
           IF WS-OC-OPEN THEN
               COMPUTE WS-OC-AFTER-DAYS =
                   WS-TODAY-DAYNUM - WS-OC-DAYNUM
               IF WS-OC-AFTER-DAYS < WS-WINDOW-DAYS THEN
                   SET WS-OC-STILL-RUNNING TO TRUE
               ELSE
                   MOVE WS-WINDOW-DAYS TO WS-OC-AFTER-DAYS
                   SET WS-OC-FULL-WINDOW TO TRUE
               END-IF
               PERFORM CLOSE-OPEN-CHANGE
           END-IF.
           IF WS-TI-HEADER-WRITTEN THEN
               MOVE SPACES TO WS-REPORT-LINE
               WRITE EFFECT-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       START-TITLE.
           MOVE SR-IMDB-ID TO WS-TI-IMDB-ID.
           MOVE 'N' TO WS-TI-PRICE-SWITCH.
           MOVE 'N' TO WS-TI-HEADER-SWITCH.
           MOVE 'N' TO WS-OC-OPEN-SWITCH.
           MOVE ZERO TO WS-TI-PRICE.
           MOVE ZERO TO WS-TI-PRICE-DAYNUM.
           MOVE ZERO TO WS-DAY-COUNT.
           MOVE SPACES TO WS-TI-TITLE.
           MOVE SPACES TO WS-TI-GENRE.

       APPLY-ONE-EVENT.
           COMPUTE WS-EVENT-DAYNUM =
               FUNCTION INTEGER-OF-DATE(SR-EVENT-DATE).
           IF SR-PRICE-EVENT THEN
               PERFORM APPLY-PRICE-EVENT
           ELSE
               PERFORM APPLY-RENTAL-EVENT
           END-IF.
           PERFORM RETURN-NEXT-SORTED-EVENT.

      *    THE FIRST AUDIT RECORD ONLY SETS THE STARTING PRICE; A
      *    CHANGE IS A RECORD WHOSE FINAL PRICE DIFFERS FROM THE ONE
      *    BEFORE IT, AND IT ENDS THE AFTER WINDOW OF THE LAST CHANGE.
       APPLY-PRICE-EVENT.
           IF NOT WS-TI-PRICE-KNOWN THEN
               SET WS-TI-PRICE-KNOWN TO TRUE
               MOVE SR-PRICE TO WS-TI-PRICE
               MOVE WS-EVENT-DAYNUM TO WS-TI-PRICE-DAYNUM
           ELSE
               IF SR-PRICE NOT = WS-TI-PRICE THEN
                   IF WS-OC-OPEN THEN
                       COMPUTE WS-OC-AFTER-DAYS =
                           WS-EVENT-DAYNUM - WS-OC-DAYNUM
                       IF WS-OC-AFTER-DAYS < WS-WINDOW-DAYS
                           SET WS-OC-CUT-BY-CHANGE TO TRUE
                       ELSE
                           MOVE WS-WINDOW-DAYS TO WS-OC-AFTER-DAYS
                           SET WS-OC-FULL-WINDOW TO TRUE
                       END-IF
                       PERFORM CLOSE-OPEN-CHANGE
                   END-IF
                   PERFORM OPEN-NEW-CHANGE
                   MOVE SR-PRICE TO WS-TI-PRICE
                   MOVE WS-EVENT-DAYNUM TO WS-TI-PRICE-DAYNUM
               END-IF
           END-IF.

       OPEN-NEW-CHANGE.
           SET WS-OC-OPEN TO TRUE.
           MOVE SR-EVENT-DATE TO WS-OC-DATE.
           MOVE WS-EVENT-DAYNUM TO WS-OC-DAYNUM.
           MOVE WS-TI-PRICE TO WS-OC-OLD-PRICE.
           MOVE SR-PRICE TO WS-OC-NEW-PRICE.
           MOVE SR-SOURCE TO WS-OC-SOURCE.
           IF WS-OC-SOURCE NOT = 'OVERRIDE' THEN
               MOVE 'BATCH' TO WS-OC-SOURCE
           END-IF.
           MOVE ZERO TO WS-OC-AFTER-DAYS.
           MOVE ZERO TO WS-OC-AFTER-RENTALS.
           MOVE ZERO TO WS-OC-AFTER-REVENUE.
           MOVE ZERO TO WS-OC-BEFORE-RENTALS.
           MOVE ZERO TO WS-OC-BEFORE-REVENUE.
           IF WS-EVENT-DAYNUM > WS-WINDOW-DAYS THEN
               COMPUTE WS-BEFORE-START-DAYNUM =
                   WS-EVENT-DAYNUM - WS-WINDOW-DAYS
           ELSE
               MOVE ZERO TO WS-BEFORE-START-DAYNUM
           END-IF.
           IF WS-TI-PRICE-DAYNUM > WS-BEFORE-START-DAYNUM THEN
               MOVE WS-TI-PRICE-DAYNUM TO WS-BEFORE-START-DAYNUM
           END-IF.
           COMPUTE WS-OC-BEFORE-DAYS =
               WS-EVENT-DAYNUM - WS-BEFORE-START-DAYNUM.
           PERFORM SUM-ONE-BEFORE-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT.

       SUM-ONE-BEFORE-DAY.
           IF WS-DY-DAYNUM(WS-DAY-IDX) NOT < WS-BEFORE-START-DAYNUM
                   AND WS-DY-DAYNUM(WS-DAY-IDX) < WS-EVENT-DAYNUM THEN
               ADD WS-DY-RENTALS(WS-DAY-IDX) TO WS-OC-BEFORE-RENTALS
               ADD WS-DY-REVENUE(WS-DAY-IDX) TO WS-OC-BEFORE-REVENUE
           END-IF.

       APPLY-RENTAL-EVENT.
           IF WS-OC-OPEN THEN
               IF WS-EVENT-DAYNUM NOT <
                       WS-OC-DAYNUM + WS-WINDOW-DAYS THEN
                   MOVE WS-WINDOW-DAYS TO WS-OC-AFTER-DAYS
                   SET WS-OC-FULL-WINDOW TO TRUE
                   PERFORM CLOSE-OPEN-CHANGE
               ELSE
                   ADD 1 TO WS-OC-AFTER-RENTALS
                   ADD SR-AMOUNT TO WS-OC-AFTER-REVENUE
               END-IF
           END-IF.
           PERFORM ADD-RENTAL-TO-DAYS.

       ADD-RENTAL-TO-DAYS.
           IF WS-DAY-COUNT > ZERO
                   AND WS-DY-DAYNUM(WS-DAY-COUNT) = WS-EVENT-DAYNUM THEN
               ADD 1 TO WS-DY-RENTALS(WS-DAY-COUNT)
               ADD SR-AMOUNT TO WS-DY-REVENUE(WS-DAY-COUNT)
           ELSE
               IF WS-DAY-COUNT = WS-DAY-MAX THEN
                   PERFORM SHIFT-ONE-DAY
                       VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX NOT < WS-DAY-MAX
                   SUBTRACT 1 FROM WS-DAY-COUNT
               END-IF
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-EVENT-DAYNUM TO WS-DY-DAYNUM(WS-DAY-COUNT)
               MOVE 1 TO WS-DY-RENTALS(WS-DAY-COUNT)
               MOVE SR-AMOUNT TO WS-DY-REVENUE(WS-DAY-COUNT)
           END-IF.

       SHIFT-ONE-DAY.
           MOVE WS-DAY-ENTRY(WS-DAY-IDX + 1) TO
               WS-DAY-ENTRY(WS-DAY-IDX).

      *    BOTH WINDOWS ARE TURNED INTO RENTALS AND REVENUE PER DAY SO
      *    A WINDOW CUT SHORT BY THE NEXT CHANGE STILL COMPARES.
       CLOSE-OPEN-CHANGE.
           MOVE 'N' TO WS-OC-OPEN-SWITCH.
           MOVE 'N' TO WS-OC-MEASURED-SWITCH.
           MOVE ZERO TO WS-BEFORE-PER-DAY WS-AFTER-PER-DAY.
           MOVE ZERO TO WS-BEFORE-REV-DAY WS-AFTER-REV-DAY.
           MOVE ZERO TO WS-VOLUME-CHANGE.
           IF WS-OC-BEFORE-DAYS > ZERO THEN
               COMPUTE WS-BEFORE-PER-DAY ROUNDED =
                   WS-OC-BEFORE-RENTALS / WS-OC-BEFORE-DAYS
               COMPUTE WS-BEFORE-REV-DAY ROUNDED =
                   WS-OC-BEFORE-REVENUE / WS-OC-BEFORE-DAYS
           END-IF.
           IF WS-OC-AFTER-DAYS > ZERO THEN
               COMPUTE WS-AFTER-PER-DAY ROUNDED =
                   WS-OC-AFTER-RENTALS / WS-OC-AFTER-DAYS
               COMPUTE WS-AFTER-REV-DAY ROUNDED =
                   WS-OC-AFTER-REVENUE / WS-OC-AFTER-DAYS
           END-IF.
           COMPUTE WS-PRICE-CHANGE ROUNDED =
               (WS-OC-NEW-PRICE - WS-OC-OLD-PRICE) /
               ((WS-OC-NEW-PRICE + WS-OC-OLD-PRICE) / 2).
           IF WS-BEFORE-PER-DAY + WS-AFTER-PER-DAY > ZERO THEN
               COMPUTE WS-VOLUME-CHANGE ROUNDED =
                   (WS-AFTER-PER-DAY - WS-BEFORE-PER-DAY) /
                   ((WS-AFTER-PER-DAY + WS-BEFORE-PER-DAY) / 2)
           END-IF.
           IF NOT WS-OC-STILL-RUNNING
                   AND WS-OC-BEFORE-DAYS NOT < WS-MIN-WINDOW-DAYS
                   AND WS-OC-AFTER-DAYS NOT < WS-MIN-WINDOW-DAYS THEN
               SET WS-OC-MEASURED TO TRUE
               ADD 1 TO WS-CHANGES-MEASURED
           END-IF.
           EVALUATE TRUE
               WHEN WS-OC-NEW-PRICE < 2.00
                   MOVE 'UNDER 2.00' TO WS-OC-BAND
               WHEN WS-OC-NEW-PRICE < 4.00
                   MOVE '2.00-3.99' TO WS-OC-BAND
               WHEN WS-OC-NEW-PRICE < 6.00
                   MOVE '4.00-5.99' TO WS-OC-BAND
               WHEN OTHER
                   MOVE '6.00 UP' TO WS-OC-BAND
           END-EVALUATE.
           IF NOT WS-TI-HEADER-WRITTEN THEN
               PERFORM WRITE-TITLE-HEADER
           END-IF.
           PERFORM WRITE-CHANGE-LINES.
           PERFORM POST-CHANGE-TO-GROUPS.
           ADD 1 TO WS-CHANGES-REPORTED.

      *    A RETIRED TITLE IS DESCRIBED FROM THE ARCHIVE. THE DEMAND
      *    FILE'S TRAILING COUNTS SHOW WHERE THE TITLE STANDS TONIGHT.
       WRITE-TITLE-HEADER.
           SET WS-TI-HEADER-WRITTEN TO TRUE.
           MOVE 'NOT IN CATALOG OR ARCHIVE' TO WS-TI-TITLE.
           IF WS-TITLE-MASTER-AVAILABLE THEN
               MOVE WS-TI-IMDB-ID TO TM-IMDB-ID
               READ TITLE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TM-TITLE TO WS-TI-TITLE
                       MOVE TM-GENRE TO WS-TI-GENRE
               END-READ
           END-IF.
           IF WS-TI-GENRE = SPACES AND WS-TITLE-ARCHIVE-AVAILABLE THEN
               MOVE WS-TI-IMDB-ID TO TA-IMDB-ID
               READ TITLE-ARCHIVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TA-TITLE TO WS-TI-TITLE
                       MOVE TA-GENRE TO WS-TI-GENRE
               END-READ
           END-IF.
           MOVE ZERO TO DM-RENTALS-7DAY DM-RENTALS-90DAY.
           IF WS-DEMAND-FILE-AVAILABLE THEN
               MOVE WS-TI-IMDB-ID TO DM-IMDB-ID
               READ DEMAND-FILE
                   INVALID KEY
                       MOVE ZERO TO DM-RENTALS-7DAY DM-RENTALS-90DAY
               END-READ
           END-IF.
           MOVE DM-RENTALS-7DAY TO WS-DEMAND-EDIT.
           MOVE DM-RENTALS-90DAY TO WS-DEMAND-EDIT-B.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-TI-IMDB-ID ' ' WS-TI-TITLE ' ' WS-TI-GENRE
               '  DEMAND 7-DAY ' WS-DEMAND-EDIT
               ' 90-DAY ' WS-DEMAND-EDIT-B
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE EFFECT-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-CHANGE-LINES.
           MOVE WS-OC-OLD-PRICE TO WS-PRICE-EDIT.
           MOVE WS-OC-NEW-PRICE TO WS-PRICE-EDIT-B.
           COMPUTE WS-AVERAGE-CHANGE ROUNDED = WS-PRICE-CHANGE * 100.
           MOVE WS-AVERAGE-CHANGE TO WS-PCT-EDIT.
           COMPUTE WS-AVERAGE-CHANGE ROUNDED = WS-VOLUME-CHANGE * 100.
           MOVE WS-AVERAGE-CHANGE TO WS-PCT-EDIT-B.
           EVALUATE TRUE
               WHEN WS-OC-STILL-RUNNING
                   MOVE 'WINDOW STILL RUNNING' TO WS-END-TEXT
               WHEN NOT WS-OC-MEASURED
                   MOVE 'WINDOW TOO SHORT' TO WS-END-TEXT
               WHEN WS-OC-CUT-BY-CHANGE
                   MOVE 'ENDED BY NEXT CHANGE' TO WS-END-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-END-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  CHANGED ' WS-OC-DATE ' ' WS-OC-SOURCE
               ' FROM ' WS-PRICE-EDIT ' TO ' WS-PRICE-EDIT-B
               ' PRICE ' WS-PCT-EDIT '%'
               ' VOLUME ' WS-PCT-EDIT-B '%'
               ' BAND ' WS-OC-BAND '  ' WS-END-TEXT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE EFFECT-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-OC-BEFORE-DAYS TO WS-DAYS-EDIT.
           MOVE WS-OC-BEFORE-RENTALS TO WS-RENTALS-EDIT.
           MOVE WS-BEFORE-PER-DAY TO WS-RATE-EDIT.
           MOVE WS-BEFORE-REV-DAY TO WS-REV-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '      BEFORE ' WS-DAYS-EDIT ' DAYS RENTALS '
               WS-RENTALS-EDIT ' PER DAY ' WS-RATE-EDIT
               ' REVENUE PER DAY ' WS-REV-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE EFFECT-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-OC-AFTER-DAYS TO WS-DAYS-EDIT.
           MOVE WS-OC-AFTER-RENTALS TO WS-RENTALS-EDIT.
           MOVE WS-AFTER-PER-DAY TO WS-RATE-EDIT.
           MOVE WS-AFTER-REV-DAY TO WS-REV-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '      AFTER  ' WS-DAYS-EDIT ' DAYS RENTALS '
               WS-RENTALS-EDIT ' PER DAY ' WS-RATE-EDIT
               ' REVENUE PER DAY ' WS-REV-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE EFFECT-REPORT-LINE FROM WS-REPORT-LINE.
           IF WS-OC-STILL-RUNNING THEN
               PERFORM WRITE-EARLY-READ-LINE
           END-IF.

      *    A CHANGE TOO RECENT TO HAVE A FULL AFTER WINDOW GETS AN
      *    EARLY READ: THE LAST 7 DAYS AGAINST THE WEEKLY PACE OF THE
      *    LAST 90, FROM THE DEMAND FILE.
       WRITE-EARLY-READ-LINE.
           COMPUTE WS-PACE-90DAY ROUNDED =
               (DM-RENTALS-90DAY * 7) / 90.
           MOVE WS-PACE-90DAY TO WS-PACE-EDIT.
           MOVE DM-RENTALS-7DAY TO WS-DEMAND-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '      EARLY READ - LAST 7 DAYS ' WS-DEMAND-EDIT
               ' AGAINST 90-DAY WEEKLY PACE ' WS-PACE-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE EFFECT-REPORT-LINE FROM WS-REPORT-LINE.

       POST-CHANGE-TO-GROUPS.
           MOVE WS-OC-SOURCE TO WS-GROUP-SOURCE.
           MOVE 'G' TO WS-GROUP-KIND.
           MOVE WS-TI-GENRE TO WS-GROUP-KEY.
           PERFORM POST-CHANGE-TO-ONE-GROUP.
           MOVE 'B' TO WS-GROUP-KIND.
           MOVE WS-OC-BAND TO WS-GROUP-KEY.
           PERFORM POST-CHANGE-TO-ONE-GROUP.
           MOVE 'Z' TO WS-GROUP-KIND.
           MOVE 'ALL CHANGES' TO WS-GROUP-KEY.
           PERFORM POST-CHANGE-TO-ONE-GROUP.

       POST-CHANGE-TO-ONE-GROUP.
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
                   MOVE WS-GROUP-SOURCE TO WS-GR-SOURCE(WS-GROUP-IDX)
                   MOVE ZERO TO WS-GR-CHANGES(WS-GROUP-IDX)
                   MOVE ZERO TO WS-GR-MEASURED(WS-GROUP-IDX)
                   MOVE ZERO TO WS-GR-SUM-DP(WS-GROUP-IDX)
                   MOVE ZERO TO WS-GR-SUM-DQ(WS-GROUP-IDX)
                   MOVE ZERO TO WS-GR-SUM-DQDP(WS-GROUP-IDX)
                   MOVE ZERO TO WS-GR-SUM-DPDP(WS-GROUP-IDX)
                   MOVE ZERO TO WS-GR-REV-BEFORE(WS-GROUP-IDX)
                   MOVE ZERO TO WS-GR-REV-AFTER(WS-GROUP-IDX)
                   SET WS-GROUP-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-GROUPS-DROPPED
               END-IF
           END-IF.
           IF WS-GROUP-FOUND THEN
               ADD 1 TO WS-GR-CHANGES(WS-GROUP-IDX)
               IF WS-OC-MEASURED THEN
                   ADD 1 TO WS-GR-MEASURED(WS-GROUP-IDX)
                   ADD WS-PRICE-CHANGE TO WS-GR-SUM-DP(WS-GROUP-IDX)
                   ADD WS-VOLUME-CHANGE TO WS-GR-SUM-DQ(WS-GROUP-IDX)
                   COMPUTE WS-GR-SUM-DQDP(WS-GROUP-IDX) ROUNDED =
                       WS-GR-SUM-DQDP(WS-GROUP-IDX) +
                       (WS-VOLUME-CHANGE * WS-PRICE-CHANGE)
                   COMPUTE WS-GR-SUM-DPDP(WS-GROUP-IDX) ROUNDED =
                       WS-GR-SUM-DPDP(WS-GROUP-IDX) +
                       (WS-PRICE-CHANGE * WS-PRICE-CHANGE)
                   ADD WS-BEFORE-REV-DAY TO
                       WS-GR-REV-BEFORE(WS-GROUP-IDX)
                   ADD WS-AFTER-REV-DAY TO
                       WS-GR-REV-AFTER(WS-GROUP-IDX)
               END-IF
           END-IF.

       CHECK-ONE-GROUP-SLOT.
           IF WS-GR-KIND(WS-GROUP-IDX) = WS-GROUP-KIND
                   AND WS-GR-KEY(WS-GROUP-IDX) = WS-GROUP-KEY
                   AND WS-GR-SOURCE(WS-GROUP-IDX) = WS-GROUP-SOURCE THEN
               SET WS-GROUP-FOUND TO TRUE
               SUBTRACT 1 FROM WS-GROUP-IDX
           END-IF.

       WRITE-GROUP-SUBTOTALS.
           MOVE 'G' TO WS-GROUP-KIND.
           MOVE 'SENSITIVITY BY GENRE' TO WS-REPORT-LINE.
           PERFORM WRITE-ONE-GROUP-KIND.
           MOVE 'B' TO WS-GROUP-KIND.
           MOVE 'SENSITIVITY BY PRICE BAND (NEW PRICE)'
               TO WS-REPORT-LINE.
           PERFORM WRITE-ONE-GROUP-KIND.
           MOVE 'Z' TO WS-GROUP-KIND.
           MOVE 'REPORT TOTAL' TO WS-REPORT-LINE.
           PERFORM WRITE-ONE-GROUP-KIND.

      *    BATCH PRICING FIRST, THEN OVERRIDES, SO THE MANAGER READS
      *    WHAT THE MULTIPLIERS DID APART FROM WHAT STAFF DID BY HAND.
       WRITE-ONE-GROUP-KIND.
           WRITE EFFECT-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE 'BATCH' TO WS-GROUP-SOURCE.
           PERFORM WRITE-ONE-GROUP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
           MOVE 'OVERRIDE' TO WS-GROUP-SOURCE.
           PERFORM WRITE-ONE-GROUP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE EFFECT-REPORT-LINE FROM WS-REPORT-LINE.

      *    SENSITIVITY IS THE LEAST-SQUARES SLOPE OF VOLUME MOVE ON
      *    PRICE MOVE THROUGH THE ORIGIN, SO RISES AND CUTS IN ONE
      *    GROUP REINFORCE RATHER THAN CANCEL.
       WRITE-ONE-GROUP.
           IF WS-GR-KIND(WS-GROUP-IDX) = WS-GROUP-KIND
                   AND WS-GR-SOURCE(WS-GROUP-IDX) = WS-GROUP-SOURCE THEN
               MOVE WS-GR-CHANGES(WS-GROUP-IDX) TO WS-COUNT-EDIT
               MOVE WS-GR-MEASURED(WS-GROUP-IDX) TO WS-DEMAND-EDIT
               MOVE ZERO TO WS-SENSITIVITY
               IF WS-GR-SUM-DPDP(WS-GROUP-IDX) > ZERO THEN
                   COMPUTE WS-SENSITIVITY ROUNDED =
                       WS-GR-SUM-DQDP(WS-GROUP-IDX) /
                       WS-GR-SUM-DPDP(WS-GROUP-IDX)
               END-IF
               MOVE WS-SENSITIVITY TO WS-SENS-EDIT
               MOVE ZERO TO WS-PCT-EDIT WS-PCT-EDIT-B
               MOVE ZERO TO WS-REV-EDIT WS-REV-EDIT-B
               IF WS-GR-MEASURED(WS-GROUP-IDX) > ZERO THEN
                   COMPUTE WS-AVERAGE-CHANGE ROUNDED =
                       (WS-GR-SUM-DP(WS-GROUP-IDX) * 100) /
                       WS-GR-MEASURED(WS-GROUP-IDX)
                   MOVE WS-AVERAGE-CHANGE TO WS-PCT-EDIT
                   COMPUTE WS-AVERAGE-CHANGE ROUNDED =
                       (WS-GR-SUM-DQ(WS-GROUP-IDX) * 100) /
                       WS-GR-MEASURED(WS-GROUP-IDX)
                   MOVE WS-AVERAGE-CHANGE TO WS-PCT-EDIT-B
                   COMPUTE WS-AVERAGE-CHANGE ROUNDED =
                       WS-GR-REV-BEFORE(WS-GROUP-IDX) /
                       WS-GR-MEASURED(WS-GROUP-IDX)
                   MOVE WS-AVERAGE-CHANGE TO WS-REV-EDIT
                   COMPUTE WS-AVERAGE-CHANGE ROUNDED =
                       WS-GR-REV-AFTER(WS-GROUP-IDX) /
                       WS-GR-MEASURED(WS-GROUP-IDX)
                   MOVE WS-AVERAGE-CHANGE TO WS-REV-EDIT-B
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' WS-GR-KEY(WS-GROUP-IDX) ' '
                   WS-GR-SOURCE(WS-GROUP-IDX)
                   ' CHANGES ' WS-COUNT-EDIT
                   ' MEASURED ' WS-DEMAND-EDIT
                   ' AVG PRICE ' WS-PCT-EDIT '%'
                   ' AVG VOLUME ' WS-PCT-EDIT-B '%'
                   ' SENSITIVITY ' WS-SENS-EDIT
                   ' REV/DAY ' WS-REV-EDIT ' TO ' WS-REV-EDIT-B
               INTO WS-REPORT-LINE
               END-STRING
               WRITE EFFECT-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       PRODUCE-EFFECT-REPORT-EXIT.
           EXIT.

       END PROGRAM PRICE-EFFECT-RPT.
