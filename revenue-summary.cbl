               RECORD KEY IS MM-MEMBER-ID
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT STORE-MASTER ASSIGN TO 'STOREMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STORE-ID
               FILE STATUS IS WS-STORE-MASTER-STATUS.

           SELECT REVENUE-REPORT ASSIGN TO 'REVSUMRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.

       FD  STORE-MASTER.
       COPY 'store-master.cpy'.

       FD  REVENUE-REPORT.
       01  REVENUE-REPORT-LINE     PIC X(100).

           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-STORE-MASTER-STATUS PIC X(02).
           01  WS-STORE-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-STORE-FILE-AVAILABLE VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-RENTALS          VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-AMOUNT-EDIT      PIC ZZZZZ9.99.
           01  WS-COMPARE-COUNT-EDIT PIC ZZZZ9.
           01  WS-COMPARE-AMOUNT-EDIT PIC ZZZZZ9.99.
           01  WS-STORES-EDIT      PIC ZZ9.
           01  WS-GENRE-SLOT-MAX   PIC 9(3) COMP VALUE 20.
           01  WS-GENRE-COUNT      PIC 9(3) COMP VALUE 0.
           01  WS-GENRE-IDX        PIC 9(3) COMP.
                   10  WS-TIER-RENTALS     PIC 9(5) COMP.
                   10  WS-TIER-REVENUE     PIC 9(7)V9(2).
           01  WS-TIER-IDX         PIC 9(3) COMP.
      *    A RENTAL FROM BEFORE THE FORMAT WAS CARRIED IS A DVD.
           01  WS-FORMAT-TABLE.
               05  WS-FORMAT-ENTRY OCCURS 3 TIMES.
                   10  WS-FORMAT-NAME      PIC X(07).
                   10  WS-FORMAT-RENTALS   PIC 9(5) COMP.
                   10  WS-FORMAT-REVENUE   PIC 9(7)V9(2).
           01  WS-FORMAT-IDX       PIC 9(3) COMP.
           01  WS-CURRENCY-SLOT-MAX PIC 9(3) COMP VALUE 10.
           01  WS-CURRENCY-COUNT   PIC 9(3) COMP VALUE 0.
           01  WS-CURRENCY-IDX     PIC 9(3) COMP.
                   10  WS-CURRENCY-NAME    PIC X(03).
                   10  WS-CURRENCY-RENTALS PIC 9(5) COMP.
                   10  WS-CURRENCY-REVENUE PIC 9(7)V9(2).
           01  WS-STORE-SLOT-MAX   PIC 9(3) COMP VALUE 50.
           01  WS-STORE-COUNT      PIC 9(3) COMP VALUE 0.
           01  WS-STORE-IDX        PIC 9(3) COMP.
           01  WS-STORE-FOUND-SWITCH PIC X(01).
               88  WS-STORE-FOUND          VALUE 'Y'.
           01  WS-WORK-STORE       PIC X(03).
           01  WS-STORE-TABLE.
               05  WS-STORE-ENTRY OCCURS 50 TIMES.
                   10  WS-STORE-NAME       PIC X(03).
                   10  WS-STORE-TITLE      PIC X(20).
                   10  WS-STORE-REGION     PIC X(04).
                   10  WS-STORE-RENTALS    PIC 9(5) COMP.
                   10  WS-STORE-REVENUE    PIC 9(7)V9(2).
      *    A STORE NOT ON THE STORE MASTER ROLLS UP UNDER REGION
      *    'NONE' SO THE REGION TOTALS STILL FOOT TO THE STORES.
           01  WS-REGION-SLOT-MAX  PIC 9(3) COMP VALUE 20.
           01  WS-REGION-COUNT     PIC 9(3) COMP VALUE 0.
           01  WS-REGION-IDX       PIC 9(3) COMP.
           01  WS-REGION-FOUND-SWITCH PIC X(01).
               88  WS-REGION-FOUND         VALUE 'Y'.
           01  WS-REGION-TABLE.
               05  WS-REGION-ENTRY OCCURS 20 TIMES.
                   10  WS-REGION-NAME      PIC X(04).
                   10  WS-REGION-STORES    PIC 9(3) COMP.
                   10  WS-REGION-RENTALS   PIC 9(5) COMP.
                   10  WS-REGION-REVENUE   PIC 9(7)V9(2).
           01  WS-DAY-RENTALS      PIC 9(5) COMP VALUE 0.
           01  WS-DAY-REVENUE      PIC 9(7)V9(2) VALUE 0.
           01  WS-DAY-REVENUE-USD  PIC 9(7)V9(2) VALUE 0.
           PERFORM CLEAR-ONE-TIER-SLOT
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 4.
           MOVE 'DVD' TO WS-FORMAT-NAME(1).
           MOVE 'BLU-RAY' TO WS-FORMAT-NAME(2).
           MOVE '4K' TO WS-FORMAT-NAME(3).
           PERFORM CLEAR-ONE-FORMAT-SLOT
               VARYING WS-FORMAT-IDX FROM 1 BY 1
               UNTIL WS-FORMAT-IDX > 3.
           PERFORM CLEAR-ONE-CURRENCY-SLOT
               VARYING WS-CURRENCY-IDX FROM 1 BY 1
               UNTIL WS-CURRENCY-IDX > WS-CURRENCY-SLOT-MAX.

       CLEAR-ONE-STORE-SLOT.
           MOVE SPACES TO WS-STORE-NAME(WS-STORE-IDX).
           MOVE SPACES TO WS-STORE-TITLE(WS-STORE-IDX).
           MOVE SPACES TO WS-STORE-REGION(WS-STORE-IDX).
           MOVE ZERO TO WS-STORE-RENTALS(WS-STORE-IDX).
           MOVE ZERO TO WS-STORE-REVENUE(WS-STORE-IDX).

           MOVE ZERO TO WS-TIER-RENTALS(WS-TIER-IDX).
           MOVE ZERO TO WS-TIER-REVENUE(WS-TIER-IDX).

       CLEAR-ONE-FORMAT-SLOT.
           MOVE ZERO TO WS-FORMAT-RENTALS(WS-FORMAT-IDX).
           MOVE ZERO TO WS-FORMAT-REVENUE(WS-FORMAT-IDX).

       CLEAR-ONE-CURRENCY-SLOT.
           MOVE SPACES TO WS-CURRENCY-NAME(WS-CURRENCY-IDX).
           MOVE ZERO TO WS-CURRENCY-RENTALS(WS-CURRENCY-IDX).
           OPEN INPUT RENTAL-TRANSACTION.
           OPEN INPUT TITLE-MASTER.
           OPEN INPUT MEMBER-MASTER.
           OPEN INPUT STORE-MASTER.
           IF WS-STORE-MASTER-STATUS = '00' THEN
               SET WS-STORE-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT REVENUE-REPORT.

       READ-NEXT-RENTAL.
           ADD WS-RATE-USD TO WS-DAY-REVENUE-USD.
           PERFORM ACCUMULATE-BY-GENRE.
           PERFORM ACCUMULATE-BY-TIER.
           PERFORM ACCUMULATE-BY-FORMAT.
           PERFORM ACCUMULATE-BY-CURRENCY.

       ACCUMULATE-BY-GENRE.
           ADD WS-RATE-USD TO WS-TIER-REVENUE(WS-TIER-IDX).
           PERFORM ACCUMULATE-BY-STORE.

      *    STORE REVENUE GOES TO THE STORE THE RENTAL WENT OUT AT;
      *    A RENTAL CARRYING NO STORE COUNTS AT THE MEMBER'S HOME
      *    STORE.
       ACCUMULATE-BY-STORE.
           IF RT-STORE-ID NOT = SPACES THEN
               MOVE RT-STORE-ID TO WS-WORK-STORE
           ELSE
               MOVE MM-HOME-STORE TO WS-WORK-STORE
           END-IF.
           MOVE 'N' TO WS-STORE-FOUND-SWITCH.
           PERFORM CHECK-ONE-STORE-SLOT
               VARYING WS-STORE-IDX FROM 1 BY 1
                   AND WS-STORE-COUNT < WS-STORE-SLOT-MAX THEN
               ADD 1 TO WS-STORE-COUNT
               MOVE WS-STORE-COUNT TO WS-STORE-IDX
               MOVE WS-WORK-STORE TO WS-STORE-NAME(WS-STORE-IDX)
               PERFORM DESCRIBE-NEW-STORE-SLOT
               SET WS-STORE-FOUND TO TRUE
           END-IF.
           IF WS-STORE-FOUND THEN
               ADD WS-RATE-USD TO WS-STORE-REVENUE(WS-STORE-IDX)
           END-IF.

       DESCRIBE-NEW-STORE-SLOT.
           MOVE 'NONE' TO WS-STORE-REGION(WS-STORE-IDX).
           IF WS-STORE-FILE-AVAILABLE THEN
               MOVE WS-WORK-STORE TO ST-STORE-ID
               READ STORE-MASTER
                   INVALID KEY
                       MOVE 'NOT ON STORE MASTER' TO
                           WS-STORE-TITLE(WS-STORE-IDX)
                   NOT INVALID KEY
                       MOVE ST-STORE-NAME TO
                           WS-STORE-TITLE(WS-STORE-IDX)
                       MOVE ST-REGION TO WS-STORE-REGION(WS-STORE-IDX)
               END-READ
           END-IF.

       CHECK-ONE-STORE-SLOT.
           IF WS-STORE-NAME(WS-STORE-IDX) = WS-WORK-STORE THEN
               SET WS-STORE-FOUND TO TRUE
               SUBTRACT 1 FROM WS-STORE-IDX
           END-IF.

       ACCUMULATE-BY-FORMAT.
           EVALUATE RT-MEDIA-FORMAT
               WHEN 'BLU'
                   MOVE 2 TO WS-FORMAT-IDX
               WHEN '4K'
                   MOVE 3 TO WS-FORMAT-IDX
               WHEN OTHER
                   MOVE 1 TO WS-FORMAT-IDX
           END-EVALUATE.
           ADD 1 TO WS-FORMAT-RENTALS(WS-FORMAT-IDX).
           ADD WS-RATE-USD TO WS-FORMAT-REVENUE(WS-FORMAT-IDX).

       ACCUMULATE-BY-CURRENCY.
           MOVE 'N' TO WS-CURRENCY-FOUND-SWITCH.
           PERFORM CHECK-ONE-CURRENCY-SLOT
           PERFORM WRITE-ONE-TIER-LINE
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 4.
           MOVE 'BY MEDIA FORMAT (USD):' TO WS-REPORT-LINE.
           WRITE REVENUE-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM WRITE-ONE-FORMAT-LINE
               VARYING WS-FORMAT-IDX FROM 1 BY 1
               UNTIL WS-FORMAT-IDX > 3.
           MOVE 'BY CURRENCY:' TO WS-REPORT-LINE.
           WRITE REVENUE-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM WRITE-ONE-CURRENCY-LINE
               VARYING WS-CURRENCY-IDX FROM 1 BY 1
               UNTIL WS-CURRENCY-IDX > WS-CURRENCY-COUNT.
           MOVE 'BY RENTING STORE (USD):' TO WS-REPORT-LINE.
           WRITE REVENUE-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM WRITE-ONE-STORE-LINE
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT.
           PERFORM ROLL-ONE-STORE-TO-REGION
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT.
           MOVE 'BY REGION (USD):' TO WS-REPORT-LINE.
           WRITE REVENUE-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM WRITE-ONE-REGION-LINE
               VARYING WS-REGION-IDX FROM 1 BY 1
               UNTIL WS-REGION-IDX > WS-REGION-COUNT.

       WRITE-WEEK-COMPARISON.
           MOVE WS-COMPARE-RENTALS TO WS-COMPARE-COUNT-EDIT.
           END-STRING.
           WRITE REVENUE-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-ONE-FORMAT-LINE.
           MOVE WS-FORMAT-RENTALS(WS-FORMAT-IDX) TO WS-COUNT-EDIT.
           MOVE WS-FORMAT-REVENUE(WS-FORMAT-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ' WS-FORMAT-NAME(WS-FORMAT-IDX)
               ' RENTALS: ' WS-COUNT-EDIT
               ' REVENUE: ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REVENUE-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-ONE-CURRENCY-LINE.
           MOVE WS-CURRENCY-RENTALS(WS-CURRENCY-IDX) TO
               WS-COUNT-EDIT.
           MOVE WS-STORE-REVENUE(WS-STORE-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  STORE ' WS-STORE-NAME(WS-STORE-IDX)
               ' ' WS-STORE-TITLE(WS-STORE-IDX)
               ' ' WS-STORE-REGION(WS-STORE-IDX)
               ' RENTALS: ' WS-COUNT-EDIT
               ' REVENUE: ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REVENUE-REPORT-LINE FROM WS-REPORT-LINE.

       ROLL-ONE-STORE-TO-REGION.
           MOVE 'N' TO WS-REGION-FOUND-SWITCH.
           PERFORM CHECK-ONE-REGION-SLOT
               VARYING WS-REGION-IDX FROM 1 BY 1
               UNTIL WS-REGION-IDX > WS-REGION-COUNT
               OR WS-REGION-FOUND.
           IF NOT WS-REGION-FOUND
                   AND WS-REGION-COUNT < WS-REGION-SLOT-MAX THEN
               ADD 1 TO WS-REGION-COUNT
               MOVE WS-REGION-COUNT TO WS-REGION-IDX
               MOVE WS-STORE-REGION(WS-STORE-IDX) TO
                   WS-REGION-NAME(WS-REGION-IDX)
               MOVE ZERO TO WS-REGION-STORES(WS-REGION-IDX)
               MOVE ZERO TO WS-REGION-RENTALS(WS-REGION-IDX)
               MOVE ZERO TO WS-REGION-REVENUE(WS-REGION-IDX)
               SET WS-REGION-FOUND TO TRUE
           END-IF.
           IF WS-REGION-FOUND THEN
               ADD 1 TO WS-REGION-STORES(WS-REGION-IDX)
               ADD WS-STORE-RENTALS(WS-STORE-IDX) TO
                   WS-REGION-RENTALS(WS-REGION-IDX)
               ADD WS-STORE-REVENUE(WS-STORE-IDX) TO
                   WS-REGION-REVENUE(WS-REGION-IDX)
           END-IF.

       CHECK-ONE-REGION-SLOT.
           IF WS-REGION-NAME(WS-REGION-IDX) =
                   WS-STORE-REGION(WS-STORE-IDX) THEN
               SET WS-REGION-FOUND TO TRUE
               SUBTRACT 1 FROM WS-REGION-IDX
           END-IF.

       WRITE-ONE-REGION-LINE.
           MOVE WS-REGION-RENTALS(WS-REGION-IDX) TO WS-COUNT-EDIT.
           MOVE WS-REGION-REVENUE(WS-REGION-IDX) TO WS-AMOUNT-EDIT.
           MOVE WS-REGION-STORES(WS-REGION-IDX) TO WS-STORES-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  REGION ' WS-REGION-NAME(WS-REGION-IDX)
               ' STORES: ' WS-STORES-EDIT
               ' RENTALS: ' WS-COUNT-EDIT
               ' REVENUE: ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           CLOSE RENTAL-TRANSACTION.
           CLOSE TITLE-MASTER.
           CLOSE MEMBER-MASTER.
           IF WS-STORE-FILE-AVAILABLE THEN
               CLOSE STORE-MASTER
           END-IF.
           CLOSE REVENUE-REPORT.

       END PROGRAM REVENUE-SUMMARY.
