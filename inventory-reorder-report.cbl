       SD  RENTAL-SORT-FILE.
       01  RENTAL-SORT-RECORD.
           05  SR-IMDB-ID          PIC X(10).
           05  SR-MEDIA-FORMAT     PIC X(03).

       FD  REORDER-REPORT.
       01  REORDER-REPORT-LINE     PIC X(100).
           05  PO-TITLE            PIC X(30).
           05  PO-QUANTITY         PIC 9(4).
           05  PO-ORDER-DATE       PIC 9(8).
           05  PO-VENDOR-ID        PIC X(08).

       FD  OPEN-ORDERS.
       COPY 'open-orders.cpy'.
           01  WS-PERIOD-START     PIC 9(8).
           01  WS-REORDER-THRESHOLD PIC 9(3) VALUE 3.
           01  WS-TITLE-RENTAL-COUNT PIC 9(5).
      *    THE WEEK'S RENTALS OF THE TITLE IN HAND BY FORMAT - DVD
      *    (INCLUDING RENTALS FROM BEFORE THE FORMAT WAS CARRIED),
      *    BLU-RAY, 4K - SO THE BUYER SEES WHICH FORMAT IS SHORT.
           01  WS-FORMAT-RENTAL-TABLE.
               05  WS-FORMAT-RENTALS   PIC 9(5) OCCURS 3 TIMES.
           01  WS-FORMAT-CODES.
               05  FILLER              PIC X(03) VALUE 'DVD'.
               05  FILLER              PIC X(03) VALUE 'BLU'.
               05  FILLER              PIC X(03) VALUE '4K '.
           01  WS-FORMAT-CODE-TABLE REDEFINES WS-FORMAT-CODES.
               05  WS-FORMAT-CODE      PIC X(03) OCCURS 3 TIMES.
           01  WS-FORMAT-IDX       PIC 9(1) COMP.
           01  WS-REPORT-LINE      PIC X(100).
           01  WS-RENTAL-COUNT-EDIT PIC ZZZZ9.
           01  WS-COPIES-EDIT      PIC ZZZ9.
       RELEASE-ONE-RENTAL.
           IF RT-RENTAL-DATE >= WS-PERIOD-START THEN
               MOVE RT-IMDB-ID TO SR-IMDB-ID
               MOVE RT-MEDIA-FORMAT TO SR-MEDIA-FORMAT
               RELEASE RENTAL-SORT-RECORD
               ADD 1 TO WS-RENTALS-EXTRACTED
           END-IF.

       EVALUATE-ONE-TITLE.
           MOVE 0 TO WS-TITLE-RENTAL-COUNT.
           MOVE ZERO TO WS-FORMAT-RENTALS(1) WS-FORMAT-RENTALS(2)
               WS-FORMAT-RENTALS(3).
           PERFORM SKIP-UNMATCHED-RENTALS
               UNTIL END-OF-SORTED-RENTALS
               OR SR-IMDB-ID >= TM-IMDB-ID.
           MOVE TM-TITLE TO PO-TITLE.
           MOVE WS-ORDER-QUANTITY TO PO-QUANTITY.
           MOVE WS-TODAY-CCYYMMDD TO PO-ORDER-DATE.
           MOVE TM-VENDOR-ID TO PO-VENDOR-ID.
           WRITE PURCHASE-ORDER-RECORD.
           MOVE TM-IMDB-ID TO OO-IMDB-ID.
           MOVE WS-TODAY-CCYYMMDD TO OO-ORDER-DATE.
           MOVE WS-ORDER-QUANTITY TO OO-QUANTITY-ORDERED.
           MOVE ZERO TO OO-QUANTITY-RECEIVED.
           MOVE ZERO TO OO-UNIT-COST.
           MOVE TM-VENDOR-ID TO OO-VENDOR-ID.
           MOVE ZERO TO OO-LAST-RECEIPT-DATE.
           SET OO-ORDER-OPEN TO TRUE.
           WRITE OPEN-ORDER-RECORD
               INVALID KEY

       COUNT-MATCHING-RENTALS.
           ADD 1 TO WS-TITLE-RENTAL-COUNT.
           EVALUATE SR-MEDIA-FORMAT
               WHEN 'BLU'
                   ADD 1 TO WS-FORMAT-RENTALS(2)
               WHEN '4K'
                   ADD 1 TO WS-FORMAT-RENTALS(3)
               WHEN OTHER
                   ADD 1 TO WS-FORMAT-RENTALS(1)
           END-EVALUATE.
           PERFORM RETURN-NEXT-SORTED-RENTAL.

       COUNT-TRAILING-UNMATCHED.
           END-STRING.
           WRITE REORDER-REPORT-LINE FROM WS-REPORT-LINE.
           ADD 1 TO WS-TITLES-FLAGGED.
           PERFORM WRITE-ONE-FORMAT-LINE
               VARYING WS-FORMAT-IDX FROM 1 BY 1
               UNTIL WS-FORMAT-IDX > 3.
           IF WS-STORE-FILE-AVAILABLE THEN
               PERFORM WRITE-STORE-BREAKDOWN
           END-IF.

       WRITE-ONE-FORMAT-LINE.
           MOVE WS-FORMAT-RENTALS(WS-FORMAT-IDX)
               TO WS-RENTAL-COUNT-EDIT.
           MOVE TM-FORMAT-ON-HAND(WS-FORMAT-IDX) TO WS-COPIES-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    FORMAT ' WS-FORMAT-CODE(WS-FORMAT-IDX)
               ' RENTALS-7DAY: ' WS-RENTAL-COUNT-EDIT
               ' COPIES-ON-HAND: ' WS-COPIES-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REORDER-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-STORE-BREAKDOWN.
           MOVE 'N' TO WS-STORE-EOF-SWITCH.
           MOVE TM-IMDB-ID TO SC-IMDB-ID.
