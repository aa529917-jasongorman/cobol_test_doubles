               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RENTAL-HISTORY-STATUS.

           SELECT MERCH-SALES ASSIGN TO 'MERCHSALES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-MERCH-SALES-STATUS.

           SELECT REMIT-REPORT ASSIGN TO 'TAXREMIT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  RENTAL-HISTORY.
       COPY 'rental-history.cpy'.

       FD  MERCH-SALES.
       COPY 'merch-sale.cpy'.

       FD  REMIT-REPORT.
       01  REMIT-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-RENTAL-HISTORY-STATUS PIC X(02).
           01  WS-MERCH-SALES-STATUS PIC X(02).
           01  WS-RENTAL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-RENTALS          VALUE 'Y'.
           01  WS-HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-HISTORY          VALUE 'Y'.
           01  WS-MERCH-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-MERCH-SALES      VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-PERIOD-START     PIC 9(8).
           01  WS-JUR-FOUND-SWITCH PIC X(01).
               88  WS-JUR-FOUND            VALUE 'Y'.
           01  WS-WORK-JURISDICTION PIC X(05).
           01  WS-WORK-SALES       PIC S9(5)V9(2).
           01  WS-WORK-TAX         PIC S9(4)V9(2).
           01  WS-JUR-TABLE.
               05  WS-JUR-ENTRY OCCURS 20 TIMES.
                   10  WS-JUR-NAME         PIC X(05).
                   10  WS-JUR-SALES        PIC S9(7)V9(2).
                   10  WS-JUR-TAX          PIC S9(7)V9(2).
           01  WS-SALES-EDIT       PIC ZZZZZZ9.99-.
           01  WS-TAX-EDIT         PIC ZZZZZZ9.99-.
           01  WS-REPORT-LINE      PIC X(100).
           01  WS-RENTALS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-RENTALS-IN-PERIOD PIC 9(7) COMP VALUE 0.
           01  WS-MERCH-LINES-READ PIC 9(7) COMP VALUE 0.
           01  WS-MERCH-IN-PERIOD  PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           PERFORM INITIALIZE-JUR-TABLE.
           PERFORM SCAN-RENTAL-TRANSACTIONS.
           PERFORM SCAN-RENTAL-HISTORY.
           PERFORM SCAN-MERCH-SALES.
           PERFORM WRITE-REMIT-REPORT.
           PERFORM CLOSE-FILES.
           DISPLAY 'TAX-REMIT-REPORT: RENTALS READ ' WS-RENTALS-READ
               ' IN PERIOD ' WS-RENTALS-IN-PERIOD
               ' MERCHANDISE LINES ' WS-MERCH-LINES-READ
               ' IN PERIOD ' WS-MERCH-IN-PERIOD.
           GOBACK.

       OPEN-FILES.
           IF WS-RENTAL-HISTORY-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
           END-IF.
           OPEN INPUT MERCH-SALES.
           IF WS-MERCH-SALES-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-MERCH-EOF-SWITCH
           END-IF.
           OPEN OUTPUT REMIT-REPORT.

       DETERMINE-PRIOR-MONTH.
           END-IF.
           PERFORM READ-NEXT-HISTORY.

      *    REGISTER SALES OF MERCHANDISE AND CONCESSIONS ARE TAXED
      *    IN THE SAME JURISDICTIONS AS RENTALS (FOOD UNDER THE
      *    STORE'S 'F' ROW) AND REMITTED WITH THEM. A REFUND GIVES
      *    BACK TAX COLLECTED, SO IT COMES OFF THE JURISDICTION.
       SCAN-MERCH-SALES.
           IF NOT END-OF-MERCH-SALES THEN
               PERFORM READ-NEXT-MERCH-SALE
               PERFORM TALLY-ONE-MERCH-SALE UNTIL END-OF-MERCH-SALES
           END-IF.

       READ-NEXT-MERCH-SALE.
           READ MERCH-SALES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MERCH-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MERCH-LINES-READ
           END-READ.

       TALLY-ONE-MERCH-SALE.
           IF MS-SALE-DATE >= WS-PERIOD-START
                   AND MS-SALE-DATE <= WS-PERIOD-END
                   AND MS-TAX-AMOUNT > ZERO THEN
               MOVE MS-TAX-JURISDICTION TO WS-WORK-JURISDICTION
               IF MS-REFUND THEN
                   COMPUTE WS-WORK-SALES = ZERO - MS-SALES-AMOUNT
                   COMPUTE WS-WORK-TAX = ZERO - MS-TAX-AMOUNT
               ELSE
                   MOVE MS-SALES-AMOUNT TO WS-WORK-SALES
                   MOVE MS-TAX-AMOUNT TO WS-WORK-TAX
               END-IF
               PERFORM ACCUMULATE-BY-JURISDICTION
               ADD 1 TO WS-MERCH-IN-PERIOD
           END-IF.
           PERFORM READ-NEXT-MERCH-SALE.

       ACCUMULATE-BY-JURISDICTION.
           MOVE 'N' TO WS-JUR-FOUND-SWITCH.
           PERFORM CHECK-ONE-JUR-SLOT
                   OR WS-RENTAL-HISTORY-STATUS = '10' THEN
               CLOSE RENTAL-HISTORY
           END-IF.
           IF WS-MERCH-SALES-STATUS = '00'
                   OR WS-MERCH-SALES-STATUS = '10' THEN
               CLOSE MERCH-SALES
           END-IF.
           CLOSE REMIT-REPORT.

       END PROGRAM TAX-REMIT-REPORT.
