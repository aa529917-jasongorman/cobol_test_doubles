       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERCH-SALE-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POS-SALES-FEED ASSIGN TO 'MERCHPOS'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SKU-MASTER ASSIGN TO 'SKUMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-KEY
               FILE STATUS IS WS-SKU-MASTER-STATUS.

           SELECT MERCH-SALES ASSIGN TO 'MERCHSALES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-MERCH-SALES-STATUS.

           SELECT TAX-RATES ASSIGN TO 'TAXRATES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TAX-RATES-STATUS.

           SELECT STORE-MASTER ASSIGN TO 'STOREMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STORE-ID
               FILE STATUS IS WS-STORE-MASTER-STATUS.

           SELECT REORDER-LIST ASSIGN TO 'MERCHREORD'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  POS-SALES-FEED.
       01  POS-SALES-RECORD.
           05  PS-STORE-ID         PIC X(03).
           05  PS-SALE-DATE        PIC 9(8).
           05  PS-RECEIPT-NUMBER   PIC X(10).
           05  PS-LINE-NUMBER      PIC 9(3).
           05  PS-TRAN-TYPE        PIC X(01).
               88  PS-SALE                 VALUE 'S'.
               88  PS-REFUND               VALUE 'R'.
           05  PS-SKU              PIC X(12).
           05  PS-QUANTITY         PIC 9(4).
           05  PS-TENDERED-AMOUNT  PIC 9(5)V9(2).
           05  PS-OPERATOR-ID      PIC X(08).

       FD  SKU-MASTER.
       COPY 'sku-master.cpy'.

       FD  MERCH-SALES.
       COPY 'merch-sale.cpy'.

       FD  TAX-RATES.
       COPY 'tax-rates.cpy'.

       FD  STORE-MASTER.
       COPY 'store-master.cpy'.

       FD  REORDER-LIST.
       01  REORDER-LIST-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'MERCH-SALE-POST'.
           01  WS-SKU-MASTER-STATUS PIC X(02).
           01  WS-MERCH-SALES-STATUS PIC X(02).
           01  WS-TAX-RATES-STATUS PIC X(02).
           01  WS-STORE-MASTER-STATUS PIC X(02).
           01  WS-STORE-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-STORE-FILE-AVAILABLE VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-POS-FEED         VALUE 'Y'.
           01  WS-SKU-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-SKU-FILE-AVAILABLE   VALUE 'Y'.
           01  WS-TAX-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-TAX-FILE-AVAILABLE   VALUE 'Y'.
           01  WS-SKU-FOUND-SWITCH PIC X(01).
               88  WS-SKU-FOUND            VALUE 'Y'.
           01  WS-SKU-EOF-SWITCH   PIC X(01).
               88  END-OF-SKU-MASTER       VALUE 'Y'.
           01  WS-TAX-EOF-SWITCH   PIC X(01).
               88  END-OF-TAX-ENTRIES      VALUE 'Y'.
           01  WS-TAX-RATE-FOUND-SWITCH PIC X(01).
               88  WS-TAX-RATE-FOUND       VALUE 'Y'.
           01  WS-TENDER-SWITCH    PIC X(01).
               88  WS-COUNT-TENDER         VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-TAX-RATE         PIC 9(1)V9(4).
           01  WS-TAX-JURISDICTION PIC X(05).
           01  WS-STORE-JURISDICTION PIC X(05).
           01  WS-SALES-AMOUNT     PIC 9(5)V9(2).
           01  WS-TAX-AMOUNT       PIC 9(4)V9(2).
           01  WS-SALES-TOTAL      PIC S9(7)V9(2) VALUE 0.
           01  WS-TAX-TOTAL        PIC S9(7)V9(2) VALUE 0.
           01  WS-GROSS-TOTAL      PIC S9(7)V9(2) VALUE 0.
           01  WS-TENDER-TOTAL     PIC S9(7)V9(2) VALUE 0.
           01  WS-ON-HAND-EDIT     PIC -ZZZZ9.
           01  WS-REORDER-EDIT     PIC ZZZZ9.
           01  WS-REPORT-LINE      PIC X(100).
           01  WS-LINES-READ       PIC 9(7) COMP VALUE 0.
           01  WS-LINES-POSTED     PIC 9(7) COMP VALUE 0.
           01  WS-LINES-TAXED      PIC 9(7) COMP VALUE 0.
           01  WS-LINES-TENDERED   PIC 9(7) COMP VALUE 0.
           01  WS-LINES-REJECTED   PIC 9(7) COMP VALUE 0.
           01  WS-ITEMS-TO-REORDER PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-POS-LINE.
           PERFORM POST-ONE-POS-LINE UNTIL END-OF-POS-FEED.
           IF WS-SKU-FILE-AVAILABLE THEN
               PERFORM WRITE-REORDER-LIST
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-LINES-READ, WS-LINES-POSTED, WS-LINES-REJECTED.
           DISPLAY 'MERCH-SALE-POST: LINES READ ' WS-LINES-READ
               ' POSTED ' WS-LINES-POSTED
               ' REJECTED ' WS-LINES-REJECTED
               ' TO REORDER ' WS-ITEMS-TO-REORDER.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT POS-SALES-FEED.
           OPEN I-O SKU-MASTER.
           IF WS-SKU-MASTER-STATUS = '00' THEN
               SET WS-SKU-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'MERCH-SALE-POST: SKU MASTER NOT AVAILABLE, '
                   'STATUS ' WS-SKU-MASTER-STATUS
           END-IF.
           PERFORM OPEN-MERCH-SALES.
           OPEN INPUT TAX-RATES.
           IF WS-TAX-RATES-STATUS = '00' THEN
               SET WS-TAX-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT STORE-MASTER.
           IF WS-STORE-MASTER-STATUS = '00' THEN
               SET WS-STORE-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT REORDER-LIST.

       OPEN-MERCH-SALES.
           OPEN I-O MERCH-SALES.
           IF WS-MERCH-SALES-STATUS = '35' THEN
               OPEN OUTPUT MERCH-SALES
               CLOSE MERCH-SALES
               OPEN I-O MERCH-SALES
           END-IF.

       READ-NEXT-POS-LINE.
           READ POS-SALES-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LINES-READ
           END-READ.

      *    THE TENDER ON EVERY LINE THE REGISTERS SENT IS COUNTED,
      *    POSTED OR NOT, BECAUSE IT IS MONEY THE DRAWER TOOK IN (OR,
      *    FOR A REFUND, PAID OUT). A LINE THAT CANNOT BE POSTED THEN
      *    LEAVES THE SALES AND TAX SHORT OF THE TENDER AND
      *    BALANCE-CHECK FLAGS THE DIFFERENCE. THE ONE EXCEPTION IS A
      *    LINE ALREADY POSTED ON AN EARLIER RUN - A RESENT FEED - SINCE
      *    ITS TENDER WAS COUNTED THE FIRST TIME.
       POST-ONE-POS-LINE.
           SET WS-COUNT-TENDER TO TRUE.
           EVALUATE TRUE
               WHEN PS-STORE-ID = SPACES
                       OR PS-RECEIPT-NUMBER = SPACES
                       OR PS-LINE-NUMBER NOT NUMERIC
                   ADD 1 TO WS-LINES-REJECTED
                   DISPLAY 'MERCH-SALE-POST: NO STORE OR RECEIPT ON '
                       'LINE ' WS-LINES-READ
               WHEN PS-SALE-DATE NOT NUMERIC
                       OR PS-SALE-DATE = ZERO
                   ADD 1 TO WS-LINES-REJECTED
                   DISPLAY 'MERCH-SALE-POST: BAD SALE DATE ON '
                       PS-STORE-ID ' RECEIPT ' PS-RECEIPT-NUMBER
               WHEN NOT PS-SALE AND NOT PS-REFUND
                   ADD 1 TO WS-LINES-REJECTED
                   DISPLAY 'MERCH-SALE-POST: BAD TRAN TYPE ON '
                       PS-STORE-ID ' RECEIPT ' PS-RECEIPT-NUMBER
               WHEN PS-QUANTITY NOT NUMERIC
                       OR PS-QUANTITY = ZERO
                       OR PS-TENDERED-AMOUNT NOT NUMERIC
                   ADD 1 TO WS-LINES-REJECTED
                   DISPLAY 'MERCH-SALE-POST: BAD QUANTITY OR TENDER ON '
                       PS-STORE-ID ' RECEIPT ' PS-RECEIPT-NUMBER
               WHEN OTHER
                   PERFORM LOOKUP-SKU
                   IF WS-SKU-FOUND THEN
                       PERFORM POST-MERCHANDISE-LINE
                   ELSE
                       ADD 1 TO WS-LINES-REJECTED
                       DISPLAY 'MERCH-SALE-POST: UNKNOWN SKU '
                           PS-SKU ' AT ' PS-STORE-ID
                           ' RECEIPT ' PS-RECEIPT-NUMBER
                   END-IF
           END-EVALUATE.
           IF WS-COUNT-TENDER
                   AND PS-TENDERED-AMOUNT NUMERIC THEN
               PERFORM COUNT-LINE-TENDER
           END-IF.
           PERFORM READ-NEXT-POS-LINE.

       COUNT-LINE-TENDER.
           IF PS-REFUND THEN
               SUBTRACT PS-TENDERED-AMOUNT FROM WS-TENDER-TOTAL
           ELSE
               ADD PS-TENDERED-AMOUNT TO WS-TENDER-TOTAL
           END-IF.
           ADD 1 TO WS-LINES-TENDERED.

       LOOKUP-SKU.
           MOVE 'N' TO WS-SKU-FOUND-SWITCH.
           IF WS-SKU-FILE-AVAILABLE THEN
               MOVE PS-STORE-ID TO SK-STORE-ID
               MOVE PS-SKU TO SK-SKU
               READ SKU-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-SKU-FOUND TO TRUE
               END-READ
           END-IF.

      *    THE SALE IS RECORDED AT THE PRICE ON FILE, NOT THE PRICE
      *    THE REGISTER RANG, SO A REGISTER CARRYING A STALE PRICE
      *    SHOWS UP AGAINST THE TENDER RATHER THAN IN THE LEDGER. AN
      *    ITEM MARKED INACTIVE THAT STILL WENT OVER THE COUNTER IS
      *    POSTED ALL THE SAME - THE MONEY WAS TAKEN - AND NOTED FOR
      *    THE STORE. THE HISTORY RECORD IS WRITTEN BEFORE THE SHELF
      *    COUNT MOVES, SO A DUPLICATE LINE NEVER TOUCHES STOCK.
       POST-MERCHANDISE-LINE.
           COMPUTE WS-SALES-AMOUNT = SK-UNIT-PRICE * PS-QUANTITY.
           PERFORM COMPUTE-MERCHANDISE-TAX.
           MOVE PS-STORE-ID TO MS-STORE-ID.
           MOVE PS-SALE-DATE TO MS-SALE-DATE.
           MOVE PS-RECEIPT-NUMBER TO MS-RECEIPT-NUMBER.
           MOVE PS-LINE-NUMBER TO MS-LINE-NUMBER.
           MOVE PS-TRAN-TYPE TO MS-TRAN-TYPE.
           MOVE PS-SKU TO MS-SKU.
           MOVE PS-QUANTITY TO MS-QUANTITY.
           MOVE SK-UNIT-PRICE TO MS-UNIT-PRICE.
           MOVE WS-SALES-AMOUNT TO MS-SALES-AMOUNT.
           MOVE WS-TAX-AMOUNT TO MS-TAX-AMOUNT.
           MOVE WS-TAX-JURISDICTION TO MS-TAX-JURISDICTION.
           MOVE PS-TENDERED-AMOUNT TO MS-TENDERED-AMOUNT.
           MOVE PS-OPERATOR-ID TO MS-OPERATOR-ID.
           MOVE WS-TODAY-CCYYMMDD TO MS-POSTED-DATE.
           WRITE MERCH-SALE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-TENDER-SWITCH
                   ADD 1 TO WS-LINES-REJECTED
                   DISPLAY 'MERCH-SALE-POST: ALREADY POSTED - '
                       PS-STORE-ID ' ' PS-SALE-DATE
                       ' RECEIPT ' PS-RECEIPT-NUMBER
                       ' LINE ' PS-LINE-NUMBER
               NOT INVALID KEY
                   PERFORM APPLY-MERCHANDISE-LINE
           END-WRITE.

       APPLY-MERCHANDISE-LINE.
           IF SK-INACTIVE THEN
               DISPLAY 'MERCH-SALE-POST: INACTIVE SKU ' PS-SKU
                   ' SOLD AT ' PS-STORE-ID
                   ' RECEIPT ' PS-RECEIPT-NUMBER
           END-IF.
           IF PS-REFUND THEN
               ADD PS-QUANTITY TO SK-ON-HAND
               SUBTRACT WS-SALES-AMOUNT FROM WS-SALES-TOTAL
               SUBTRACT WS-TAX-AMOUNT FROM WS-TAX-TOTAL
               COMPUTE WS-GROSS-TOTAL = WS-GROSS-TOTAL
                   - WS-SALES-AMOUNT - WS-TAX-AMOUNT
           ELSE
               SUBTRACT PS-QUANTITY FROM SK-ON-HAND
               ADD WS-SALES-AMOUNT TO WS-SALES-TOTAL
               ADD WS-TAX-AMOUNT TO WS-TAX-TOTAL
               COMPUTE WS-GROSS-TOTAL = WS-GROSS-TOTAL
                   + WS-SALES-AMOUNT + WS-TAX-AMOUNT
               IF PS-SALE-DATE > SK-LAST-SALE-DATE THEN
                   MOVE PS-SALE-DATE TO SK-LAST-SALE-DATE
               END-IF
           END-IF.
           IF SK-ON-HAND < ZERO THEN
               DISPLAY 'MERCH-SALE-POST: STOCK BELOW ZERO FOR '
                   PS-SKU ' AT ' PS-STORE-ID
           END-IF.
           REWRITE SKU-MASTER-RECORD.
           IF WS-TAX-AMOUNT > ZERO THEN
               ADD 1 TO WS-LINES-TAXED
           END-IF.
           ADD 1 TO WS-LINES-POSTED.

      *    FOOD AND CONCESSIONS TAX AT THE STORE'S 'F' ROW WHERE THE
      *    STATE CARRIES A SEPARATE FOOD RATE; A STORE WITH NO 'F' ROW
      *    ON FILE TAXES FOOD AT ITS STANDARD RATE. A STORE WITH NO
      *    RATE AT ALL POSTS THE LINE UNTAXED AND SAYS SO. THE
      *    STORE'S JURISDICTION COMES FROM THE STORE MASTER; A STORE
      *    NOT YET ON IT IS TAXED UNDER ITS OWN CODE.
       COMPUTE-MERCHANDISE-TAX.
           MOVE ZERO TO WS-TAX-AMOUNT.
           MOVE SPACES TO WS-TAX-JURISDICTION.
           MOVE 'N' TO WS-TAX-RATE-FOUND-SWITCH.
           IF NOT SK-TAX-EXEMPT THEN
               PERFORM DETERMINE-STORE-JURISDICTION
               MOVE WS-STORE-JURISDICTION TO WS-TAX-JURISDICTION
               IF SK-TAX-FOOD THEN
                   MOVE 'F' TO WS-TAX-JURISDICTION(4:1)
               END-IF
               IF WS-TAX-FILE-AVAILABLE THEN
                   PERFORM LOOKUP-TAX-RATE
               END-IF
               IF SK-TAX-FOOD AND NOT WS-TAX-RATE-FOUND THEN
                   MOVE WS-STORE-JURISDICTION TO WS-TAX-JURISDICTION
                   IF WS-TAX-FILE-AVAILABLE THEN
                       PERFORM LOOKUP-TAX-RATE
                   END-IF
               END-IF
               IF WS-TAX-RATE-FOUND THEN
                   COMPUTE WS-TAX-AMOUNT ROUNDED =
                       WS-SALES-AMOUNT * WS-TAX-RATE
               ELSE
                   DISPLAY 'MERCH-SALE-POST: NO TAX RATE FOR '
                       WS-TAX-JURISDICTION ' - ' PS-SKU ' UNTAXED'
               END-IF
           END-IF.

       DETERMINE-STORE-JURISDICTION.
           MOVE PS-STORE-ID TO WS-STORE-JURISDICTION.
           IF WS-STORE-FILE-AVAILABLE THEN
               MOVE PS-STORE-ID TO ST-STORE-ID
               READ STORE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ST-TAX-JURISDICTION NOT = SPACES THEN
                           MOVE ST-TAX-JURISDICTION
                               TO WS-STORE-JURISDICTION
                       END-IF
               END-READ
           END-IF.

       LOOKUP-TAX-RATE.
           MOVE 'N' TO WS-TAX-EOF-SWITCH.
           MOVE WS-TAX-JURISDICTION TO TX-JURISDICTION.
           MOVE ZEROS TO TX-EFFECTIVE-DATE.
           START TAX-RATES KEY IS NOT LESS THAN TX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TAX-EOF-SWITCH
           END-START.
           IF NOT END-OF-TAX-ENTRIES THEN
               PERFORM READ-NEXT-TAX-ENTRY
               PERFORM TRACK-EFFECTIVE-TAX-RATE
                   UNTIL END-OF-TAX-ENTRIES
           END-IF.

       READ-NEXT-TAX-ENTRY.
           READ TAX-RATES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TAX-EOF-SWITCH
               NOT AT END
                   IF TX-JURISDICTION NOT = WS-TAX-JURISDICTION
                           OR TX-EFFECTIVE-DATE > PS-SALE-DATE
                       MOVE 'Y' TO WS-TAX-EOF-SWITCH
                   END-IF
           END-READ.

       TRACK-EFFECTIVE-TAX-RATE.
           MOVE TX-RATE TO WS-TAX-RATE.
           SET WS-TAX-RATE-FOUND TO TRUE.
           PERFORM READ-NEXT-TAX-ENTRY.

      *    AN ACTIVE ITEM AT OR BELOW ITS REORDER POINT GOES ON THE
      *    LIST FOR ITS STORE WITH THE QUANTITY THE STORE ORDERS IN.
      *    AN ITEM WITH NO REORDER POINT IS NOT RESTOCKED AUTOMATICALLY.
       WRITE-REORDER-LIST.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MERCHANDISE REORDER LIST - RUN DATE '
               WS-TODAY-CCYYMMDD
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REORDER-LIST-LINE FROM WS-REPORT-LINE.
           MOVE 'N' TO WS-SKU-EOF-SWITCH.
           MOVE LOW-VALUES TO SK-KEY.
           START SKU-MASTER KEY IS NOT LESS THAN SK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SKU-EOF-SWITCH
           END-START.
           IF NOT END-OF-SKU-MASTER THEN
               PERFORM READ-NEXT-SKU
               PERFORM CHECK-ONE-SKU-REORDER
                   UNTIL END-OF-SKU-MASTER
           END-IF.

       READ-NEXT-SKU.
           READ SKU-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SKU-EOF-SWITCH
           END-READ.

       CHECK-ONE-SKU-REORDER.
           IF SK-ACTIVE
                   AND SK-REORDER-POINT > ZERO
                   AND SK-ON-HAND <= SK-REORDER-POINT THEN
               MOVE SK-ON-HAND TO WS-ON-HAND-EDIT
               MOVE SK-REORDER-QTY TO WS-REORDER-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  STORE ' SK-STORE-ID
                   ' SKU ' SK-SKU ' ' SK-DESCRIPTION
                   ' ON HAND ' WS-ON-HAND-EDIT
                   ' ORDER ' WS-REORDER-EDIT
               INTO WS-REPORT-LINE
               END-STRING
               WRITE REORDER-LIST-LINE FROM WS-REPORT-LINE
               ADD 1 TO WS-ITEMS-TO-REORDER
           END-IF.
           PERFORM READ-NEXT-SKU.

      *    MERCHSALES AND MERCHTAX ARE THE NET SALES AND TAX THE GL
      *    EXTRACT BOOKS. MERCHGROSS AND MERCHTENDR ARE THE SAME NIGHT
      *    SEEN FROM THE LEDGER SIDE AND THE DRAWER SIDE; THEY BALANCE
      *    ONLY WHEN EVERY REGISTER LINE POSTED AT THE PRICE AND RATE
      *    THE REGISTER CHARGED.
       WRITE-CONTROL-TOTALS.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'MERCHSALES',
               WS-LINES-POSTED, WS-SALES-TOTAL.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'MERCHTAX  ',
               WS-LINES-TAXED, WS-TAX-TOTAL.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'MERCHGROSS',
               WS-LINES-POSTED, WS-GROSS-TOTAL.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'MERCHTENDR',
               WS-LINES-TENDERED, WS-TENDER-TOTAL.
           CALL 'CLOSE-CONTROL-TOTAL'.

       CLOSE-FILES.
           CLOSE POS-SALES-FEED.
           IF WS-SKU-FILE-AVAILABLE THEN
               CLOSE SKU-MASTER
           END-IF.
           CLOSE MERCH-SALES.
           IF WS-TAX-FILE-AVAILABLE THEN
               CLOSE TAX-RATES
           END-IF.
           IF WS-STORE-FILE-AVAILABLE THEN
               CLOSE STORE-MASTER
           END-IF.
           CLOSE REORDER-LIST.

       END PROGRAM MERCH-SALE-POST.
