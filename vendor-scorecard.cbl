       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-SCORECARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTOR-MASTER ASSIGN TO 'DISTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-VENDOR-ID
               FILE STATUS IS WS-DISTRIBUTOR-STATUS.

           SELECT RECEIPT-LOG ASSIGN TO 'PORCPTLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-LOG-STATUS.

           SELECT MATCH-LOG ASSIGN TO 'INVMATCHLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-LOG-STATUS.

           SELECT COPY-INVENTORY ASSIGN TO 'COPYINV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CI-KEY
               FILE STATUS IS WS-COPY-INVENTORY-STATUS.

           SELECT TITLE-MASTER ASSIGN TO 'TITLEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-IMDB-ID
               FILE STATUS IS WS-TITLE-MASTER-STATUS.

           SELECT SCORECARD-REPORT ASSIGN TO 'VENDSCORE'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTOR-MASTER.
       COPY 'distributor-master.cpy'.

       FD  RECEIPT-LOG.
       COPY 'po-receipt-log.cpy'.

       FD  MATCH-LOG.
       COPY 'invoice-match-log.cpy'.

       FD  COPY-INVENTORY.
       COPY 'copy-inventory.cpy'.

       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.

       FD  SCORECARD-REPORT.
       01  SCORECARD-REPORT-LINE   PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'VENDOR-SCORECARD'.
           01  WS-DISTRIBUTOR-STATUS PIC X(02).
           01  WS-RECEIPT-LOG-STATUS PIC X(02).
           01  WS-MATCH-LOG-STATUS PIC X(02).
           01  WS-COPY-INVENTORY-STATUS PIC X(02).
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-DISTRIBUTOR-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-DISTRIBUTORS     VALUE 'Y'.
           01  WS-RECEIPT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-RECEIPTS         VALUE 'Y'.
           01  WS-MATCH-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-MATCH-LOG        VALUE 'Y'.
           01  WS-COPY-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  END-OF-COPY-INVENTORY   VALUE 'Y'.
           01  WS-VENDOR-FOUND-SWITCH PIC X(01).
               88  WS-VENDOR-FOUND         VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-PERIOD-START     PIC 9(8).
           01  WS-PERIOD-END       PIC 9(8).
           01  WS-PRIOR-MONTH      PIC 9(6).
           01  WS-WORK-DATE        PIC 9(8).
           01  WS-DAY-OF-MONTH     PIC 9(2).
           01  WS-WORK-VENDOR      PIC X(08).
           01  WS-LEAD-DAYS        PIC S9(5) COMP.
           01  WS-AVERAGE-DAYS     PIC 9(4)V9.
           01  WS-PERCENT          PIC 9(3)V9.
           01  WS-DEFECT-RATE      PIC 9(3)V9(2).
           01  WS-VENDOR-SLOT-MAX  PIC 9(3) COMP VALUE 200.
           01  WS-VENDOR-COUNT     PIC 9(3) COMP VALUE 0.
           01  WS-VENDOR-IDX       PIC 9(3) COMP.
           01  WS-VENDOR-TABLE.
               05  WS-VD-ENTRY OCCURS 200 TIMES.
                   10  WS-VD-VENDOR-ID     PIC X(08).
                   10  WS-VD-NAME          PIC X(30).
                   10  WS-VD-LEAD-TARGET   PIC 9(3).
                   10  WS-VD-MASTER-FLAG   PIC X(01).
                       88  WS-VD-ON-MASTER     VALUE 'Y'.
                   10  WS-VD-ACTIVE-FLAG   PIC X(01).
                       88  WS-VD-ACTIVE        VALUE 'A'.
                   10  WS-VD-SHIPMENTS     PIC 9(5) COMP.
                   10  WS-VD-COPIES-RECEIVED PIC 9(7) COMP.
                   10  WS-VD-ORDERS-FILLED PIC 9(5) COMP.
                   10  WS-VD-SHORT-SHIPMENTS PIC 9(5) COMP.
                   10  WS-VD-LEAD-DAYS-TOTAL PIC 9(7) COMP.
                   10  WS-VD-ORDERS-LATE   PIC 9(5) COMP.
                   10  WS-VD-LINES-MATCHED PIC 9(5) COMP.
                   10  WS-VD-LINES-DISPUTED PIC 9(5) COMP.
                   10  WS-VD-QTY-VARIANCE  PIC 9(7) COMP.
                   10  WS-VD-PRICE-VARIANCE PIC S9(7)V9(2).
                   10  WS-VD-DEFECTIVE     PIC 9(5) COMP.
           01  WS-COUNT-EDIT       PIC ZZZZ9.
           01  WS-COUNT-B-EDIT     PIC ZZZZ9.
           01  WS-DAYS-EDIT        PIC ZZZ9.9.
           01  WS-TARGET-EDIT      PIC ZZ9.
           01  WS-PCT-EDIT         PIC ZZ9.9.
           01  WS-RATE-EDIT        PIC ZZ9.99.
           01  WS-AMOUNT-EDIT      PIC -ZZZZZZ9.99.
           01  WS-REPORT-LINE      PIC X(100).
           01  WS-RECORDS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-VENDORS-REPORTED PIC 9(7) COMP VALUE 0.
           01  WS-UNASSIGNED       PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM DETERMINE-PRIOR-MONTH.
           PERFORM LOAD-VENDOR-TABLE.
           PERFORM SCAN-RECEIPT-LOG.
           PERFORM SCAN-MATCH-LOG.
           PERFORM SCAN-COPY-INVENTORY.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM REPORT-ONE-VENDOR
               VARYING WS-VENDOR-IDX FROM 1 BY 1
               UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-RECORDS-READ, WS-VENDORS-REPORTED,
               WS-UNASSIGNED.
           DISPLAY 'VENDOR-SCORECARD: MONTH ' WS-PRIOR-MONTH
               ' RECORDS READ ' WS-RECORDS-READ
               ' VENDORS REPORTED ' WS-VENDORS-REPORTED
               ' NO VENDOR ' WS-UNASSIGNED.
           GOBACK.

      *    THE RECEIPT AND MATCH LOGS AND THE COPY INVENTORY MAY NOT
      *    EXIST YET; A MISSING ONE SIMPLY CONTRIBUTES NOTHING.
       OPEN-FILES.
           OPEN INPUT DISTRIBUTOR-MASTER.
           IF WS-DISTRIBUTOR-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-DISTRIBUTOR-EOF-SWITCH
           END-IF.
           OPEN INPUT RECEIPT-LOG.
           IF WS-RECEIPT-LOG-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-RECEIPT-EOF-SWITCH
           END-IF.
           OPEN INPUT MATCH-LOG.
           IF WS-MATCH-LOG-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-MATCH-EOF-SWITCH
           END-IF.
           OPEN INPUT COPY-INVENTORY.
           IF WS-COPY-INVENTORY-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-IF.
           OPEN INPUT TITLE-MASTER.
           OPEN OUTPUT SCORECARD-REPORT.

      *    THE SCORECARD RUNS EARLY IN THE NEW MONTH AND SCORES THE
      *    MONTH JUST CLOSED, THE SAME PERIOD REVSHARE-SETTLE PAYS.
       DETERMINE-PRIOR-MONTH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           MOVE WS-TODAY-CCYYMMDD(7:2) TO WS-DAY-OF-MONTH.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) -
                   WS-DAY-OF-MONTH).
           MOVE WS-WORK-DATE(1:6) TO WS-PRIOR-MONTH.
           COMPUTE WS-PERIOD-START = (WS-PRIOR-MONTH * 100) + 1.
           MOVE WS-WORK-DATE TO WS-PERIOD-END.

      *    EVERY DISTRIBUTOR ON THE MASTER GETS A SLOT, SO AN ACTIVE
      *    ONE THAT SHIPPED NOTHING STILL SHOWS ON THE SCORECARD.
       LOAD-VENDOR-TABLE.
           IF NOT END-OF-DISTRIBUTORS THEN
               PERFORM READ-NEXT-DISTRIBUTOR
               PERFORM TABLE-ONE-DISTRIBUTOR
                   UNTIL END-OF-DISTRIBUTORS
           END-IF.

       READ-NEXT-DISTRIBUTOR.
           READ DISTRIBUTOR-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DISTRIBUTOR-EOF-SWITCH
           END-READ.

       TABLE-ONE-DISTRIBUTOR.
           IF WS-VENDOR-COUNT < WS-VENDOR-SLOT-MAX THEN
               ADD 1 TO WS-VENDOR-COUNT
               MOVE WS-VENDOR-COUNT TO WS-VENDOR-IDX
               MOVE DM-VENDOR-ID TO WS-WORK-VENDOR
               PERFORM CLEAR-VENDOR-SLOT
               MOVE DM-NAME TO WS-VD-NAME(WS-VENDOR-IDX)
               MOVE DM-LEAD-TIME-TARGET TO
                   WS-VD-LEAD-TARGET(WS-VENDOR-IDX)
               MOVE 'Y' TO WS-VD-MASTER-FLAG(WS-VENDOR-IDX)
               MOVE DM-ACTIVE-FLAG TO WS-VD-ACTIVE-FLAG(WS-VENDOR-IDX)
           ELSE
               DISPLAY 'VENDOR-SCORECARD: VENDOR TABLE FULL - '
                   DM-VENDOR-ID ' NOT SCORED'
           END-IF.
           PERFORM READ-NEXT-DISTRIBUTOR.

       CLEAR-VENDOR-SLOT.
           MOVE WS-WORK-VENDOR TO WS-VD-VENDOR-ID(WS-VENDOR-IDX).
           MOVE 'NOT ON DISTRIBUTOR MASTER' TO
               WS-VD-NAME(WS-VENDOR-IDX).
           MOVE ZERO TO WS-VD-LEAD-TARGET(WS-VENDOR-IDX).
           MOVE 'N' TO WS-VD-MASTER-FLAG(WS-VENDOR-IDX).
           MOVE 'A' TO WS-VD-ACTIVE-FLAG(WS-VENDOR-IDX).
           MOVE ZERO TO WS-VD-SHIPMENTS(WS-VENDOR-IDX).
           MOVE ZERO TO WS-VD-COPIES-RECEIVED(WS-VENDOR-IDX).
           MOVE ZERO TO WS-VD-ORDERS-FILLED(WS-VENDOR-IDX).
           MOVE ZERO TO WS-VD-SHORT-SHIPMENTS(WS-VENDOR-IDX).
           MOVE ZERO TO WS-VD-LEAD-DAYS-TOTAL(WS-VENDOR-IDX).
           MOVE ZERO TO WS-VD-ORDERS-LATE(WS-VENDOR-IDX).
           MOVE ZERO TO WS-VD-LINES-MATCHED(WS-VENDOR-IDX).
           MOVE ZERO TO WS-VD-LINES-DISPUTED(WS-VENDOR-IDX).
           MOVE ZERO TO WS-VD-QTY-VARIANCE(WS-VENDOR-IDX).
           MOVE ZERO TO WS-VD-PRICE-VARIANCE(WS-VENDOR-IDX).
           MOVE ZERO TO WS-VD-DEFECTIVE(WS-VENDOR-IDX).

      *    A VENDOR ID SEEN ON A LOG BUT MISSING FROM THE MASTER IS
      *    STILL SCORED, UNDER A NAME THAT FLAGS IT FOR BUYING TO
      *    SET UP. ON RETURN WS-VENDOR-FOUND SAYS WHETHER A SLOT IS
      *    AVAILABLE AT WS-VENDOR-IDX.
       FIND-VENDOR-SLOT.
           MOVE 'N' TO WS-VENDOR-FOUND-SWITCH.
           PERFORM CHECK-ONE-VENDOR-SLOT
               VARYING WS-VENDOR-IDX FROM 1 BY 1
               UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
               OR WS-VENDOR-FOUND.
           IF NOT WS-VENDOR-FOUND THEN
               IF WS-VENDOR-COUNT < WS-VENDOR-SLOT-MAX THEN
                   ADD 1 TO WS-VENDOR-COUNT
                   MOVE WS-VENDOR-COUNT TO WS-VENDOR-IDX
                   PERFORM CLEAR-VENDOR-SLOT
                   SET WS-VENDOR-FOUND TO TRUE
               ELSE
                   DISPLAY 'VENDOR-SCORECARD: VENDOR TABLE FULL - '
                       WS-WORK-VENDOR ' NOT SCORED'
               END-IF
           END-IF.

       CHECK-ONE-VENDOR-SLOT.
           IF WS-VD-VENDOR-ID(WS-VENDOR-IDX) = WS-WORK-VENDOR THEN
               SET WS-VENDOR-FOUND TO TRUE
               SUBTRACT 1 FROM WS-VENDOR-IDX
           END-IF.

       SCAN-RECEIPT-LOG.
           IF NOT END-OF-RECEIPTS THEN
               PERFORM READ-NEXT-RECEIPT
               PERFORM TALLY-ONE-RECEIPT UNTIL END-OF-RECEIPTS
           END-IF.

       READ-NEXT-RECEIPT.
           READ RECEIPT-LOG
               AT END
                   MOVE 'Y' TO WS-RECEIPT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *    A SHIPMENT THAT BRINGS THE ORDER TO ITS FULL QUANTITY
      *    COUNTS AS RECEIVED COMPLETE, AND ITS ORDER-TO-RECEIPT
      *    DAYS ARE THE LEAD TIME HELD AGAINST THE TARGET. ONE THAT
      *    LEAVES THE ORDER STILL OPEN IS A SHORT SHIPMENT.
       TALLY-ONE-RECEIPT.
           IF RL-RECEIPT-DATE >= WS-PERIOD-START
                   AND RL-RECEIPT-DATE <= WS-PERIOD-END THEN
               IF RL-VENDOR-ID = SPACES THEN
                   ADD 1 TO WS-UNASSIGNED
               ELSE
                   MOVE RL-VENDOR-ID TO WS-WORK-VENDOR
                   PERFORM FIND-VENDOR-SLOT
                   IF WS-VENDOR-FOUND THEN
                       PERFORM ADD-RECEIPT-TO-VENDOR
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-RECEIPT.

       ADD-RECEIPT-TO-VENDOR.
           ADD 1 TO WS-VD-SHIPMENTS(WS-VENDOR-IDX).
           ADD RL-QUANTITY-RECEIVED TO
               WS-VD-COPIES-RECEIVED(WS-VENDOR-IDX).
           IF RL-ORDER-FILLED THEN
               ADD 1 TO WS-VD-ORDERS-FILLED(WS-VENDOR-IDX)
               COMPUTE WS-LEAD-DAYS =
                   FUNCTION INTEGER-OF-DATE(RL-RECEIPT-DATE) -
                   FUNCTION INTEGER-OF-DATE(RL-ORDER-DATE)
               IF WS-LEAD-DAYS < ZERO THEN
                   MOVE ZERO TO WS-LEAD-DAYS
               END-IF
               ADD WS-LEAD-DAYS TO
                   WS-VD-LEAD-DAYS-TOTAL(WS-VENDOR-IDX)
               IF WS-VD-LEAD-TARGET(WS-VENDOR-IDX) > ZERO
                       AND WS-LEAD-DAYS >
                           WS-VD-LEAD-TARGET(WS-VENDOR-IDX) THEN
                   ADD 1 TO WS-VD-ORDERS-LATE(WS-VENDOR-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-VD-SHORT-SHIPMENTS(WS-VENDOR-IDX)
           END-IF.

       SCAN-MATCH-LOG.
           IF NOT END-OF-MATCH-LOG THEN
               PERFORM READ-NEXT-MATCH
               PERFORM TALLY-ONE-MATCH UNTIL END-OF-MATCH-LOG
           END-IF.

       READ-NEXT-MATCH.
           READ MATCH-LOG
               AT END
                   MOVE 'Y' TO WS-MATCH-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *    QUANTITY VARIANCE IS THE COPIES BILLED BEYOND WHAT WAS
      *    RECEIVED; PRICE VARIANCE IS THE BILLED COST OFF THE
      *    AGREED PO COST, TIMES THE COPIES BILLED, SO AN
      *    UNDERCHARGE NETS AGAINST AN OVERCHARGE.
       TALLY-ONE-MATCH.
           IF ML-MATCH-DATE >= WS-PERIOD-START
                   AND ML-MATCH-DATE <= WS-PERIOD-END THEN
               IF ML-VENDOR-ID = SPACES THEN
                   ADD 1 TO WS-UNASSIGNED
               ELSE
                   MOVE ML-VENDOR-ID TO WS-WORK-VENDOR
                   PERFORM FIND-VENDOR-SLOT
                   IF WS-VENDOR-FOUND THEN
                       PERFORM ADD-MATCH-TO-VENDOR
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-MATCH.

       ADD-MATCH-TO-VENDOR.
           EVALUATE TRUE
               WHEN ML-LINE-MATCHED
                   ADD 1 TO WS-VD-LINES-MATCHED(WS-VENDOR-IDX)
               WHEN ML-BILLED-OVER-RECEIPT
                   ADD 1 TO WS-VD-LINES-DISPUTED(WS-VENDOR-IDX)
                   COMPUTE WS-VD-QTY-VARIANCE(WS-VENDOR-IDX) =
                       WS-VD-QTY-VARIANCE(WS-VENDOR-IDX) +
                       ML-QUANTITY-BILLED - ML-QUANTITY-RECEIVED
               WHEN ML-COST-VARIANCE
                   ADD 1 TO WS-VD-LINES-DISPUTED(WS-VENDOR-IDX)
                   COMPUTE WS-VD-PRICE-VARIANCE(WS-VENDOR-IDX) =
                       WS-VD-PRICE-VARIANCE(WS-VENDOR-IDX) +
                       (ML-UNIT-COST-BILLED - ML-UNIT-COST-AGREED)
                       * ML-QUANTITY-BILLED
               WHEN OTHER
                   ADD 1 TO WS-VD-LINES-DISPUTED(WS-VENDOR-IDX)
           END-EVALUATE.

       SCAN-COPY-INVENTORY.
           IF NOT END-OF-COPY-INVENTORY THEN
               PERFORM READ-NEXT-COPY
               PERFORM TALLY-ONE-COPY UNTIL END-OF-COPY-INVENTORY
           END-IF.

       READ-NEXT-COPY.
           READ COPY-INVENTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *    A COPY FLAGGED DAMAGED IN THE MONTH IS CHARGED TO THE
      *    DISTRIBUTOR THE TITLE IS BOUGHT FROM, WHETHER OR NOT IT
      *    HAS SINCE GONE BACK UNDER WARRANTY. COPY-INVENTORY DOES
      *    NOT TELL A DEFECTIVE DISC FROM ONE A MEMBER BROKE, SO THE
      *    RATE IS A SIGNAL TO LOOK INTO, NOT A CHARGEBACK FIGURE.
       TALLY-ONE-COPY.
           IF (CI-COPY-DAMAGED OR CI-COPY-RETURNED-TO-VENDOR)
                   AND CI-FLAGGED-DATE >= WS-PERIOD-START
                   AND CI-FLAGGED-DATE <= WS-PERIOD-END THEN
               MOVE CI-IMDB-ID TO TM-IMDB-ID
               READ TITLE-MASTER
                   INVALID KEY
                       ADD 1 TO WS-UNASSIGNED
                   NOT INVALID KEY
                       PERFORM ADD-DEFECT-TO-VENDOR
               END-READ
           END-IF.
           PERFORM READ-NEXT-COPY.

       ADD-DEFECT-TO-VENDOR.
           IF TM-VENDOR-ID = SPACES THEN
               ADD 1 TO WS-UNASSIGNED
           ELSE
               MOVE TM-VENDOR-ID TO WS-WORK-VENDOR
               PERFORM FIND-VENDOR-SLOT
               IF WS-VENDOR-FOUND THEN
                   ADD 1 TO WS-VD-DEFECTIVE(WS-VENDOR-IDX)
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DISTRIBUTOR SCORECARD - MONTH ' WS-PRIOR-MONTH
               ' - RUN DATE ' WS-TODAY-CCYYMMDD
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-LINE.

      *    AN INACTIVE DISTRIBUTOR WITH NOTHING IN THE MONTH IS LEFT
      *    OFF; ANY DISTRIBUTOR WITH ACTIVITY IS SCORED.
       REPORT-ONE-VENDOR.
           IF WS-VD-ACTIVE(WS-VENDOR-IDX)
                   OR WS-VD-SHIPMENTS(WS-VENDOR-IDX) > ZERO
                   OR WS-VD-LINES-MATCHED(WS-VENDOR-IDX) > ZERO
                   OR WS-VD-LINES-DISPUTED(WS-VENDOR-IDX) > ZERO
                   OR WS-VD-DEFECTIVE(WS-VENDOR-IDX) > ZERO THEN
               PERFORM WRITE-VENDOR-HEADING
               PERFORM WRITE-VENDOR-RECEIVING
               PERFORM WRITE-VENDOR-INVOICING
               PERFORM WRITE-VENDOR-DEFECTS
               MOVE SPACES TO WS-REPORT-LINE
               WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-LINE
               ADD 1 TO WS-VENDORS-REPORTED
           END-IF.

       WRITE-VENDOR-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'VENDOR ' WS-VD-VENDOR-ID(WS-VENDOR-IDX)
               ' ' WS-VD-NAME(WS-VENDOR-IDX)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-VENDOR-RECEIVING.
           MOVE ZERO TO WS-PERCENT.
           MOVE ZERO TO WS-AVERAGE-DAYS.
           IF WS-VD-SHIPMENTS(WS-VENDOR-IDX) > ZERO THEN
               COMPUTE WS-PERCENT ROUNDED =
                   WS-VD-ORDERS-FILLED(WS-VENDOR-IDX) * 100 /
                   WS-VD-SHIPMENTS(WS-VENDOR-IDX)
           END-IF.
           IF WS-VD-ORDERS-FILLED(WS-VENDOR-IDX) > ZERO THEN
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-VD-LEAD-DAYS-TOTAL(WS-VENDOR-IDX) /
                   WS-VD-ORDERS-FILLED(WS-VENDOR-IDX)
           END-IF.
           MOVE WS-VD-SHIPMENTS(WS-VENDOR-IDX) TO WS-COUNT-EDIT.
           MOVE WS-VD-SHORT-SHIPMENTS(WS-VENDOR-IDX) TO
               WS-COUNT-B-EDIT.
           MOVE WS-PERCENT TO WS-PCT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  SHIPMENTS ' WS-COUNT-EDIT
               ' RECEIVED COMPLETE ' WS-PCT-EDIT '%'
               ' SHORT SHIPMENTS ' WS-COUNT-B-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-AVERAGE-DAYS TO WS-DAYS-EDIT.
           MOVE WS-VD-LEAD-TARGET(WS-VENDOR-IDX) TO WS-TARGET-EDIT.
           MOVE WS-VD-ORDERS-LATE(WS-VENDOR-IDX) TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ORDER-TO-RECEIPT DAYS AVG ' WS-DAYS-EDIT
               ' TARGET ' WS-TARGET-EDIT
               ' ORDERS OVER TARGET ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-VENDOR-INVOICING.
           MOVE WS-VD-LINES-MATCHED(WS-VENDOR-IDX) TO WS-COUNT-EDIT.
           MOVE WS-VD-LINES-DISPUTED(WS-VENDOR-IDX) TO
               WS-COUNT-B-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  INVOICE LINES MATCHED ' WS-COUNT-EDIT
               ' DISPUTED ' WS-COUNT-B-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-VD-QTY-VARIANCE(WS-VENDOR-IDX) TO WS-COUNT-EDIT.
           MOVE WS-VD-PRICE-VARIANCE(WS-VENDOR-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  QUANTITY VARIANCE ' WS-COUNT-EDIT ' COPIES'
               ' PRICE VARIANCE ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-LINE.

      *    DEFECTIVE COPIES PER HUNDRED RECEIVED IN THE MONTH.
       WRITE-VENDOR-DEFECTS.
           MOVE ZERO TO WS-DEFECT-RATE.
           IF WS-VD-COPIES-RECEIVED(WS-VENDOR-IDX) > ZERO THEN
               COMPUTE WS-DEFECT-RATE ROUNDED =
                   WS-VD-DEFECTIVE(WS-VENDOR-IDX) * 100 /
                   WS-VD-COPIES-RECEIVED(WS-VENDOR-IDX)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-DEFECT-RATE
               END-COMPUTE
           END-IF.
           MOVE WS-VD-COPIES-RECEIVED(WS-VENDOR-IDX) TO WS-COUNT-EDIT.
           MOVE WS-VD-DEFECTIVE(WS-VENDOR-IDX) TO WS-COUNT-B-EDIT.
           MOVE WS-DEFECT-RATE TO WS-RATE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  COPIES RECEIVED ' WS-COUNT-EDIT
               ' DAMAGED ' WS-COUNT-B-EDIT
               ' PER 100 RECEIVED ' WS-RATE-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-DISTRIBUTOR-STATUS = '00'
                   OR WS-DISTRIBUTOR-STATUS = '10' THEN
               CLOSE DISTRIBUTOR-MASTER
           END-IF.
           IF WS-RECEIPT-LOG-STATUS = '00'
                   OR WS-RECEIPT-LOG-STATUS = '10' THEN
               CLOSE RECEIPT-LOG
           END-IF.
           IF WS-MATCH-LOG-STATUS = '00'
                   OR WS-MATCH-LOG-STATUS = '10' THEN
               CLOSE MATCH-LOG
           END-IF.
           IF WS-COPY-INVENTORY-STATUS = '00'
                   OR WS-COPY-INVENTORY-STATUS = '10' THEN
               CLOSE COPY-INVENTORY
           END-IF.
           CLOSE TITLE-MASTER.
           CLOSE SCORECARD-REPORT.

       END PROGRAM VENDOR-SCORECARD.
