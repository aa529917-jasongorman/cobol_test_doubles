               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-MEMBER-ID
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT RECEIPT-LOG ASSIGN TO 'PORCPTLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-LOG-STATUS.

           SELECT RTV-ITEMS ASSIGN TO 'RTVITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RTV-ITEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPTS-FEED.
       01  RECEIPT-RECORD.
           05  RV-IMDB-ID          PIC X(10).
           05  RV-QUANTITY         PIC 9(4).
           05  RV-VENDOR-ID        PIC X(08).
      *    SET ONLY ON A SHIPMENT OF WARRANTY REPLACEMENTS: THE DATE
      *    OF THE RETURN REQUEST THE COPIES ARE REPLACING.
           05  RV-RTV-REQUEST-DATE PIC 9(8).
       COPY 'feed-control.cpy'.

       FD  OPEN-ORDERS.
       COPY 'open-orders.cpy'.
       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.

       FD  RECEIPT-LOG.
       COPY 'po-receipt-log.cpy'.

       FD  RTV-ITEMS.
       COPY 'rtv-item.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'PO-RECEIVE'.
           01  WS-OPEN-ORDERS-STATUS PIC X(02).
               88  WS-ORDER-FOUND          VALUE 'Y'.
           01  WS-HOLD-QUEUE-STATUS PIC X(02).
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-RECEIPT-LOG-STATUS PIC X(02).
           01  WS-RTV-ITEM-STATUS  PIC X(02).
           01  WS-RTV-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-RTV-IS-OPEN          VALUE 'Y'.
           01  WS-RTV-EOF-SWITCH   PIC X(01).
               88  END-OF-REQUEST-COPIES   VALUE 'Y'.
           01  WS-COPIES-REPLACED  PIC 9(4).
           01  WS-HOLDQ-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-HOLDQ-IS-OPEN        VALUE 'Y'.
           01  WS-HOLD-EOF-SWITCH  PIC X(01).
           01  WS-RECEIPTS-APPLIED PIC 9(7) COMP VALUE 0.
           01  WS-RECEIPTS-REJECTED PIC 9(7) COMP VALUE 0.
           01  WS-ORDERS-FILLED    PIC 9(7) COMP VALUE 0.
           01  WS-REPLACEMENTS-RECEIVED PIC 9(7) COMP VALUE 0.
           01  WS-FEED-ID          PIC X(10) VALUE 'RECEIPTS'.
           01  WS-FEED-RESULT      PIC X(01).
               88  WS-FEED-ACCEPTED        VALUE 'A'.
           01  WS-FEED-EOF-SWITCH  PIC X(01).
               88  END-OF-FEED-CHECK       VALUE 'Y'.
           01  WS-FEED-RECORDS     PIC 9(7) COMP VALUE 0.
           01  WS-FEED-HASH        PIC 9(13)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM VERIFY-FEED-CONTROL.
           IF NOT WS-FEED-ACCEPTED THEN
               PERFORM CLOSE-FILES
               DISPLAY 'PO-RECEIVE: RECEIPTS FEED REJECTED - '
                   'NOTHING POSTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM READ-NEXT-RECEIPT.
           PERFORM PROCESS-ONE-RECEIPT UNTIL END-OF-RECEIPTS.
           PERFORM CLOSE-FILES.
           CALL 'FEED-CHECK-ACCEPT' USING WS-FEED-ID.
           CALL 'CLOSE-SEND-MAIL'.
           CALL 'CLOSE-SEND-SMS'.
           CALL 'CLOSE-RENDER-TEMPLATE'.
               ' APPLIED ' WS-RECEIPTS-APPLIED
               ' REJECTED ' WS-RECEIPTS-REJECTED
               ' ORDERS FILLED ' WS-ORDERS-FILLED
               ' REPLACEMENTS ' WS-REPLACEMENTS-RECEIVED
               ' HOLDS NOTIFIED ' WS-HOLDS-NOTIFIED.
           GOBACK.

               SET WS-HOLDQ-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT MEMBER-MASTER.
           OPEN EXTEND RECEIPT-LOG.
           IF WS-RECEIPT-LOG-STATUS = '35' THEN
               OPEN OUTPUT RECEIPT-LOG
           END-IF.
           OPEN I-O RTV-ITEMS.
           IF WS-RTV-ITEM-STATUS = '00' THEN
               SET WS-RTV-IS-OPEN TO TRUE
           END-IF.

      *    NOTHING POSTS UNTIL THE HEADER HAS CLEARED THE FEED
      *    REGISTRY AND THE TRAILER HAS BALANCED THE WHOLE FILE.
      *    THE FEED IS THEN REOPENED AND POSTED FROM THE TOP.
       VERIFY-FEED-CONTROL.
           MOVE ZERO TO WS-FEED-RECORDS.
           MOVE ZERO TO WS-FEED-HASH.
           MOVE 'N' TO WS-FEED-EOF-SWITCH.
           MOVE 'H' TO WS-FEED-RESULT.
           READ RECEIPTS-FEED
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
                   DISPLAY 'PO-RECEIVE: RECEIPTS FEED IS EMPTY'
               NOT AT END
                   CALL 'FEED-CHECK' USING WS-PROGRAM-NAME,
                       WS-FEED-ID, FEED-CONTROL-RECORD,
                       WS-FEED-RESULT
           END-READ.
           IF WS-FEED-ACCEPTED THEN
               PERFORM TALLY-ONE-FEED-RECORD
                   UNTIL END-OF-FEED-CHECK
           END-IF.
           CLOSE RECEIPTS-FEED.
           OPEN INPUT RECEIPTS-FEED.
           READ RECEIPTS-FEED
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-READ.

       TALLY-ONE-FEED-RECORD.
           READ RECEIPTS-FEED
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
                   MOVE SPACES TO FEED-CONTROL-RECORD
                   CALL 'FEED-CHECK-TRAILER' USING WS-FEED-ID,
                       FEED-CONTROL-RECORD, WS-FEED-RECORDS,
                       WS-FEED-HASH, WS-FEED-RESULT
               NOT AT END
                   IF FC-TRAILER
                       MOVE 'Y' TO WS-FEED-EOF-SWITCH
                       CALL 'FEED-CHECK-TRAILER' USING WS-FEED-ID,
                           FEED-CONTROL-RECORD, WS-FEED-RECORDS,
                           WS-FEED-HASH, WS-FEED-RESULT
                   ELSE
                       ADD 1 TO WS-FEED-RECORDS
                       IF RV-QUANTITY NUMERIC
                           ADD RV-QUANTITY TO WS-FEED-HASH
                       END-IF
                   END-IF
           END-READ.

       READ-NEXT-RECEIPT.
           READ RECEIPTS-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF FC-TRAILER
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-RECEIPTS-READ
                   END-IF
           END-READ.

       PROCESS-ONE-RECEIPT.
           IF RV-RTV-REQUEST-DATE NUMERIC
                   AND RV-RTV-REQUEST-DATE NOT = ZERO THEN
               PERFORM PROCESS-REPLACEMENT-RECEIPT
           ELSE
               PERFORM PROCESS-ORDER-RECEIPT
           END-IF.
           PERFORM READ-NEXT-RECEIPT.

       PROCESS-ORDER-RECEIPT.
           MOVE 'N' TO WS-ORDER-FOUND-SWITCH.
           MOVE RV-IMDB-ID TO OO-IMDB-ID.
           READ OPEN-ORDERS
               ADD 1 TO WS-RECEIPTS-REJECTED
               DISPLAY 'PO-RECEIVE: NO OPEN ORDER FOR ' RV-IMDB-ID
           ELSE
               EVALUATE TRUE
                   WHEN RV-QUANTITY NOT NUMERIC
                           OR RV-QUANTITY = ZERO
                       ADD 1 TO WS-RECEIPTS-REJECTED
                       DISPLAY 'PO-RECEIVE: BAD QUANTITY FOR '
                           RV-IMDB-ID
                   WHEN RV-VENDOR-ID NOT = SPACES
                           AND OO-VENDOR-ID NOT = SPACES
                           AND RV-VENDOR-ID NOT = OO-VENDOR-ID
                       ADD 1 TO WS-RECEIPTS-REJECTED
                       DISPLAY 'PO-RECEIVE: ' RV-IMDB-ID
                           ' SHIPPED BY ' RV-VENDOR-ID
                           ' BUT ORDERED FROM ' OO-VENDOR-ID
                   WHEN OTHER
                       PERFORM APPLY-ONE-RECEIPT
               END-EVALUATE
           END-IF.

       APPLY-ONE-RECEIPT.
           ADD RV-QUANTITY TO OO-QUANTITY-RECEIVED.
               SET OO-ORDER-FILLED TO TRUE
               ADD 1 TO WS-ORDERS-FILLED
           END-IF.
           IF OO-VENDOR-ID = SPACES THEN
               MOVE RV-VENDOR-ID TO OO-VENDOR-ID
           END-IF.
           MOVE WS-TODAY-CCYYMMDD TO OO-LAST-RECEIPT-DATE.
           REWRITE OPEN-ORDER-RECORD.
           PERFORM WRITE-RECEIPT-LOG.
           MOVE RV-QUANTITY TO WS-COPIES-LEFT.
           IF WS-HOLDQ-IS-OPEN THEN
               PERFORM FILL-WAITING-HOLDS
           PERFORM ADD-COPIES-TO-POOL.
           ADD 1 TO WS-RECEIPTS-APPLIED.

      *    REPLACEMENTS FOR COPIES SENT BACK UNDER WARRANTY ARE NOT
      *    ON ANY ORDER: THEY SETTLE THE RETURN REQUEST THEY QUOTE,
      *    ONE COPY PER COPY THE DISTRIBUTOR AGREED TO REPLACE, AND
      *    THEN GO TO WAITING HOLDS AND THE SHELF LIKE ANY SHIPMENT.
      *    THE OPEN ORDER AND THE RECEIPT LOG ARE LEFT ALONE SO THE
      *    SCORECARD DOES NOT COUNT THEM AS ORDERED STOCK.
       PROCESS-REPLACEMENT-RECEIPT.
           EVALUATE TRUE
               WHEN RV-QUANTITY NOT NUMERIC
                       OR RV-QUANTITY = ZERO
                   ADD 1 TO WS-RECEIPTS-REJECTED
                   DISPLAY 'PO-RECEIVE: BAD QUANTITY FOR '
                       RV-IMDB-ID
               WHEN RV-VENDOR-ID = SPACES
                   ADD 1 TO WS-RECEIPTS-REJECTED
                   DISPLAY 'PO-RECEIVE: REPLACEMENT ' RV-IMDB-ID
                       ' HAS NO DISTRIBUTOR'
               WHEN NOT WS-RTV-IS-OPEN
                   ADD 1 TO WS-RECEIPTS-REJECTED
                   DISPLAY 'PO-RECEIVE: NO RETURN REQUESTS ON FILE '
                       'FOR REPLACEMENT ' RV-IMDB-ID
               WHEN OTHER
                   PERFORM REPLACE-RETURNED-COPIES
                   IF WS-COPIES-REPLACED = ZERO THEN
                       ADD 1 TO WS-RECEIPTS-REJECTED
                       DISPLAY 'PO-RECEIVE: NO REPLACEMENT DUE FOR '
                           RV-IMDB-ID ' ON REQUEST ' RV-VENDOR-ID
                           '-' RV-RTV-REQUEST-DATE
                   ELSE
                       PERFORM APPLY-REPLACEMENT-RECEIPT
                   END-IF
           END-EVALUATE.

       REPLACE-RETURNED-COPIES.
           MOVE ZERO TO WS-COPIES-REPLACED.
           MOVE 'N' TO WS-RTV-EOF-SWITCH.
           MOVE RV-VENDOR-ID TO RA-VENDOR-ID.
           MOVE RV-RTV-REQUEST-DATE TO RA-REQUEST-DATE.
           MOVE RV-IMDB-ID TO RA-IMDB-ID.
           MOVE ZERO TO RA-COPY-NUMBER.
           START RTV-ITEMS KEY IS NOT LESS THAN RA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RTV-EOF-SWITCH
           END-START.
           IF NOT END-OF-REQUEST-COPIES THEN
               PERFORM READ-NEXT-REQUEST-COPY
               PERFORM REPLACE-ONE-RETURNED-COPY
                   UNTIL END-OF-REQUEST-COPIES
                   OR WS-COPIES-REPLACED NOT < RV-QUANTITY
           END-IF.

       READ-NEXT-REQUEST-COPY.
           READ RTV-ITEMS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RTV-EOF-SWITCH
               NOT AT END
                   IF RA-VENDOR-ID NOT = RV-VENDOR-ID
                           OR RA-REQUEST-DATE NOT = RV-RTV-REQUEST-DATE
                           OR RA-IMDB-ID NOT = RV-IMDB-ID THEN
                       MOVE 'Y' TO WS-RTV-EOF-SWITCH
                   END-IF
           END-READ.

       REPLACE-ONE-RETURNED-COPY.
           IF RA-REPLACEMENT-DUE THEN
               SET RA-REPLACED TO TRUE
               MOVE WS-TODAY-CCYYMMDD TO RA-REPLACED-DATE
               REWRITE RTV-ITEM-RECORD
               ADD 1 TO WS-COPIES-REPLACED
           END-IF.
           PERFORM READ-NEXT-REQUEST-COPY.

      *    ONLY AS MANY COPIES GO INTO STOCK AS WERE DUE; ANY EXTRA
      *    IN THE BOX IS FOR THE BUYER TO SEND BACK OR ORDER IN.
       APPLY-REPLACEMENT-RECEIPT.
           IF WS-COPIES-REPLACED < RV-QUANTITY THEN
               DISPLAY 'PO-RECEIVE: ' RV-IMDB-ID ' ONLY '
                   WS-COPIES-REPLACED ' OF ' RV-QUANTITY
                   ' REPLACEMENTS DUE ON REQUEST ' RV-VENDOR-ID
                   '-' RV-RTV-REQUEST-DATE
           END-IF.
           MOVE WS-COPIES-REPLACED TO WS-COPIES-LEFT.
           IF WS-HOLDQ-IS-OPEN THEN
               PERFORM FILL-WAITING-HOLDS
           END-IF.
           PERFORM ADD-COPIES-TO-POOL.
           ADD WS-COPIES-REPLACED TO WS-REPLACEMENTS-RECEIVED.
           ADD 1 TO WS-RECEIPTS-APPLIED.

      *    EVERY SHIPMENT IS LOGGED WITH THE ORDER IT FILLS, SO THE
      *    VENDOR SCORECARD STILL HAS IT AFTER THE OPEN ORDER IS
      *    OVERWRITTEN BY THE TITLE'S NEXT REORDER.
       WRITE-RECEIPT-LOG.
           MOVE OO-VENDOR-ID TO RL-VENDOR-ID.
           MOVE OO-IMDB-ID TO RL-IMDB-ID.
           MOVE OO-ORDER-DATE TO RL-ORDER-DATE.
           MOVE WS-TODAY-CCYYMMDD TO RL-RECEIPT-DATE.
           MOVE OO-QUANTITY-ORDERED TO RL-QUANTITY-ORDERED.
           MOVE RV-QUANTITY TO RL-QUANTITY-RECEIVED.
           MOVE OO-QUANTITY-RECEIVED TO RL-TOTAL-RECEIVED.
           IF OO-ORDER-FILLED THEN
               MOVE 'Y' TO RL-ORDER-FILLED-FLAG
           ELSE
               MOVE 'N' TO RL-ORDER-FILLED-FLAG
           END-IF.
           WRITE PO-RECEIPT-LOG-RECORD.

      *    AN INCOMING SHIPMENT GOES TO THE MEMBERS ALREADY WAITING
      *    BEFORE IT GOES TO THE SHELF: EACH WAITING HOLD, OLDEST
      *    FIRST, CLAIMS ONE COPY AND THE MEMBER IS NOTIFIED WITH
               CLOSE HOLD-QUEUE
           END-IF.
           CLOSE MEMBER-MASTER.
           CLOSE RECEIPT-LOG.
           IF WS-RTV-IS-OPEN THEN
               CLOSE RTV-ITEMS
           END-IF.

       END PROGRAM PO-RECEIVE.
