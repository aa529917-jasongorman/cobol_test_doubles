       IDENTIFICATION DIVISION.
       PROGRAM-ID. SKU-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKU-FEED ASSIGN TO 'SKUFEED'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SKU-MASTER ASSIGN TO 'SKUMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-KEY
               FILE STATUS IS WS-SKU-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SKU-FEED.
       01  SKU-FEED-RECORD.
           05  SI-STORE-ID         PIC X(03).
           05  SI-SKU              PIC X(12).
           05  SI-DESCRIPTION      PIC X(30).
           05  SI-CATEGORY         PIC X(01).
           05  SI-UNIT-PRICE       PIC 9(3)V9(2).
           05  SI-TAX-CLASS        PIC X(01).
           05  SI-REORDER-POINT    PIC 9(5).
           05  SI-REORDER-QTY      PIC 9(5).
           05  SI-QTY-RECEIVED     PIC 9(5).
           05  SI-ACTIVE-FLAG      PIC X(01).

       FD  SKU-MASTER.
       COPY 'sku-master.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'SKU-LOAD'.
           01  WS-SKU-MASTER-STATUS PIC X(02).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-SKU-FEED         VALUE 'Y'.
           01  WS-SKU-FOUND-SWITCH PIC X(01).
               88  WS-SKU-FOUND            VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-ENTRIES-READ     PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-LOADED   PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-REJECTED PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-SKU-ENTRY.
           PERFORM LOAD-ONE-SKU-ENTRY
               UNTIL END-OF-SKU-FEED.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-ENTRIES-READ, WS-ENTRIES-LOADED,
               WS-ENTRIES-REJECTED.
           DISPLAY 'SKU-LOAD: ENTRIES READ ' WS-ENTRIES-READ
               ' LOADED ' WS-ENTRIES-LOADED
               ' REJECTED ' WS-ENTRIES-REJECTED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT SKU-FEED.
           PERFORM OPEN-SKU-MASTER.

       OPEN-SKU-MASTER.
           OPEN I-O SKU-MASTER.
           IF WS-SKU-MASTER-STATUS = '35' THEN
               OPEN OUTPUT SKU-MASTER
               CLOSE SKU-MASTER
               OPEN I-O SKU-MASTER
           END-IF.

       READ-NEXT-SKU-ENTRY.
           READ SKU-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
           END-READ.

      *    EACH FEED LINE CARRIES THE ITEM AS THE STORE SELLS IT AND
      *    ANY QUANTITY THAT CAME IN ON THE LAST DELIVERY. THE ITEM
      *    DEFINITION REPLACES WHAT IS ON FILE; THE QUANTITY RECEIVED
      *    ADDS TO THE SHELF COUNT, NEVER REPLACES IT, SO SALES POSTED
      *    SINCE THE DELIVERY ARE NOT LOST. AN ITEM IS MARKED
      *    INACTIVE, NEVER REMOVED, SO ITS SALES HISTORY STILL HAS A
      *    DESCRIPTION BEHIND IT.
       LOAD-ONE-SKU-ENTRY.
           EVALUATE TRUE
               WHEN SI-STORE-ID = SPACES
                       OR SI-SKU = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'SKU-LOAD: BLANK STORE OR SKU'
               WHEN SI-DESCRIPTION = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'SKU-LOAD: NO DESCRIPTION FOR '
                       SI-STORE-ID ' ' SI-SKU
               WHEN SI-CATEGORY NOT = 'C'
                       AND SI-CATEGORY NOT = 'M'
                       AND SI-CATEGORY NOT = 'A'
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'SKU-LOAD: BAD CATEGORY FOR '
                       SI-STORE-ID ' ' SI-SKU
               WHEN SI-UNIT-PRICE NOT NUMERIC
                       OR SI-UNIT-PRICE = ZERO
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'SKU-LOAD: BAD PRICE FOR '
                       SI-STORE-ID ' ' SI-SKU
               WHEN SI-TAX-CLASS NOT = 'S'
                       AND SI-TAX-CLASS NOT = 'F'
                       AND SI-TAX-CLASS NOT = 'E'
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'SKU-LOAD: BAD TAX CLASS FOR '
                       SI-STORE-ID ' ' SI-SKU
               WHEN SI-REORDER-POINT NOT NUMERIC
                       OR SI-REORDER-QTY NOT NUMERIC
                       OR SI-QTY-RECEIVED NOT NUMERIC
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'SKU-LOAD: BAD QUANTITIES FOR '
                       SI-STORE-ID ' ' SI-SKU
               WHEN SI-ACTIVE-FLAG NOT = 'A'
                       AND SI-ACTIVE-FLAG NOT = 'I'
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'SKU-LOAD: BAD ACTIVE FLAG FOR '
                       SI-STORE-ID ' ' SI-SKU
               WHEN OTHER
                   PERFORM STORE-SKU-ENTRY
           END-EVALUATE.
           PERFORM READ-NEXT-SKU-ENTRY.

       STORE-SKU-ENTRY.
           MOVE 'N' TO WS-SKU-FOUND-SWITCH.
           MOVE SI-STORE-ID TO SK-STORE-ID.
           MOVE SI-SKU TO SK-SKU.
           READ SKU-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SKU-FOUND TO TRUE
           END-READ.
           IF NOT WS-SKU-FOUND THEN
               MOVE SI-STORE-ID TO SK-STORE-ID
               MOVE SI-SKU TO SK-SKU
               MOVE ZERO TO SK-ON-HAND
               MOVE ZERO TO SK-LAST-RECEIPT-DATE
               MOVE ZERO TO SK-LAST-SALE-DATE
           END-IF.
           MOVE SI-DESCRIPTION TO SK-DESCRIPTION.
           MOVE SI-CATEGORY TO SK-CATEGORY.
           MOVE SI-UNIT-PRICE TO SK-UNIT-PRICE.
           MOVE SI-TAX-CLASS TO SK-TAX-CLASS.
           MOVE SI-REORDER-POINT TO SK-REORDER-POINT.
           MOVE SI-REORDER-QTY TO SK-REORDER-QTY.
           MOVE SI-ACTIVE-FLAG TO SK-ACTIVE-FLAG.
           IF SI-QTY-RECEIVED > ZERO THEN
               ADD SI-QTY-RECEIVED TO SK-ON-HAND
               MOVE WS-TODAY-CCYYMMDD TO SK-LAST-RECEIPT-DATE
           END-IF.
           IF WS-SKU-FOUND THEN
               REWRITE SKU-MASTER-RECORD
           ELSE
               WRITE SKU-MASTER-RECORD
           END-IF.
           ADD 1 TO WS-ENTRIES-LOADED.

       CLOSE-FILES.
           CLOSE SKU-FEED.
           CLOSE SKU-MASTER.

       END PROGRAM SKU-LOAD.
