       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTV-SELECT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COPY-INVENTORY ASSIGN TO 'COPYINV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-KEY
               FILE STATUS IS WS-COPY-INVENTORY-STATUS.

           SELECT COPY-MASTER ASSIGN TO 'COPYMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-COPY-MASTER-STATUS.

           SELECT TITLE-MASTER ASSIGN TO 'TITLEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-IMDB-ID
               FILE STATUS IS WS-TITLE-MASTER-STATUS.

           SELECT DISTRIBUTOR-MASTER ASSIGN TO 'DISTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-VENDOR-ID
               FILE STATUS IS WS-DISTRIBUTOR-STATUS.

           SELECT RTV-ITEMS ASSIGN TO 'RTVITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RTV-ITEM-STATUS.

           SELECT RTV-REQUESTS ASSIGN TO 'RTVREQ'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COPY-INVENTORY.
       COPY 'copy-inventory.cpy'.

       FD  COPY-MASTER.
       COPY 'copy-master.cpy'.

       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.

       FD  DISTRIBUTOR-MASTER.
       COPY 'distributor-master.cpy'.

       FD  RTV-ITEMS.
       COPY 'rtv-item.cpy'.

       FD  RTV-REQUESTS.
       01  RTV-REQUEST-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'RTV-SELECT'.
           01  WS-COPY-INVENTORY-STATUS PIC X(02).
           01  WS-COPY-MASTER-STATUS PIC X(02).
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-DISTRIBUTOR-STATUS PIC X(02).
           01  WS-RTV-ITEM-STATUS  PIC X(02).
           01  WS-INVENTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-INVENTORY        VALUE 'Y'.
           01  WS-RTV-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  END-OF-RTV-ITEMS        VALUE 'Y'.
           01  WS-COPY-FOUND-SWITCH PIC X(01).
               88  WS-COPY-FOUND           VALUE 'Y'.
           01  WS-DISTRIBUTOR-FOUND-SWITCH PIC X(01).
               88  WS-DISTRIBUTOR-FOUND    VALUE 'Y'.
           01  WS-REQUEST-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-REQUEST-OPEN         VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-WARRANTY-END-INTEGER PIC S9(9) COMP.
           01  WS-SKIP-REASON      PIC X(30).
           01  WS-CURRENT-VENDOR   PIC X(08) VALUE SPACES.
           01  WS-REQUEST-COPIES   PIC 9(4) COMP.
           01  WS-REQUEST-COST     PIC 9(7)V9(2).
           01  WS-COST-EDIT        PIC ZZ9.99.
           01  WS-TOTAL-EDIT       PIC ZZZZZZ9.99.
           01  WS-COUNT-EDIT       PIC ZZZ9.
           01  WS-REPORT-LINE      PIC X(100).
           01  WS-DAMAGED-READ     PIC 9(7) COMP VALUE 0.
           01  WS-COPIES-RETURNED  PIC 9(7) COMP VALUE 0.
           01  WS-COPIES-NOT-ELIGIBLE PIC 9(7) COMP VALUE 0.
           01  WS-REQUESTS-WRITTEN PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM SELECT-WARRANTY-RETURNS.
           PERFORM WRITE-RTV-REQUESTS.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-DAMAGED-READ, WS-COPIES-RETURNED,
               WS-COPIES-NOT-ELIGIBLE.
           DISPLAY 'RTV-SELECT: DAMAGED COPIES READ ' WS-DAMAGED-READ
               ' RETURNED ' WS-COPIES-RETURNED
               ' NOT ELIGIBLE ' WS-COPIES-NOT-ELIGIBLE
               ' REQUESTS ' WS-REQUESTS-WRITTEN.
           GOBACK.

       OPEN-FILES.
           OPEN I-O COPY-INVENTORY.
           IF WS-COPY-INVENTORY-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-INVENTORY-EOF-SWITCH
           END-IF.
           OPEN I-O COPY-MASTER.
           OPEN INPUT TITLE-MASTER.
           OPEN INPUT DISTRIBUTOR-MASTER.
           PERFORM OPEN-RTV-ITEMS.
           OPEN OUTPUT RTV-REQUESTS.

       OPEN-RTV-ITEMS.
           OPEN I-O RTV-ITEMS.
           IF WS-RTV-ITEM-STATUS = '35' THEN
               OPEN OUTPUT RTV-ITEMS
               CLOSE RTV-ITEMS
               OPEN I-O RTV-ITEMS
           END-IF.

      *****************************************************************
      *    EVERY COPY STILL DAMAGED IS CHECKED AGAINST ITS
      *    DISTRIBUTOR'S WARRANTY: ONE FLAGGED WITHIN THE WARRANTY
      *    DAYS OF THE DAY IT WAS RECEIVED GOES BACK FOR CREDIT OR A
      *    REPLACEMENT INSTEAD OF WAITING OUT COPY-REPAIR'S WRITE-OFF.
      *****************************************************************
       SELECT-WARRANTY-RETURNS.
           IF NOT END-OF-INVENTORY THEN
               MOVE LOW-VALUES TO CI-KEY
               START COPY-INVENTORY KEY IS NOT LESS THAN CI-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-INVENTORY-EOF-SWITCH
               END-START
           END-IF.
           IF NOT END-OF-INVENTORY THEN
               PERFORM READ-NEXT-INVENTORY-COPY
               PERFORM EXAMINE-ONE-INVENTORY-COPY
                   UNTIL END-OF-INVENTORY
           END-IF.

       READ-NEXT-INVENTORY-COPY.
           READ COPY-INVENTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INVENTORY-EOF-SWITCH
           END-READ.

       EXAMINE-ONE-INVENTORY-COPY.
           IF CI-COPY-DAMAGED THEN
               ADD 1 TO WS-DAMAGED-READ
               PERFORM CHECK-WARRANTY
               IF WS-SKIP-REASON = SPACES THEN
                   PERFORM RETURN-COPY-TO-VENDOR
               ELSE
                   ADD 1 TO WS-COPIES-NOT-ELIGIBLE
                   DISPLAY 'RTV-SELECT: ' CI-IMDB-ID ' COPY '
                       CI-COPY-NUMBER ' NOT RETURNED - '
                       WS-SKIP-REASON
               END-IF
           END-IF.
           PERFORM READ-NEXT-INVENTORY-COPY.

      *    THE COPY MUST STILL BE ON THE REGISTER WITH A RECEIPT
      *    DATE, AND ITS TITLE MUST NAME A DISTRIBUTOR THAT GIVES A
      *    WARRANTY. A COPY ALREADY DISPOSED OF IS NOT OURS TO SEND.
       CHECK-WARRANTY.
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE 'N' TO WS-COPY-FOUND-SWITCH.
           MOVE CI-IMDB-ID TO CM-IMDB-ID.
           MOVE CI-COPY-NUMBER TO CM-COPY-NUMBER.
           READ COPY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-COPY-FOUND TO TRUE
           END-READ.
           MOVE 'N' TO WS-DISTRIBUTOR-FOUND-SWITCH.
           IF WS-COPY-FOUND THEN
               MOVE CI-IMDB-ID TO TM-IMDB-ID
               READ TITLE-MASTER
                   INVALID KEY
                       MOVE SPACES TO TM-VENDOR-ID
               END-READ
               IF TM-VENDOR-ID NOT = SPACES THEN
                   MOVE TM-VENDOR-ID TO DM-VENDOR-ID
                   READ DISTRIBUTOR-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-DISTRIBUTOR-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-COPY-FOUND
                   MOVE 'NOT ON COPY REGISTER' TO WS-SKIP-REASON
               WHEN NOT CM-NOT-DISPOSED
                   MOVE 'ALREADY DISPOSED OF' TO WS-SKIP-REASON
               WHEN CM-ACQUIRED-DATE NOT NUMERIC
                       OR CM-ACQUIRED-DATE = ZERO
                   MOVE 'NO RECEIPT DATE' TO WS-SKIP-REASON
               WHEN NOT WS-DISTRIBUTOR-FOUND
                   MOVE 'NO DISTRIBUTOR FOR TITLE' TO WS-SKIP-REASON
               WHEN DM-WARRANTY-DAYS = ZERO
                   MOVE 'DISTRIBUTOR GIVES NO WARRANTY'
                       TO WS-SKIP-REASON
               WHEN OTHER
                   COMPUTE WS-WARRANTY-END-INTEGER =
                       FUNCTION INTEGER-OF-DATE(CM-ACQUIRED-DATE)
                       + DM-WARRANTY-DAYS
                   IF FUNCTION INTEGER-OF-DATE(CI-FLAGGED-DATE)
                           > WS-WARRANTY-END-INTEGER THEN
                       MOVE 'OUTSIDE WARRANTY' TO WS-SKIP-REASON
                   END-IF
           END-EVALUATE.

      *    THE COPY LEAVES STOCK FOR GOOD: THE REGISTER MARKS IT
      *    RETURNED TO VENDOR AND DISPOSED OF, SO COPY-AMORTIZE TAKES
      *    ITS BOOK VALUE OFF, AND THE DAMAGE RECORD STOPS IT BEING
      *    REPAIRED OR WRITTEN OFF WHILE THE DISTRIBUTOR SETTLES.
       RETURN-COPY-TO-VENDOR.
           MOVE DM-VENDOR-ID TO RA-VENDOR-ID.
           MOVE WS-TODAY-CCYYMMDD TO RA-REQUEST-DATE.
           MOVE CI-IMDB-ID TO RA-IMDB-ID.
           MOVE CI-COPY-NUMBER TO RA-COPY-NUMBER.
           MOVE CM-BARCODE TO RA-BARCODE.
           MOVE CM-HOME-STORE TO RA-HOME-STORE.
           MOVE CM-ACQUIRED-DATE TO RA-RECEIPT-DATE.
           MOVE CI-FLAGGED-DATE TO RA-DAMAGED-DATE.
           MOVE CM-UNIT-COST TO RA-UNIT-COST.
           SET RA-AWAITING-SETTLEMENT TO TRUE.
           MOVE SPACES TO RA-MEMO-NUMBER.
           MOVE ZERO TO RA-SETTLED-DATE.
           MOVE ZERO TO RA-REPLACED-DATE.
           WRITE RTV-ITEM-RECORD
               INVALID KEY
                   DISPLAY 'RTV-SELECT: ' CI-IMDB-ID ' COPY '
                       CI-COPY-NUMBER ' ALREADY ON A REQUEST TODAY'
           END-WRITE.
           SET CI-COPY-RETURNED-TO-VENDOR TO TRUE.
           REWRITE COPY-INVENTORY-RECORD.
           SET CM-COPY-RETURNED-TO-VENDOR TO TRUE.
           MOVE WS-TODAY-CCYYMMDD TO CM-STATUS-DATE.
           MOVE SPACES TO CM-MEMBER-ID.
           SET CM-RETURNED-TO-VENDOR TO TRUE.
           MOVE WS-TODAY-CCYYMMDD TO CM-DISPOSAL-DATE.
           REWRITE COPY-MASTER-RECORD.
           ADD 1 TO WS-COPIES-RETURNED.

      *****************************************************************
      *    ONE RETURN AUTHORIZATION REQUEST PER DISTRIBUTOR, LISTING
      *    EVERY COPY RAISED TODAY. THE DISTRIBUTOR QUOTES THE
      *    VENDOR ID AND REQUEST DATE BACK ON ITS CREDIT MEMO.
      *****************************************************************
       WRITE-RTV-REQUESTS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RETURN AUTHORIZATION REQUESTS - RUN DATE '
               WS-TODAY-CCYYMMDD
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE RTV-REQUEST-LINE FROM WS-REPORT-LINE.
           MOVE LOW-VALUES TO RA-KEY.
           START RTV-ITEMS KEY IS NOT LESS THAN RA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RTV-EOF-SWITCH
           END-START.
           IF NOT END-OF-RTV-ITEMS THEN
               PERFORM READ-NEXT-RTV-ITEM
               PERFORM LIST-ONE-RTV-ITEM UNTIL END-OF-RTV-ITEMS
           END-IF.
           PERFORM FINISH-RTV-REQUEST.
           IF WS-REQUESTS-WRITTEN = ZERO THEN
               MOVE '  NO COPIES TO RETURN' TO WS-REPORT-LINE
               WRITE RTV-REQUEST-LINE FROM WS-REPORT-LINE
           END-IF.

       READ-NEXT-RTV-ITEM.
           READ RTV-ITEMS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RTV-EOF-SWITCH
           END-READ.

       LIST-ONE-RTV-ITEM.
           IF RA-REQUEST-DATE = WS-TODAY-CCYYMMDD THEN
               IF RA-VENDOR-ID NOT = WS-CURRENT-VENDOR THEN
                   PERFORM FINISH-RTV-REQUEST
                   PERFORM START-RTV-REQUEST
               END-IF
               PERFORM WRITE-RTV-REQUEST-LINE
           END-IF.
           PERFORM READ-NEXT-RTV-ITEM.

       START-RTV-REQUEST.
           MOVE RA-VENDOR-ID TO WS-CURRENT-VENDOR.
           SET WS-REQUEST-OPEN TO TRUE.
           MOVE ZERO TO WS-REQUEST-COPIES.
           MOVE ZERO TO WS-REQUEST-COST.
           MOVE RA-VENDOR-ID TO DM-VENDOR-ID.
           READ DISTRIBUTOR-MASTER
               INVALID KEY
                   MOVE SPACES TO DM-NAME DM-CONTACT-NAME
                       DM-CONTACT-PHONE DM-CONTACT-EMAIL
           END-READ.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE RTV-REQUEST-LINE FROM WS-REPORT-LINE.
           STRING 'RETURN AUTHORIZATION REQUEST ' RA-VENDOR-ID
               '-' RA-REQUEST-DATE
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE RTV-REQUEST-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TO ' DM-NAME ' ATTN ' DM-CONTACT-NAME
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE RTV-REQUEST-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   ' DM-CONTACT-PHONE ' ' DM-CONTACT-EMAIL
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE RTV-REQUEST-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PLEASE AUTHORIZE RETURN OF THESE DEFECTIVE COPIES'
               ' FOR CREDIT OR REPLACEMENT UNDER WARRANTY'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE RTV-REQUEST-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  TITLE      COPY BARCODE      RECEIVED DAMAGED '
               '     COST  STORE'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE RTV-REQUEST-LINE FROM WS-REPORT-LINE.
           ADD 1 TO WS-REQUESTS-WRITTEN.

       WRITE-RTV-REQUEST-LINE.
           MOVE RA-UNIT-COST TO WS-COST-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ' RA-IMDB-ID ' ' RA-COPY-NUMBER
               ' ' RA-BARCODE ' ' RA-RECEIPT-DATE
               ' ' RA-DAMAGED-DATE ' ' WS-COST-EDIT
               '  ' RA-HOME-STORE
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE RTV-REQUEST-LINE FROM WS-REPORT-LINE.
           ADD 1 TO WS-REQUEST-COPIES.
           ADD RA-UNIT-COST TO WS-REQUEST-COST.

       FINISH-RTV-REQUEST.
           IF WS-REQUEST-OPEN THEN
               MOVE WS-REQUEST-COPIES TO WS-COUNT-EDIT
               MOVE WS-REQUEST-COST TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  COPIES ' WS-COUNT-EDIT
                   ' COST ' WS-TOTAL-EDIT
                   ' - QUOTE ' WS-CURRENT-VENDOR '-'
                   WS-TODAY-CCYYMMDD ' ON YOUR CREDIT MEMO'
               INTO WS-REPORT-LINE
               END-STRING
               WRITE RTV-REQUEST-LINE FROM WS-REPORT-LINE
               MOVE 'N' TO WS-REQUEST-OPEN-SWITCH
           END-IF.

       CLOSE-FILES.
           IF WS-COPY-INVENTORY-STATUS = '00'
                   OR WS-COPY-INVENTORY-STATUS = '10' THEN
               CLOSE COPY-INVENTORY
           END-IF.
           CLOSE COPY-MASTER.
           CLOSE TITLE-MASTER.
           CLOSE DISTRIBUTOR-MASTER.
           CLOSE RTV-ITEMS.
           CLOSE RTV-REQUESTS.

       END PROGRAM RTV-SELECT.
