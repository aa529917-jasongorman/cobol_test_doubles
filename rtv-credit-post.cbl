       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTV-CREDIT-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-MEMO-FEED ASSIGN TO 'RTVCREDIT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RTV-ITEMS ASSIGN TO 'RTVITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RTV-ITEM-STATUS.

           SELECT VENDOR-CREDITS ASSIGN TO 'VENDCREDIT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-KEY
               FILE STATUS IS WS-VENDOR-CREDIT-STATUS.

           SELECT VENDOR-INVOICES ASSIGN TO 'VENDINV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VI-KEY
               FILE STATUS IS WS-VENDOR-INVOICE-STATUS.

           SELECT CREDIT-REPORT ASSIGN TO 'RTVCRRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-MEMO-FEED.
       01  CREDIT-MEMO-RECORD.
           05  CR-VENDOR-ID        PIC X(08).
           05  CR-MEMO-NUMBER      PIC X(10).
           05  CR-MEMO-DATE        PIC 9(8).
           05  CR-REQUEST-DATE     PIC 9(8).
           05  CR-IMDB-ID          PIC X(10).
           05  CR-QUANTITY         PIC 9(4).
           05  CR-SETTLEMENT       PIC X(01).
               88  CR-SETTLED-BY-CREDIT    VALUE 'C'.
               88  CR-SETTLED-BY-REPLACEMENT VALUE 'R'.
           05  CR-CREDIT-AMOUNT    PIC 9(5)V9(2).
       COPY 'feed-control.cpy'.

       FD  RTV-ITEMS.
       COPY 'rtv-item.cpy'.

       FD  VENDOR-CREDITS.
       COPY 'vendor-credit.cpy'.

       FD  VENDOR-INVOICES.
       COPY 'vendor-invoice.cpy'.

       FD  CREDIT-REPORT.
       01  CREDIT-REPORT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'RTV-CREDIT-POST'.
           01  WS-RTV-ITEM-STATUS  PIC X(02).
           01  WS-VENDOR-CREDIT-STATUS PIC X(02).
           01  WS-VENDOR-INVOICE-STATUS PIC X(02).
           01  WS-INVOICES-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-INVOICES-AVAILABLE   VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-CREDIT-MEMOS     VALUE 'Y'.
           01  WS-RTV-EOF-SWITCH   PIC X(01).
               88  END-OF-REQUEST-COPIES   VALUE 'Y'.
           01  WS-CREDIT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-VENDOR-CREDITS   VALUE 'Y'.
           01  WS-INVOICE-EOF-SWITCH PIC X(01).
               88  END-OF-VENDOR-INVOICES  VALUE 'Y'.
           01  WS-CREDIT-FOUND-SWITCH PIC X(01).
               88  WS-CREDIT-FOUND         VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-COPIES-SETTLED   PIC 9(4) COMP.
           01  WS-CREDIT-LEFT      PIC 9(7)V9(2).
           01  WS-INVOICE-BALANCE  PIC 9(7)V9(2).
           01  WS-CREDIT-TAKEN     PIC 9(7)V9(2).
           01  WS-AMOUNT-EDIT      PIC ZZZZZZ9.99.
           01  WS-LEFT-EDIT        PIC ZZZZZZ9.99.
           01  WS-QTY-EDIT         PIC ZZZ9.
           01  WS-QTY-B-EDIT       PIC ZZZ9.
           01  WS-REPORT-LINE      PIC X(100).
           01  WS-LINES-READ       PIC 9(7) COMP VALUE 0.
           01  WS-LINES-POSTED     PIC 9(7) COMP VALUE 0.
           01  WS-LINES-REJECTED   PIC 9(7) COMP VALUE 0.
           01  WS-COPIES-CREDITED  PIC 9(7) COMP VALUE 0.
           01  WS-COPIES-TO-REPLACE PIC 9(7) COMP VALUE 0.
           01  WS-CREDITS-APPLIED  PIC 9(7) COMP VALUE 0.
           01  WS-CREDIT-RECEIVED  PIC S9(7)V9(2) VALUE 0.
           01  WS-CREDIT-APPLIED-TOTAL PIC S9(7)V9(2) VALUE 0.
           01  WS-CREDIT-OPEN-TOTAL PIC S9(7)V9(2) VALUE 0.
           01  WS-FEED-ID          PIC X(10) VALUE 'RTVCREDIT'.
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
               DISPLAY 'RTV-CREDIT-POST: RTVCREDIT FEED REJECTED - '
                   'NOTHING POSTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM READ-NEXT-CREDIT-MEMO.
           PERFORM POST-ONE-CREDIT-MEMO UNTIL END-OF-CREDIT-MEMOS.
           IF WS-INVOICES-AVAILABLE THEN
               PERFORM APPLY-OPEN-CREDITS
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           CALL 'FEED-CHECK-ACCEPT' USING WS-FEED-ID.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'RTVCREDIT ',
               WS-CREDITS-APPLIED, WS-CREDIT-APPLIED-TOTAL.
           CALL 'CLOSE-CONTROL-TOTAL'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-LINES-READ, WS-LINES-POSTED, WS-LINES-REJECTED.
           MOVE WS-CREDIT-APPLIED-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY 'RTV-CREDIT-POST: LINES READ ' WS-LINES-READ
               ' POSTED ' WS-LINES-POSTED
               ' REJECTED ' WS-LINES-REJECTED
               ' COPIES CREDITED ' WS-COPIES-CREDITED
               ' TO REPLACE ' WS-COPIES-TO-REPLACE
               ' CREDIT APPLIED ' WS-AMOUNT-EDIT.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT CREDIT-MEMO-FEED.
           OPEN I-O RTV-ITEMS.
           PERFORM OPEN-VENDOR-CREDITS.
           OPEN I-O VENDOR-INVOICES.
           IF WS-VENDOR-INVOICE-STATUS = '00' THEN
               SET WS-INVOICES-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT CREDIT-REPORT.

       OPEN-VENDOR-CREDITS.
           OPEN I-O VENDOR-CREDITS.
           IF WS-VENDOR-CREDIT-STATUS = '35' THEN
               OPEN OUTPUT VENDOR-CREDITS
               CLOSE VENDOR-CREDITS
               OPEN I-O VENDOR-CREDITS
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'WARRANTY RETURN CREDIT MEMOS - RUN DATE '
               WS-TODAY-CCYYMMDD
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE CREDIT-REPORT-LINE FROM WS-REPORT-LINE.

      *    NOTHING POSTS UNTIL THE HEADER HAS CLEARED THE FEED
      *    REGISTRY AND THE TRAILER HAS BALANCED THE WHOLE FILE.
      *    THE FEED IS THEN REOPENED AND POSTED FROM THE TOP.
       VERIFY-FEED-CONTROL.
           MOVE ZERO TO WS-FEED-RECORDS.
           MOVE ZERO TO WS-FEED-HASH.
           MOVE 'N' TO WS-FEED-EOF-SWITCH.
           MOVE 'H' TO WS-FEED-RESULT.
           READ CREDIT-MEMO-FEED
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
                   DISPLAY 'RTV-CREDIT-POST: RTVCREDIT FEED IS EMPTY'
               NOT AT END
                   CALL 'FEED-CHECK' USING WS-PROGRAM-NAME,
                       WS-FEED-ID, FEED-CONTROL-RECORD,
                       WS-FEED-RESULT
           END-READ.
           IF WS-FEED-ACCEPTED THEN
               PERFORM TALLY-ONE-FEED-RECORD
                   UNTIL END-OF-FEED-CHECK
           END-IF.
           CLOSE CREDIT-MEMO-FEED.
           OPEN INPUT CREDIT-MEMO-FEED.
           READ CREDIT-MEMO-FEED
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-READ.

       TALLY-ONE-FEED-RECORD.
           READ CREDIT-MEMO-FEED
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
                       IF CR-CREDIT-AMOUNT NUMERIC
                           ADD CR-CREDIT-AMOUNT TO WS-FEED-HASH
                       END-IF
                   END-IF
           END-READ.

       READ-NEXT-CREDIT-MEMO.
           READ CREDIT-MEMO-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF FC-TRAILER
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-LINES-READ
                   END-IF
           END-READ.

      *    EACH MEMO LINE SETTLES COPIES OF ONE TITLE ON ONE RETURN
      *    REQUEST, QUOTED BY THE REQUEST DATE PRINTED ON IT: 'C'
      *    FOR CREDIT, WITH THE CREDIT FOR THOSE COPIES, OR 'R' WHEN
      *    THE DISTRIBUTOR IS SHIPPING REPLACEMENTS INSTEAD. A LINE
      *    THAT FINDS NO COPY STILL AWAITING SETTLEMENT IS REFUSED,
      *    SO A MEMO SENT TWICE IS NOT CREDITED TWICE.
       POST-ONE-CREDIT-MEMO.
           EVALUATE TRUE
               WHEN CR-VENDOR-ID = SPACES
                   MOVE 'NO DISTRIBUTOR' TO WS-REPORT-LINE
                   PERFORM REJECT-CREDIT-MEMO
               WHEN CR-MEMO-NUMBER = SPACES
                   MOVE 'NO MEMO NUMBER' TO WS-REPORT-LINE
                   PERFORM REJECT-CREDIT-MEMO
               WHEN CR-REQUEST-DATE NOT NUMERIC
                       OR CR-REQUEST-DATE = ZERO
                   MOVE 'NO RETURN REQUEST QUOTED' TO WS-REPORT-LINE
                   PERFORM REJECT-CREDIT-MEMO
               WHEN CR-QUANTITY NOT NUMERIC
                       OR CR-QUANTITY = ZERO
                   MOVE 'BAD QUANTITY' TO WS-REPORT-LINE
                   PERFORM REJECT-CREDIT-MEMO
               WHEN NOT CR-SETTLED-BY-CREDIT
                       AND NOT CR-SETTLED-BY-REPLACEMENT
                   MOVE 'BAD SETTLEMENT TYPE' TO WS-REPORT-LINE
                   PERFORM REJECT-CREDIT-MEMO
               WHEN CR-SETTLED-BY-CREDIT
                       AND (CR-CREDIT-AMOUNT NOT NUMERIC
                           OR CR-CREDIT-AMOUNT = ZERO)
                   MOVE 'BAD CREDIT AMOUNT' TO WS-REPORT-LINE
                   PERFORM REJECT-CREDIT-MEMO
               WHEN OTHER
                   PERFORM SETTLE-REQUEST-COPIES
                   IF WS-COPIES-SETTLED = ZERO THEN
                       MOVE 'NO COPY AWAITING SETTLEMENT'
                           TO WS-REPORT-LINE
                       PERFORM REJECT-CREDIT-MEMO
                   ELSE
                       PERFORM ACCEPT-CREDIT-MEMO
                   END-IF
           END-EVALUATE.
           PERFORM READ-NEXT-CREDIT-MEMO.

       REJECT-CREDIT-MEMO.
           MOVE WS-REPORT-LINE(1:30) TO WS-REPORT-LINE(61:30).
           MOVE SPACES TO WS-REPORT-LINE(1:60).
           STRING '  REJECTED ' CR-VENDOR-ID ' MEMO ' CR-MEMO-NUMBER
               ' TITLE ' CR-IMDB-ID ' -'
           INTO WS-REPORT-LINE(1:60)
           END-STRING.
           WRITE CREDIT-REPORT-LINE FROM WS-REPORT-LINE.
           ADD 1 TO WS-LINES-REJECTED.

       SETTLE-REQUEST-COPIES.
           MOVE ZERO TO WS-COPIES-SETTLED.
           MOVE 'N' TO WS-RTV-EOF-SWITCH.
           MOVE CR-VENDOR-ID TO RA-VENDOR-ID.
           MOVE CR-REQUEST-DATE TO RA-REQUEST-DATE.
           MOVE CR-IMDB-ID TO RA-IMDB-ID.
           MOVE ZERO TO RA-COPY-NUMBER.
           START RTV-ITEMS KEY IS NOT LESS THAN RA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RTV-EOF-SWITCH
           END-START.
           IF NOT END-OF-REQUEST-COPIES THEN
               PERFORM READ-NEXT-REQUEST-COPY
               PERFORM SETTLE-ONE-REQUEST-COPY
                   UNTIL END-OF-REQUEST-COPIES
                   OR WS-COPIES-SETTLED NOT < CR-QUANTITY
           END-IF.

       READ-NEXT-REQUEST-COPY.
           READ RTV-ITEMS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RTV-EOF-SWITCH
               NOT AT END
                   IF RA-VENDOR-ID NOT = CR-VENDOR-ID
                           OR RA-REQUEST-DATE NOT = CR-REQUEST-DATE
                           OR RA-IMDB-ID NOT = CR-IMDB-ID THEN
                       MOVE 'Y' TO WS-RTV-EOF-SWITCH
                   END-IF
           END-READ.

       SETTLE-ONE-REQUEST-COPY.
           IF RA-AWAITING-SETTLEMENT THEN
               IF CR-SETTLED-BY-CREDIT THEN
                   SET RA-CREDITED TO TRUE
                   ADD 1 TO WS-COPIES-CREDITED
               ELSE
                   SET RA-REPLACEMENT-DUE TO TRUE
                   ADD 1 TO WS-COPIES-TO-REPLACE
               END-IF
               MOVE CR-MEMO-NUMBER TO RA-MEMO-NUMBER
               MOVE WS-TODAY-CCYYMMDD TO RA-SETTLED-DATE
               REWRITE RTV-ITEM-RECORD
               ADD 1 TO WS-COPIES-SETTLED
           END-IF.
           PERFORM READ-NEXT-REQUEST-COPY.

      *    THE CREDIT IS TAKEN AT THE MEMO'S FIGURE EVEN WHEN IT
      *    SETTLES FEWER COPIES THAN IT CLAIMS; THE SHORTFALL IS ON
      *    THE REPORT FOR THE BUYER TO TAKE UP WITH THE DISTRIBUTOR.
       ACCEPT-CREDIT-MEMO.
           MOVE WS-COPIES-SETTLED TO WS-QTY-EDIT.
           MOVE CR-QUANTITY TO WS-QTY-B-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF CR-SETTLED-BY-CREDIT THEN
               PERFORM ADD-TO-VENDOR-CREDIT
               MOVE CR-CREDIT-AMOUNT TO WS-AMOUNT-EDIT
               STRING '  CREDIT ' CR-VENDOR-ID ' MEMO ' CR-MEMO-NUMBER
                   ' TITLE ' CR-IMDB-ID ' COPIES ' WS-QTY-EDIT
                   ' OF ' WS-QTY-B-EDIT ' AMOUNT ' WS-AMOUNT-EDIT
               INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING '  REPLACE ' CR-VENDOR-ID ' MEMO '
                   CR-MEMO-NUMBER ' TITLE ' CR-IMDB-ID
                   ' COPIES ' WS-QTY-EDIT ' OF ' WS-QTY-B-EDIT
               INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           WRITE CREDIT-REPORT-LINE FROM WS-REPORT-LINE.
           IF WS-COPIES-SETTLED < CR-QUANTITY THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    MEMO CLAIMS MORE COPIES THAN REQUEST '
                   CR-VENDOR-ID '-' CR-REQUEST-DATE
                   ' HAS AWAITING SETTLEMENT'
               INTO WS-REPORT-LINE
               END-STRING
               WRITE CREDIT-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.
           ADD 1 TO WS-LINES-POSTED.

       ADD-TO-VENDOR-CREDIT.
           MOVE 'N' TO WS-CREDIT-FOUND-SWITCH.
           MOVE CR-VENDOR-ID TO VC-VENDOR-ID.
           MOVE CR-MEMO-NUMBER TO VC-MEMO-NUMBER.
           READ VENDOR-CREDITS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CREDIT-FOUND TO TRUE
           END-READ.
           IF NOT WS-CREDIT-FOUND THEN
               MOVE CR-VENDOR-ID TO VC-VENDOR-ID
               MOVE CR-MEMO-NUMBER TO VC-MEMO-NUMBER
               MOVE CR-MEMO-DATE TO VC-MEMO-DATE
               MOVE ZERO TO VC-CREDIT-AMOUNT
               MOVE ZERO TO VC-APPLIED-AMOUNT
           END-IF.
           MOVE WS-TODAY-CCYYMMDD TO VC-POSTED-DATE.
           ADD CR-CREDIT-AMOUNT TO VC-CREDIT-AMOUNT.
           SET VC-CREDIT-OPEN TO TRUE.
           ADD CR-CREDIT-AMOUNT TO WS-CREDIT-RECEIVED.
           IF WS-CREDIT-FOUND THEN
               REWRITE VENDOR-CREDIT-RECORD
           ELSE
               WRITE VENDOR-CREDIT-RECORD
           END-IF.

      *****************************************************************
      *    EVERY CREDIT NOT YET USED UP IS SET AGAINST ITS
      *    DISTRIBUTOR'S OPEN INVOICES IN INVOICE NUMBER ORDER, SO
      *    THE PAYMENT RUN PAYS ONLY WHAT IS LEFT. CREDIT WITH NO
      *    OPEN INVOICE TO TAKE IT WAITS FOR THE NEXT RUN.
      *****************************************************************
       APPLY-OPEN-CREDITS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CREDIT-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE 'CREDIT SET AGAINST OPEN INVOICES' TO WS-REPORT-LINE.
           WRITE CREDIT-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE LOW-VALUES TO VC-KEY.
           START VENDOR-CREDITS KEY IS NOT LESS THAN VC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CREDIT-EOF-SWITCH
           END-START.
           IF NOT END-OF-VENDOR-CREDITS THEN
               PERFORM READ-NEXT-VENDOR-CREDIT
               PERFORM APPLY-ONE-VENDOR-CREDIT
                   UNTIL END-OF-VENDOR-CREDITS
           END-IF.

       READ-NEXT-VENDOR-CREDIT.
           READ VENDOR-CREDITS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CREDIT-EOF-SWITCH
           END-READ.

       APPLY-ONE-VENDOR-CREDIT.
           IF VC-CREDIT-OPEN THEN
               COMPUTE WS-CREDIT-LEFT =
                   VC-CREDIT-AMOUNT - VC-APPLIED-AMOUNT
               PERFORM APPLY-CREDIT-TO-INVOICES
               COMPUTE VC-APPLIED-AMOUNT =
                   VC-CREDIT-AMOUNT - WS-CREDIT-LEFT
               IF WS-CREDIT-LEFT = ZERO THEN
                   SET VC-CREDIT-APPLIED TO TRUE
               ELSE
                   ADD WS-CREDIT-LEFT TO WS-CREDIT-OPEN-TOTAL
                   MOVE WS-CREDIT-LEFT TO WS-LEFT-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' VC-VENDOR-ID ' MEMO ' VC-MEMO-NUMBER
                       ' CREDIT STILL OPEN ' WS-LEFT-EDIT
                       ' - NO OPEN INVOICE TO TAKE IT'
                   INTO WS-REPORT-LINE
                   END-STRING
                   WRITE CREDIT-REPORT-LINE FROM WS-REPORT-LINE
               END-IF
               REWRITE VENDOR-CREDIT-RECORD
           END-IF.
           PERFORM READ-NEXT-VENDOR-CREDIT.

       APPLY-CREDIT-TO-INVOICES.
           MOVE 'N' TO WS-INVOICE-EOF-SWITCH.
           MOVE VC-VENDOR-ID TO VI-VENDOR-ID.
           MOVE LOW-VALUES TO VI-INVOICE-NUMBER.
           START VENDOR-INVOICES KEY IS NOT LESS THAN VI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INVOICE-EOF-SWITCH
           END-START.
           IF NOT END-OF-VENDOR-INVOICES THEN
               PERFORM READ-NEXT-VENDOR-INVOICE
               PERFORM APPLY-CREDIT-TO-ONE-INVOICE
                   UNTIL END-OF-VENDOR-INVOICES
                   OR WS-CREDIT-LEFT = ZERO
           END-IF.

       READ-NEXT-VENDOR-INVOICE.
           READ VENDOR-INVOICES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INVOICE-EOF-SWITCH
               NOT AT END
                   IF VI-VENDOR-ID NOT = VC-VENDOR-ID THEN
                       MOVE 'Y' TO WS-INVOICE-EOF-SWITCH
                   END-IF
           END-READ.

       APPLY-CREDIT-TO-ONE-INVOICE.
           IF VI-INVOICE-OPEN
                   AND VI-INVOICE-AMOUNT > VI-CREDIT-APPLIED THEN
               COMPUTE WS-INVOICE-BALANCE =
                   VI-INVOICE-AMOUNT - VI-CREDIT-APPLIED
               IF WS-CREDIT-LEFT < WS-INVOICE-BALANCE THEN
                   MOVE WS-CREDIT-LEFT TO WS-CREDIT-TAKEN
               ELSE
                   MOVE WS-INVOICE-BALANCE TO WS-CREDIT-TAKEN
               END-IF
               ADD WS-CREDIT-TAKEN TO VI-CREDIT-APPLIED
               REWRITE VENDOR-INVOICE-RECORD
               SUBTRACT WS-CREDIT-TAKEN FROM WS-CREDIT-LEFT
               ADD WS-CREDIT-TAKEN TO WS-CREDIT-APPLIED-TOTAL
               ADD 1 TO WS-CREDITS-APPLIED
               MOVE WS-CREDIT-TAKEN TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' VC-VENDOR-ID ' MEMO ' VC-MEMO-NUMBER
                   ' AGAINST INVOICE ' VI-INVOICE-NUMBER
                   ' CREDIT ' WS-AMOUNT-EDIT
               INTO WS-REPORT-LINE
               END-STRING
               WRITE CREDIT-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.
           PERFORM READ-NEXT-VENDOR-INVOICE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CREDIT-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-CREDIT-RECEIVED TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CREDIT RECEIVED ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE CREDIT-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-CREDIT-APPLIED-TOTAL TO WS-AMOUNT-EDIT.
           MOVE WS-CREDIT-OPEN-TOTAL TO WS-LEFT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CREDIT APPLIED ' WS-AMOUNT-EDIT
               ' STILL OPEN ' WS-LEFT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE CREDIT-REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           CLOSE CREDIT-MEMO-FEED.
           CLOSE RTV-ITEMS.
           CLOSE VENDOR-CREDITS.
           IF WS-INVOICES-AVAILABLE THEN
               CLOSE VENDOR-INVOICES
           END-IF.
           CLOSE CREDIT-REPORT.

       END PROGRAM RTV-CREDIT-POST.
