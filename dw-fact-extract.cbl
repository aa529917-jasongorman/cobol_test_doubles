       IDENTIFICATION DIVISION.
       PROGRAM-ID. DW-FACT-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-TOTALS ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.

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

           SELECT PAYMENT-HISTORY ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYMENT-HISTORY-STATUS.

           SELECT WAIVER-AUDIT ASSIGN TO 'WAIVERAUD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WA-KEY
               FILE STATUS IS WS-WAIVER-AUDIT-STATUS.

           SELECT CREDIT-LOG ASSIGN TO 'CREDITLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CG-KEY
               FILE STATUS IS WS-CREDIT-LOG-STATUS.

           SELECT PROMO-REDEMPTIONS ASSIGN TO 'PROMOLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PROMO-LOG-STATUS.

           SELECT DW-RENTAL-FILE ASSIGN TO 'DWRENTAL'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DW-RETURN-FILE ASSIGN TO 'DWRETURN'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DW-PAYMENT-FILE ASSIGN TO 'DWPAYMNT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DW-WAIVER-FILE ASSIGN TO 'DWWAIVER'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DW-CREDIT-FILE ASSIGN TO 'DWCREDIT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DW-PROMO-FILE ASSIGN TO 'DWPROMO'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-TOTALS.
       COPY 'control-total.cpy'.

       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.

       FD  RENTAL-HISTORY.
       COPY 'rental-history.cpy'.

       FD  PAYMENT-HISTORY.
       COPY 'payment-history.cpy'.

       FD  WAIVER-AUDIT.
       COPY 'waiver-audit.cpy'.

       FD  CREDIT-LOG.
       COPY 'credit-log.cpy'.

       FD  PROMO-REDEMPTIONS.
       COPY 'promo-redemption.cpy'.

      *    EVERY WAREHOUSE FILE IS PIPE-DELIMITED. THE FIRST LINE
      *    LABELS THE COLUMNS, EACH DETAIL LINE STARTS 'D', AND THE
      *    CONTROL LINES AT THE END START 'C' AND CARRY THE MEASURE,
      *    THE CYCLE DATE, THE ROWS AND AMOUNT IN THE FILE, THE SAME
      *    FIGURES FROM CTLTOTAL, THE BASIS OF THE TIE ('A' COUNT AND
      *    AMOUNT, 'C' COUNT ONLY) AND TIED OR UNTIED.
       FD  DW-RENTAL-FILE.
       01  DW-RENTAL-LINE          PIC X(200).

       FD  DW-RETURN-FILE.
       01  DW-RETURN-LINE          PIC X(200).

       FD  DW-PAYMENT-FILE.
       01  DW-PAYMENT-LINE         PIC X(200).

       FD  DW-WAIVER-FILE.
       01  DW-WAIVER-LINE          PIC X(200).

       FD  DW-CREDIT-FILE.
       01  DW-CREDIT-LINE          PIC X(200).

       FD  DW-PROMO-FILE.
       01  DW-PROMO-LINE           PIC X(200).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'DW-FACT-EXTRACT'.
           01  WS-CONTROL-TOTAL-STATUS PIC X(02).
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-RENTAL-HISTORY-STATUS PIC X(02).
           01  WS-PAYMENT-HISTORY-STATUS PIC X(02).
           01  WS-WAIVER-AUDIT-STATUS PIC X(02).
           01  WS-CREDIT-LOG-STATUS PIC X(02).
           01  WS-PROMO-LOG-STATUS PIC X(02).
           01  WS-CT-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  END-OF-TOTALS           VALUE 'Y'.
           01  WS-RENTAL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-RENTALS          VALUE 'Y'.
           01  WS-HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-HISTORY          VALUE 'Y'.
           01  WS-PAYMENT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-PAYMENTS         VALUE 'Y'.
           01  WS-WAIVER-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-WAIVERS          VALUE 'Y'.
           01  WS-CREDIT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-CREDITS          VALUE 'Y'.
           01  WS-PROMO-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-PROMOS           VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-CYCLE-DATE       PIC 9(8) VALUE 0.
           01  WS-CYCLE-DATE-X REDEFINES WS-CYCLE-DATE PIC X(08).
      *    CTLTOTAL FOR THE CYCLE, ONE SLOT PER PROGRAM AND TOTAL
      *    TYPE, LOADED THE WAY BALANCE-CHECK LOADS IT.
           01  WS-SLOT-MAX         PIC 9(3) COMP VALUE 200.
           01  WS-SLOT-COUNT       PIC 9(3) COMP VALUE 0.
           01  WS-SLOT-IDX         PIC 9(3) COMP.
           01  WS-SLOT-FOUND-SWITCH PIC X(01).
               88  WS-SLOT-FOUND           VALUE 'Y'.
           01  WS-TOTAL-TABLE.
               05  WS-TOTAL-ENTRY OCCURS 200 TIMES.
                   10  WS-TT-PROGRAM       PIC X(18).
                   10  WS-TT-TYPE          PIC X(10).
                   10  WS-TT-COUNT         PIC 9(7).
                   10  WS-TT-AMOUNT        PIC S9(7)V9(2).
           01  WS-LOOKUP-PROGRAM   PIC X(18).
           01  WS-LOOKUP-TYPE      PIC X(10).
           01  WS-LOOKUP-COUNT     PIC 9(7).
           01  WS-LOOKUP-AMOUNT    PIC S9(7)V9(2).
      *    WHAT THE FILE HOLDS FOR EACH MEASURE.
           01  WS-RENTAL-ROWS      PIC 9(7) COMP VALUE 0.
           01  WS-RENTAL-AMOUNT    PIC S9(7)V9(2) VALUE 0.
           01  WS-ARCHIVE-ROWS     PIC 9(7) COMP VALUE 0.
           01  WS-ARCHIVE-AMOUNT   PIC S9(7)V9(2) VALUE 0.
           01  WS-RETURN-ROWS      PIC 9(7) COMP VALUE 0.
           01  WS-RETURN-AMOUNT    PIC S9(7)V9(2) VALUE 0.
           01  WS-PAYMENT-ROWS     PIC 9(7) COMP VALUE 0.
           01  WS-PAYMENT-AMOUNT   PIC S9(7)V9(2) VALUE 0.
           01  WS-REVERSAL-ROWS    PIC 9(7) COMP VALUE 0.
           01  WS-REVERSAL-AMOUNT  PIC S9(7)V9(2) VALUE 0.
           01  WS-REFUND-ROWS      PIC 9(7) COMP VALUE 0.
           01  WS-REFUND-AMOUNT    PIC S9(7)V9(2) VALUE 0.
           01  WS-WAIVER-ROWS      PIC 9(7) COMP VALUE 0.
           01  WS-WAIVER-AMOUNT    PIC S9(7)V9(2) VALUE 0.
           01  WS-CREDIT-ROWS      PIC 9(7) COMP VALUE 0.
           01  WS-CREDIT-AMOUNT    PIC S9(7)V9(2) VALUE 0.
           01  WS-PROMO-ROWS       PIC 9(7) COMP VALUE 0.
           01  WS-PROMO-AMOUNT     PIC S9(7)V9(2) VALUE 0.
      *    ONE CONTROL LINE BEING BUILT.
           01  WS-CTL-FILE         PIC X(08).
           01  WS-CTL-MEASURE      PIC X(10).
           01  WS-CTL-BASIS        PIC X(01).
               88  WS-BASIS-AMOUNT         VALUE 'A'.
               88  WS-BASIS-COUNT          VALUE 'C'.
           01  WS-CTL-STATUS       PIC X(11).
           01  WS-EXTRACT-COUNT    PIC 9(7).
           01  WS-EXTRACT-AMOUNT   PIC S9(7)V9(2).
           01  WS-SOURCE-COUNT     PIC 9(7).
           01  WS-SOURCE-AMOUNT    PIC S9(7)V9(2).
           01  WS-SOURCE-FOUND-SWITCH PIC X(01).
               88  WS-SOURCE-FOUND         VALUE 'Y'.
           01  WS-ROW-TYPE         PIC X(01).
           01  WS-COUNT-EDIT       PIC Z(6)9.
           01  WS-COUNT-EDIT-B     PIC Z(6)9.
           01  WS-AMOUNT-EDIT      PIC -(7)9.99.
           01  WS-AMOUNT-EDIT-B    PIC -(7)9.99.
           01  WS-AMOUNT-EDIT-C    PIC -(7)9.99.
           01  WS-DW-LINE          PIC X(200).
           01  WS-ROWS-READ        PIC 9(7) COMP VALUE 0.
           01  WS-ROWS-WRITTEN     PIC 9(7) COMP VALUE 0.
           01  WS-CONTROLS-UNTIED  PIC 9(7) COMP VALUE 0.
           01  WS-TOTALS-DROPPED   PIC 9(7) COMP VALUE 0.
           01  WS-EXC-KEY          PIC X(30).
           01  WS-EXC-SEVERITY     PIC X(01).
           01  WS-EXC-AMOUNT       PIC S9(7)V9(2).
           01  WS-EXC-TEXT         PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM FIND-CYCLE-DATE.
           PERFORM LOAD-CYCLE-TOTALS.
           PERFORM WRITE-HEADER-LINES.
           PERFORM EXTRACT-RENTALS.
           PERFORM EXTRACT-RENTAL-HISTORY.
           PERFORM EXTRACT-PAYMENTS.
           PERFORM EXTRACT-WAIVERS.
           PERFORM EXTRACT-CREDITS.
           PERFORM EXTRACT-PROMOS.
           PERFORM WRITE-CONTROL-LINES.
           PERFORM CLOSE-FILES.
           CALL 'CLOSE-EXCEPTION-LOG'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-ROWS-READ, WS-ROWS-WRITTEN, WS-CONTROLS-UNTIED.
           DISPLAY 'DW-FACT-EXTRACT: CYCLE ' WS-CYCLE-DATE
               ' ROWS READ ' WS-ROWS-READ
               ' EXTRACTED ' WS-ROWS-WRITTEN
               ' CONTROLS UNTIED ' WS-CONTROLS-UNTIED
               ' TOTALS DROPPED ' WS-TOTALS-DROPPED.
           EVALUATE TRUE
               WHEN WS-TOTALS-DROPPED > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONTROLS-UNTIED > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT CONTROL-TOTALS.
           IF WS-CONTROL-TOTAL-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-CT-EOF-SWITCH
           END-IF.
           OPEN INPUT RENTAL-TRANSACTION.
           IF WS-RENTAL-TXN-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-RENTAL-EOF-SWITCH
           END-IF.
           OPEN INPUT RENTAL-HISTORY.
           IF WS-RENTAL-HISTORY-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
           END-IF.
           OPEN INPUT PAYMENT-HISTORY.
           IF WS-PAYMENT-HISTORY-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-PAYMENT-EOF-SWITCH
           END-IF.
           OPEN INPUT WAIVER-AUDIT.
           IF WS-WAIVER-AUDIT-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-WAIVER-EOF-SWITCH
           END-IF.
           OPEN INPUT CREDIT-LOG.
           IF WS-CREDIT-LOG-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-CREDIT-EOF-SWITCH
           END-IF.
           OPEN INPUT PROMO-REDEMPTIONS.
           IF WS-PROMO-LOG-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-PROMO-EOF-SWITCH
           END-IF.
           OPEN OUTPUT DW-RENTAL-FILE.
           OPEN OUTPUT DW-RETURN-FILE.
           OPEN OUTPUT DW-PAYMENT-FILE.
           OPEN OUTPUT DW-WAIVER-FILE.
           OPEN OUTPUT DW-CREDIT-FILE.
           OPEN OUTPUT DW-PROMO-FILE.

      *    THE CYCLE DATE IS THE NEWEST CT-RUN-DATE ON FILE, THE SAME
      *    RULE BALANCE-CHECK AND GL-EXTRACT USE, SO THE EXTRACT TIES
      *    TO THE TOTALS OF THE NIGHT IT FOLLOWS. WITH NO TOTALS ON
      *    FILE AT ALL IT FALLS BACK TO TODAY.
       FIND-CYCLE-DATE.
           IF NOT END-OF-TOTALS THEN
               PERFORM READ-NEXT-TOTAL
               PERFORM NOTE-ONE-RUN-DATE UNTIL END-OF-TOTALS
               CLOSE CONTROL-TOTALS
               MOVE 'N' TO WS-CT-EOF-SWITCH
               OPEN INPUT CONTROL-TOTALS
               IF WS-CONTROL-TOTAL-STATUS NOT = '00' THEN
                   MOVE 'Y' TO WS-CT-EOF-SWITCH
               END-IF
           END-IF.
           IF WS-CYCLE-DATE = ZERO THEN
               MOVE WS-TODAY-CCYYMMDD TO WS-CYCLE-DATE
           END-IF.

       NOTE-ONE-RUN-DATE.
           IF CT-RUN-DATE > WS-CYCLE-DATE THEN
               MOVE CT-RUN-DATE TO WS-CYCLE-DATE
           END-IF.
           PERFORM READ-NEXT-TOTAL.

       READ-NEXT-TOTAL.
           READ CONTROL-TOTALS
               AT END
                   MOVE 'Y' TO WS-CT-EOF-SWITCH
           END-READ.

       LOAD-CYCLE-TOTALS.
           IF NOT END-OF-TOTALS THEN
               PERFORM READ-NEXT-TOTAL
               PERFORM LOAD-ONE-TOTAL UNTIL END-OF-TOTALS
           END-IF.

       LOAD-ONE-TOTAL.
           IF CT-RUN-DATE = WS-CYCLE-DATE THEN
               PERFORM ADD-TOTAL-TO-TABLE
           END-IF.
           PERFORM READ-NEXT-TOTAL.

       ADD-TOTAL-TO-TABLE.
           MOVE 'N' TO WS-SLOT-FOUND-SWITCH.
           PERFORM CHECK-ONE-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
               OR WS-SLOT-FOUND.
           IF NOT WS-SLOT-FOUND
                   AND WS-SLOT-COUNT < WS-SLOT-MAX THEN
               ADD 1 TO WS-SLOT-COUNT
               MOVE WS-SLOT-COUNT TO WS-SLOT-IDX
               MOVE CT-PROGRAM-ID TO WS-TT-PROGRAM(WS-SLOT-IDX)
               MOVE CT-TOTAL-TYPE TO WS-TT-TYPE(WS-SLOT-IDX)
               MOVE ZERO TO WS-TT-COUNT(WS-SLOT-IDX)
               MOVE ZERO TO WS-TT-AMOUNT(WS-SLOT-IDX)
               SET WS-SLOT-FOUND TO TRUE
           END-IF.
      *    A TOTAL WITH NO ROOM IN THE TABLE WOULD LEAVE ITS CONTROL
      *    FACT WITHOUT A SOURCE FIGURE, SO THE STEP FAILS INSTEAD.
           IF WS-SLOT-FOUND THEN
               ADD CT-RECORD-COUNT TO WS-TT-COUNT(WS-SLOT-IDX)
               ADD CT-AMOUNT TO WS-TT-AMOUNT(WS-SLOT-IDX)
           ELSE
               ADD 1 TO WS-TOTALS-DROPPED
               DISPLAY 'DW-FACT-EXTRACT: TOTAL TABLE FULL AT '
                   WS-SLOT-MAX ' - ' CT-PROGRAM-ID ' ' CT-TOTAL-TYPE
                   ' NOT LOADED'
           END-IF.

       CHECK-ONE-SLOT.
           IF WS-TT-PROGRAM(WS-SLOT-IDX) = CT-PROGRAM-ID
                   AND WS-TT-TYPE(WS-SLOT-IDX) = CT-TOTAL-TYPE THEN
               SET WS-SLOT-FOUND TO TRUE
               SUBTRACT 1 FROM WS-SLOT-IDX
           END-IF.

       FIND-TOTAL.
           MOVE 'N' TO WS-SLOT-FOUND-SWITCH.
           MOVE ZERO TO WS-LOOKUP-COUNT.
           MOVE ZERO TO WS-LOOKUP-AMOUNT.
           PERFORM MATCH-ONE-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
               OR WS-SLOT-FOUND.

       MATCH-ONE-SLOT.
           IF WS-TT-PROGRAM(WS-SLOT-IDX) = WS-LOOKUP-PROGRAM
                   AND WS-TT-TYPE(WS-SLOT-IDX) = WS-LOOKUP-TYPE THEN
               MOVE WS-TT-COUNT(WS-SLOT-IDX) TO WS-LOOKUP-COUNT
               MOVE WS-TT-AMOUNT(WS-SLOT-IDX) TO WS-LOOKUP-AMOUNT
               SET WS-SLOT-FOUND TO TRUE
           END-IF.

       WRITE-HEADER-LINES.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'REC|SOURCE|MEMBER_ID|IMDB_ID|RENTAL_DATE|DUE_DATE|'
               'RENTAL_DAYS|CURRENCY|RATE|TAX_AMOUNT|TAX_JURIS|'
               'STORE_ID|COPY_NUMBER|MEDIA_FORMAT|DISC_COUNT|'
               'RETURN_DATE|RETURN_STORE|LATE_FEE|ARCHIVE_DATE'
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-RENTAL-LINE FROM WS-DW-LINE.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'REC|MEMBER_ID|IMDB_ID|RENTAL_DATE|DUE_DATE|'
               'RETURN_DATE|RETURN_STORE|LATE_FEE|DISC_COUNT|'
               'POSTED_DATE'
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-RETURN-LINE FROM WS-DW-LINE.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'REC|MEMBER_ID|POST_TIMESTAMP|RECORD_TYPE|'
               'PAYMENT_DATE|AMOUNT|METHOD|REVERSAL_REASON|'
               'STORE_ID|OPERATOR_ID'
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-PAYMENT-LINE FROM WS-DW-LINE.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'REC|MEMBER_ID|WAIVER_TIMESTAMP|IMDB_ID|'
               'RENTAL_DATE|AMOUNT|REASON|APPROVED_BY'
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-WAIVER-LINE FROM WS-DW-LINE.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'REC|MEMBER_ID|IMDB_ID|RENTAL_DATE|AMOUNT|'
               'ISSUE_TIMESTAMP'
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-CREDIT-LINE FROM WS-DW-LINE.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'REC|PROMO_CODE|MEMBER_ID|REDEEM_TIMESTAMP|'
               'IMDB_ID|DISCOUNT'
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-PROMO-LINE FROM WS-DW-LINE.

      *    ONE PASS OF RENTALTXN FEEDS TWO FILES: THE RENTALS POSTED
      *    ON THE CYCLE DATE, AND THE RETURNS RENTAL-RETURN POSTED
      *    THAT NIGHT - BY THE NIGHT IT POSTED THEM, NOT THE RETURN
      *    DATE ON THE FEED, WHICH CAN BE DAYS EARLIER.
       EXTRACT-RENTALS.
           IF NOT END-OF-RENTALS THEN
               PERFORM READ-NEXT-RENTAL
               PERFORM EXTRACT-ONE-RENTAL UNTIL END-OF-RENTALS
           END-IF.

       READ-NEXT-RENTAL.
           READ RENTAL-TRANSACTION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RENTAL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
           END-READ.

       EXTRACT-ONE-RENTAL.
           IF RT-RENTAL-DATE = WS-CYCLE-DATE THEN
               PERFORM WRITE-RENTAL-ROW
           END-IF.
           IF RT-RETURN-POSTED-DATE = WS-CYCLE-DATE THEN
               PERFORM WRITE-RETURN-ROW
           END-IF.
           PERFORM READ-NEXT-RENTAL.

      *    RENTALS RENTAL-ARCHIVE MOVED TO RENTHIST ON THE CYCLE DATE
      *    GO OUT IN THE RENTALS FILE MARKED 'HIST', SO THE WAREHOUSE
      *    KNOWS WHY THEY LEFT RENTALTXN. A RETURN POSTED AND
      *    ARCHIVED ON THE SAME NIGHT IS ONLY FOUND HERE.
       EXTRACT-RENTAL-HISTORY.
           IF NOT END-OF-HISTORY THEN
               PERFORM READ-NEXT-HISTORY
               PERFORM EXTRACT-ONE-HISTORY UNTIL END-OF-HISTORY
           END-IF.

       READ-NEXT-HISTORY.
           READ RENTAL-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
           END-READ.

       EXTRACT-ONE-HISTORY.
           IF RH-ARCHIVE-DATE = WS-CYCLE-DATE THEN
               PERFORM WRITE-ARCHIVED-ROW
           END-IF.
           IF RH-RETURN-POSTED-DATE = WS-CYCLE-DATE THEN
               PERFORM WRITE-ARCHIVED-RETURN-ROW
           END-IF.
           PERFORM READ-NEXT-HISTORY.

       WRITE-ARCHIVED-ROW.
           MOVE RH-RATE TO WS-AMOUNT-EDIT.
           MOVE RH-TAX-AMOUNT TO WS-AMOUNT-EDIT-B.
           MOVE RH-LATE-FEE TO WS-AMOUNT-EDIT-C.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'D|HIST|'
               RH-MEMBER-ID '|' RH-IMDB-ID '|'
               RH-RENTAL-DATE '|' RH-DUE-DATE '|'
               RH-RENTAL-DAYS '|' RH-CURRENCY-CODE '|'
               FUNCTION TRIM(WS-AMOUNT-EDIT) '|'
               FUNCTION TRIM(WS-AMOUNT-EDIT-B) '|'
               RH-TAX-JURISDICTION '|' RH-STORE-ID '|'
               RH-COPY-NUMBER '|' RH-MEDIA-FORMAT '|'
               RH-DISC-COUNT '|' RH-RETURN-DATE '|'
               RH-RETURN-STORE '|'
               FUNCTION TRIM(WS-AMOUNT-EDIT-C) '|'
               RH-ARCHIVE-DATE
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-RENTAL-LINE FROM WS-DW-LINE.
           ADD 1 TO WS-ROWS-WRITTEN.
           ADD 1 TO WS-ARCHIVE-ROWS.
           ADD RH-RATE TO WS-ARCHIVE-AMOUNT.

       WRITE-ARCHIVED-RETURN-ROW.
           MOVE RH-LATE-FEE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'D|' RH-MEMBER-ID '|' RH-IMDB-ID '|'
               RH-RENTAL-DATE '|' RH-DUE-DATE '|'
               RH-RETURN-DATE '|' RH-RETURN-STORE '|'
               FUNCTION TRIM(WS-AMOUNT-EDIT) '|'
               RH-DISC-COUNT '|' RH-RETURN-POSTED-DATE
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-RETURN-LINE FROM WS-DW-LINE.
           ADD 1 TO WS-ROWS-WRITTEN.
           ADD 1 TO WS-RETURN-ROWS.
           ADD RH-LATE-FEE TO WS-RETURN-AMOUNT.

       WRITE-RENTAL-ROW.
           MOVE RT-RATE TO WS-AMOUNT-EDIT.
           MOVE RT-TAX-AMOUNT TO WS-AMOUNT-EDIT-B.
           MOVE RT-LATE-FEE TO WS-AMOUNT-EDIT-C.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'D|TXN|'
               RT-MEMBER-ID '|' RT-IMDB-ID '|'
               RT-RENTAL-DATE '|' RT-DUE-DATE '|'
               RT-RENTAL-DAYS '|' RT-CURRENCY-CODE '|'
               FUNCTION TRIM(WS-AMOUNT-EDIT) '|'
               FUNCTION TRIM(WS-AMOUNT-EDIT-B) '|'
               RT-TAX-JURISDICTION '|' RT-STORE-ID '|'
               RT-COPY-NUMBER '|' RT-MEDIA-FORMAT '|'
               RT-DISC-COUNT '|' RT-RETURN-DATE '|'
               RT-RETURN-STORE '|'
               FUNCTION TRIM(WS-AMOUNT-EDIT-C) '|'
               '00000000'
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-RENTAL-LINE FROM WS-DW-LINE.
           ADD 1 TO WS-ROWS-WRITTEN.
           ADD 1 TO WS-RENTAL-ROWS.
           ADD RT-RATE TO WS-RENTAL-AMOUNT.

       WRITE-RETURN-ROW.
           MOVE RT-LATE-FEE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'D|' RT-MEMBER-ID '|' RT-IMDB-ID '|'
               RT-RENTAL-DATE '|' RT-DUE-DATE '|'
               RT-RETURN-DATE '|' RT-RETURN-STORE '|'
               FUNCTION TRIM(WS-AMOUNT-EDIT) '|'
               RT-DISC-COUNT '|' RT-RETURN-POSTED-DATE
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-RETURN-LINE FROM WS-DW-LINE.
           ADD 1 TO WS-ROWS-WRITTEN.
           ADD 1 TO WS-RETURN-ROWS.
           ADD RT-LATE-FEE TO WS-RETURN-AMOUNT.

      *    PAYMENTS, BANK REVERSALS AND CREDIT REFUNDS ALL LIVE ON
      *    PAYHIST AND GO OUT IN ONE FILE WITH THE RECORD TYPE IN A
      *    COLUMN. A BLANK TYPE IS AN OLD PAYMENT AND GOES OUT AS 'P'.
       EXTRACT-PAYMENTS.
           IF NOT END-OF-PAYMENTS THEN
               PERFORM READ-NEXT-PAYMENT
               PERFORM EXTRACT-ONE-PAYMENT UNTIL END-OF-PAYMENTS
           END-IF.

       READ-NEXT-PAYMENT.
           READ PAYMENT-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PAYMENT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
           END-READ.

       EXTRACT-ONE-PAYMENT.
           IF PH-POST-TIMESTAMP(1:8) = WS-CYCLE-DATE-X THEN
               PERFORM WRITE-PAYMENT-ROW
           END-IF.
           PERFORM READ-NEXT-PAYMENT.

       WRITE-PAYMENT-ROW.
           EVALUATE TRUE
               WHEN PH-REVERSAL-RECORD
                   MOVE 'R' TO WS-ROW-TYPE
                   ADD 1 TO WS-REVERSAL-ROWS
                   ADD PH-AMOUNT TO WS-REVERSAL-AMOUNT
               WHEN PH-REFUND-RECORD
                   MOVE 'F' TO WS-ROW-TYPE
                   ADD 1 TO WS-REFUND-ROWS
                   ADD PH-AMOUNT TO WS-REFUND-AMOUNT
               WHEN OTHER
                   MOVE 'P' TO WS-ROW-TYPE
                   ADD 1 TO WS-PAYMENT-ROWS
                   ADD PH-AMOUNT TO WS-PAYMENT-AMOUNT
           END-EVALUATE.
           MOVE PH-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'D|' PH-MEMBER-ID '|' PH-POST-TIMESTAMP '|'
               WS-ROW-TYPE '|' PH-PAYMENT-DATE '|'
               FUNCTION TRIM(WS-AMOUNT-EDIT) '|'
               PH-PAYMENT-METHOD '|' PH-REVERSAL-REASON '|'
               PH-STORE-ID '|' PH-OPERATOR-ID
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-PAYMENT-LINE FROM WS-DW-LINE.
           ADD 1 TO WS-ROWS-WRITTEN.

       EXTRACT-WAIVERS.
           IF NOT END-OF-WAIVERS THEN
               PERFORM READ-NEXT-WAIVER
               PERFORM EXTRACT-ONE-WAIVER UNTIL END-OF-WAIVERS
           END-IF.

       READ-NEXT-WAIVER.
           READ WAIVER-AUDIT NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WAIVER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
           END-READ.

      *    THE REASON IS FREE TEXT KEYED BY A MANAGER, SO A PIPE IN
      *    IT IS CHANGED TO A SLASH BEFORE IT CAN SPLIT THE ROW.
       EXTRACT-ONE-WAIVER.
           IF WA-WAIVER-TIMESTAMP(1:8) = WS-CYCLE-DATE-X THEN
               INSPECT WA-REASON-CODE REPLACING ALL '|' BY '/'
               MOVE WA-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-DW-LINE
               STRING 'D|' WA-MEMBER-ID '|' WA-WAIVER-TIMESTAMP '|'
                   WA-IMDB-ID '|' WA-RENTAL-DATE '|'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) '|'
                   FUNCTION TRIM(WA-REASON-CODE) '|'
                   WA-APPROVED-BY
               INTO WS-DW-LINE
               END-STRING
               WRITE DW-WAIVER-LINE FROM WS-DW-LINE
               ADD 1 TO WS-ROWS-WRITTEN
               ADD 1 TO WS-WAIVER-ROWS
               ADD WA-AMOUNT TO WS-WAIVER-AMOUNT
           END-IF.
           PERFORM READ-NEXT-WAIVER.

       EXTRACT-CREDITS.
           IF NOT END-OF-CREDITS THEN
               PERFORM READ-NEXT-CREDIT
               PERFORM EXTRACT-ONE-CREDIT UNTIL END-OF-CREDITS
           END-IF.

       READ-NEXT-CREDIT.
           READ CREDIT-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CREDIT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
           END-READ.

       EXTRACT-ONE-CREDIT.
           IF CG-ISSUE-TIMESTAMP(1:8) = WS-CYCLE-DATE-X THEN
               MOVE CG-CREDIT-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-DW-LINE
               STRING 'D|' CG-MEMBER-ID '|' CG-IMDB-ID '|'
                   CG-RENTAL-DATE '|'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) '|'
                   CG-ISSUE-TIMESTAMP
               INTO WS-DW-LINE
               END-STRING
               WRITE DW-CREDIT-LINE FROM WS-DW-LINE
               ADD 1 TO WS-ROWS-WRITTEN
               ADD 1 TO WS-CREDIT-ROWS
               ADD CG-CREDIT-AMOUNT TO WS-CREDIT-AMOUNT
           END-IF.
           PERFORM READ-NEXT-CREDIT.

       EXTRACT-PROMOS.
           IF NOT END-OF-PROMOS THEN
               PERFORM READ-NEXT-PROMO
               PERFORM EXTRACT-ONE-PROMO UNTIL END-OF-PROMOS
           END-IF.

       READ-NEXT-PROMO.
           READ PROMO-REDEMPTIONS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PROMO-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
           END-READ.

       EXTRACT-ONE-PROMO.
           IF PL-REDEEM-TIMESTAMP(1:8) = WS-CYCLE-DATE-X THEN
               MOVE PL-DISCOUNT-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-DW-LINE
               STRING 'D|' PL-CODE '|' PL-MEMBER-ID '|'
                   PL-REDEEM-TIMESTAMP '|' PL-IMDB-ID '|'
                   FUNCTION TRIM(WS-AMOUNT-EDIT)
               INTO WS-DW-LINE
               END-STRING
               WRITE DW-PROMO-LINE FROM WS-DW-LINE
               ADD 1 TO WS-ROWS-WRITTEN
               ADD 1 TO WS-PROMO-ROWS
               ADD PL-DISCOUNT-AMOUNT TO WS-PROMO-AMOUNT
           END-IF.
           PERFORM READ-NEXT-PROMO.

      *    EACH MEASURE IS TIED TO THE CONTROL TOTALS ITS POSTING
      *    PROGRAMS WROTE FOR THE CYCLE. A MEASURE WHOSE PROGRAMS
      *    CARRY A COUNT ONLY - RETURNS, ARCHIVING, PROMO USE - TIES
      *    ON THE COUNT; THE AMOUNT IN THE FILE STILL GOES ON THE
      *    CONTROL LINE FOR THE WAREHOUSE TO FOOT. A RENTAL EXTENDED
      *    ON THE NIGHT IT WAS TAKEN CARRIES THE EXTENSION IN ITS
      *    RATE AND WILL SHOW UNTIED BY THAT AMOUNT.
       WRITE-CONTROL-LINES.
           MOVE 'DWRENTAL' TO WS-CTL-FILE.
           MOVE 'POSTED' TO WS-CTL-MEASURE.
           SET WS-BASIS-AMOUNT TO TRUE.
           MOVE WS-RENTAL-ROWS TO WS-EXTRACT-COUNT.
           MOVE WS-RENTAL-AMOUNT TO WS-EXTRACT-AMOUNT.
           PERFORM START-CONTROL-LINE.
           MOVE 'RENTAL-POST' TO WS-LOOKUP-PROGRAM.
           MOVE 'POSTED' TO WS-LOOKUP-TYPE.
           PERFORM ADD-SOURCE-TOTAL.
           PERFORM BUILD-CONTROL-LINE.
           WRITE DW-RENTAL-LINE FROM WS-DW-LINE.
           MOVE 'ARCHIVED' TO WS-CTL-MEASURE.
           SET WS-BASIS-COUNT TO TRUE.
           MOVE WS-ARCHIVE-ROWS TO WS-EXTRACT-COUNT.
           MOVE WS-ARCHIVE-AMOUNT TO WS-EXTRACT-AMOUNT.
           PERFORM START-CONTROL-LINE.
           MOVE 'RENTAL-ARCHIVE' TO WS-LOOKUP-PROGRAM.
           MOVE 'ARCHIVED' TO WS-LOOKUP-TYPE.
           PERFORM ADD-SOURCE-TOTAL.
           PERFORM BUILD-CONTROL-LINE.
           WRITE DW-RENTAL-LINE FROM WS-DW-LINE.

           MOVE 'DWRETURN' TO WS-CTL-FILE.
           MOVE 'RETURNED' TO WS-CTL-MEASURE.
           SET WS-BASIS-COUNT TO TRUE.
           MOVE WS-RETURN-ROWS TO WS-EXTRACT-COUNT.
           MOVE WS-RETURN-AMOUNT TO WS-EXTRACT-AMOUNT.
           PERFORM START-CONTROL-LINE.
           MOVE 'RENTAL-RETURN' TO WS-LOOKUP-PROGRAM.
           MOVE 'RETURNED' TO WS-LOOKUP-TYPE.
           PERFORM ADD-SOURCE-TOTAL.
           PERFORM BUILD-CONTROL-LINE.
           WRITE DW-RETURN-LINE FROM WS-DW-LINE.

           MOVE 'DWPAYMNT' TO WS-CTL-FILE.
           MOVE 'PAYMENTS' TO WS-CTL-MEASURE.
           SET WS-BASIS-AMOUNT TO TRUE.
           MOVE WS-PAYMENT-ROWS TO WS-EXTRACT-COUNT.
           MOVE WS-PAYMENT-AMOUNT TO WS-EXTRACT-AMOUNT.
           PERFORM START-CONTROL-LINE.
           MOVE 'PAYMENT-POST' TO WS-LOOKUP-PROGRAM.
           MOVE 'PAYMENTS' TO WS-LOOKUP-TYPE.
           PERFORM ADD-SOURCE-TOTAL.
           MOVE 'AUTOPAY-DEBIT' TO WS-LOOKUP-PROGRAM.
           MOVE 'ACHDEBITS' TO WS-LOOKUP-TYPE.
           PERFORM ADD-SOURCE-TOTAL.
           MOVE 'COLLECT-RECOVERY' TO WS-LOOKUP-PROGRAM.
           MOVE 'RECOVERED' TO WS-LOOKUP-TYPE.
           PERFORM ADD-SOURCE-TOTAL.
           PERFORM BUILD-CONTROL-LINE.
           WRITE DW-PAYMENT-LINE FROM WS-DW-LINE.
           MOVE 'REVERSALS' TO WS-CTL-MEASURE.
           MOVE WS-REVERSAL-ROWS TO WS-EXTRACT-COUNT.
           MOVE WS-REVERSAL-AMOUNT TO WS-EXTRACT-AMOUNT.
           PERFORM START-CONTROL-LINE.
           MOVE 'PAYMENT-REVERSAL' TO WS-LOOKUP-PROGRAM.
           MOVE 'REVERSED' TO WS-LOOKUP-TYPE.
           PERFORM ADD-SOURCE-TOTAL.
           MOVE 'AUTOPAY-RETURN' TO WS-LOOKUP-PROGRAM.
           MOVE 'ACHRETURN' TO WS-LOOKUP-TYPE.
           PERFORM ADD-SOURCE-TOTAL.
           PERFORM BUILD-CONTROL-LINE.
           WRITE DW-PAYMENT-LINE FROM WS-DW-LINE.
           MOVE 'REFUNDS' TO WS-CTL-MEASURE.
           MOVE WS-REFUND-ROWS TO WS-EXTRACT-COUNT.
           MOVE WS-REFUND-AMOUNT TO WS-EXTRACT-AMOUNT.
           PERFORM START-CONTROL-LINE.
           MOVE 'CREDIT-REFUND' TO WS-LOOKUP-PROGRAM.
           MOVE 'REFUNDS' TO WS-LOOKUP-TYPE.
           PERFORM ADD-SOURCE-TOTAL.
           PERFORM BUILD-CONTROL-LINE.
           WRITE DW-PAYMENT-LINE FROM WS-DW-LINE.

           MOVE 'DWWAIVER' TO WS-CTL-FILE.
           MOVE 'WAIVED' TO WS-CTL-MEASURE.
           MOVE WS-WAIVER-ROWS TO WS-EXTRACT-COUNT.
           MOVE WS-WAIVER-AMOUNT TO WS-EXTRACT-AMOUNT.
           PERFORM START-CONTROL-LINE.
           MOVE 'FEE-WAIVER' TO WS-LOOKUP-PROGRAM.
           MOVE 'WAIVED' TO WS-LOOKUP-TYPE.
           PERFORM ADD-SOURCE-TOTAL.
           PERFORM BUILD-CONTROL-LINE.
           WRITE DW-WAIVER-LINE FROM WS-DW-LINE.

           MOVE 'DWCREDIT' TO WS-CTL-FILE.
           MOVE 'CREDITS' TO WS-CTL-MEASURE.
           MOVE WS-CREDIT-ROWS TO WS-EXTRACT-COUNT.
           MOVE WS-CREDIT-AMOUNT TO WS-EXTRACT-AMOUNT.
           PERFORM START-CONTROL-LINE.
           MOVE 'CREDIT-ISSUE' TO WS-LOOKUP-PROGRAM.
           MOVE 'CREDITS' TO WS-LOOKUP-TYPE.
           PERFORM ADD-SOURCE-TOTAL.
           PERFORM BUILD-CONTROL-LINE.
           WRITE DW-CREDIT-LINE FROM WS-DW-LINE.

           MOVE 'DWPROMO' TO WS-CTL-FILE.
           MOVE 'PROMOUSED' TO WS-CTL-MEASURE.
           SET WS-BASIS-COUNT TO TRUE.
           MOVE WS-PROMO-ROWS TO WS-EXTRACT-COUNT.
           MOVE WS-PROMO-AMOUNT TO WS-EXTRACT-AMOUNT.
           PERFORM START-CONTROL-LINE.
           MOVE 'RENTAL-POST' TO WS-LOOKUP-PROGRAM.
           MOVE 'PROMOUSED' TO WS-LOOKUP-TYPE.
           PERFORM ADD-SOURCE-TOTAL.
           PERFORM BUILD-CONTROL-LINE.
           WRITE DW-PROMO-LINE FROM WS-DW-LINE.

       START-CONTROL-LINE.
           MOVE 'N' TO WS-SOURCE-FOUND-SWITCH.
           MOVE ZERO TO WS-SOURCE-COUNT.
           MOVE ZERO TO WS-SOURCE-AMOUNT.

       ADD-SOURCE-TOTAL.
           PERFORM FIND-TOTAL.
           IF WS-SLOT-FOUND THEN
               SET WS-SOURCE-FOUND TO TRUE
               ADD WS-LOOKUP-COUNT TO WS-SOURCE-COUNT
               ADD WS-LOOKUP-AMOUNT TO WS-SOURCE-AMOUNT
           END-IF.

      *    NO CONTROL TOTAL AND NOTHING EXTRACTED IS A QUIET NIGHT
      *    FOR THAT MEASURE AND TIES. ROWS WITH NO TOTAL BEHIND THEM
      *    DO NOT.
       BUILD-CONTROL-LINE.
           EVALUATE TRUE
               WHEN NOT WS-SOURCE-FOUND
                       AND WS-EXTRACT-COUNT = ZERO
                   MOVE 'TIED' TO WS-CTL-STATUS
               WHEN NOT WS-SOURCE-FOUND
                   MOVE 'NO CTLTOTAL' TO WS-CTL-STATUS
               WHEN WS-EXTRACT-COUNT NOT = WS-SOURCE-COUNT
                   MOVE 'UNTIED' TO WS-CTL-STATUS
               WHEN WS-BASIS-AMOUNT
                       AND WS-EXTRACT-AMOUNT NOT = WS-SOURCE-AMOUNT
                   MOVE 'UNTIED' TO WS-CTL-STATUS
               WHEN OTHER
                   MOVE 'TIED' TO WS-CTL-STATUS
           END-EVALUATE.
           MOVE WS-EXTRACT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-EXTRACT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-SOURCE-COUNT TO WS-COUNT-EDIT-B.
           MOVE WS-SOURCE-AMOUNT TO WS-AMOUNT-EDIT-B.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'C|' FUNCTION TRIM(WS-CTL-MEASURE) '|'
               WS-CYCLE-DATE '|'
               FUNCTION TRIM(WS-COUNT-EDIT) '|'
               FUNCTION TRIM(WS-AMOUNT-EDIT) '|'
               FUNCTION TRIM(WS-COUNT-EDIT-B) '|'
               FUNCTION TRIM(WS-AMOUNT-EDIT-B) '|'
               WS-CTL-BASIS '|' FUNCTION TRIM(WS-CTL-STATUS)
           INTO WS-DW-LINE
           END-STRING.
           IF WS-CTL-STATUS NOT = 'TIED' THEN
               PERFORM RAISE-UNTIED-EXCEPTION
           END-IF.

       RAISE-UNTIED-EXCEPTION.
           ADD 1 TO WS-CONTROLS-UNTIED.
           DISPLAY 'DW-FACT-EXTRACT: ' WS-CTL-FILE ' '
               WS-CTL-MEASURE ' ' WS-CTL-STATUS
               ' ROWS ' WS-EXTRACT-COUNT ' CTLTOTAL '
               WS-SOURCE-COUNT.
           MOVE SPACES TO WS-EXC-KEY.
           STRING WS-CTL-FILE ' ' WS-CTL-MEASURE ' ' WS-CYCLE-DATE
           INTO WS-EXC-KEY
           END-STRING.
           MOVE 'M' TO WS-EXC-SEVERITY.
           COMPUTE WS-EXC-AMOUNT =
               WS-EXTRACT-AMOUNT - WS-SOURCE-AMOUNT.
           MOVE SPACES TO WS-EXC-TEXT.
           STRING 'WAREHOUSE EXTRACT ' WS-CTL-FILE ' '
               FUNCTION TRIM(WS-CTL-MEASURE) ' '
               FUNCTION TRIM(WS-CTL-STATUS) ' TO CTLTOTAL'
           INTO WS-EXC-TEXT
           END-STRING.
           CALL 'EXCEPTION-LOG' USING WS-PROGRAM-NAME, WS-EXC-KEY,
               WS-EXC-SEVERITY, WS-EXC-AMOUNT, WS-EXC-TEXT.

       CLOSE-FILES.
           IF WS-CONTROL-TOTAL-STATUS = '00'
                   OR WS-CONTROL-TOTAL-STATUS = '10' THEN
               CLOSE CONTROL-TOTALS
           END-IF.
           IF WS-RENTAL-TXN-STATUS = '00'
                   OR WS-RENTAL-TXN-STATUS = '10' THEN
               CLOSE RENTAL-TRANSACTION
           END-IF.
           IF WS-RENTAL-HISTORY-STATUS = '00'
                   OR WS-RENTAL-HISTORY-STATUS = '10' THEN
               CLOSE RENTAL-HISTORY
           END-IF.
           IF WS-PAYMENT-HISTORY-STATUS = '00'
                   OR WS-PAYMENT-HISTORY-STATUS = '10' THEN
               CLOSE PAYMENT-HISTORY
           END-IF.
           IF WS-WAIVER-AUDIT-STATUS = '00'
                   OR WS-WAIVER-AUDIT-STATUS = '10' THEN
               CLOSE WAIVER-AUDIT
           END-IF.
           IF WS-CREDIT-LOG-STATUS = '00'
                   OR WS-CREDIT-LOG-STATUS = '10' THEN
               CLOSE CREDIT-LOG
           END-IF.
           IF WS-PROMO-LOG-STATUS = '00'
                   OR WS-PROMO-LOG-STATUS = '10' THEN
               CLOSE PROMO-REDEMPTIONS
           END-IF.
           CLOSE DW-RENTAL-FILE.
           CLOSE DW-RETURN-FILE.
           CLOSE DW-PAYMENT-FILE.
           CLOSE DW-WAIVER-FILE.
           CLOSE DW-CREDIT-FILE.
           CLOSE DW-PROMO-FILE.

       END PROGRAM DW-FACT-EXTRACT.
