       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVSHARE-SETTLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVSHARE-AGREEMENTS ASSIGN TO 'REVSHARE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-AGREEMENT-STATUS.

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

           SELECT CREDIT-LOG ASSIGN TO 'CREDITLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CG-KEY
               FILE STATUS IS WS-CREDIT-LOG-STATUS.

           SELECT SETTLEMENT-STATEMENTS ASSIGN TO 'STUDIOSTMT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDIO-PAYABLES ASSIGN TO 'STUDIOPAY'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REVSHARE-AGREEMENTS.
       COPY 'revshare-agreement.cpy'.

       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.

       FD  RENTAL-HISTORY.
       COPY 'rental-history.cpy'.

       FD  CREDIT-LOG.
       COPY 'credit-log.cpy'.

       FD  SETTLEMENT-STATEMENTS.
       01  SETTLEMENT-STATEMENT-LINE PIC X(100).

      *    ONE PAYABLE PER STUDIO PER MONTH SETTLED, FOR ACCOUNTS
      *    PAYABLE TO CUT THE STUDIO'S CHECK FROM.
       FD  STUDIO-PAYABLES.
       01  STUDIO-PAYABLE-RECORD.
           05  SP-STUDIO-ID        PIC X(08).
           05  SP-SETTLE-MONTH     PIC 9(6).
           05  SP-TITLE-COUNT      PIC 9(4).
           05  SP-AMOUNT-DUE       PIC 9(7)V9(2).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'REVSHARE-SETTLE'.
           01  WS-AGREEMENT-STATUS PIC X(02).
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-RENTAL-HISTORY-STATUS PIC X(02).
           01  WS-CREDIT-LOG-STATUS PIC X(02).
           01  WS-CREDIT-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-CREDIT-LOG-AVAILABLE VALUE 'Y'.
           01  WS-AGREEMENT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-AGREEMENTS       VALUE 'Y'.
           01  WS-RENTAL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-RENTALS          VALUE 'Y'.
           01  WS-HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-HISTORY          VALUE 'Y'.
           01  WS-AG-FOUND-SWITCH  PIC X(01).
               88  WS-AG-FOUND             VALUE 'Y'.
           01  WS-STUDIO-FOUND-SWITCH PIC X(01).
               88  WS-STUDIO-FOUND         VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-PERIOD-START     PIC 9(8).
           01  WS-PERIOD-END       PIC 9(8).
           01  WS-PRIOR-MONTH      PIC 9(6).
           01  WS-WORK-DATE        PIC 9(8).
           01  WS-DAY-OF-MONTH     PIC 9(2).
           01  WS-WORK-MEMBER-ID   PIC X(08).
           01  WS-WORK-IMDB-ID     PIC X(10).
           01  WS-WORK-RENTAL-DATE PIC 9(8).
           01  WS-WORK-REVENUE     PIC S9(5)V9(2).
           01  WS-WORK-STUDIO      PIC X(08).
           01  WS-GUARANTEE-SHORT  PIC S9(7)V9(2).
           01  WS-STUDIO-DUE       PIC 9(7)V9(2).
           01  WS-STUDIO-TITLES    PIC 9(4) COMP.
           01  WS-AG-SLOT-MAX      PIC 9(4) COMP VALUE 500.
           01  WS-AG-COUNT         PIC 9(4) COMP VALUE 0.
           01  WS-AG-IDX           PIC 9(4) COMP.
           01  WS-AG-TABLE.
               05  WS-AG-ENTRY OCCURS 500 TIMES.
                   10  WS-AG-IMDB-ID       PIC X(10).
                   10  WS-AG-START-DATE    PIC 9(8).
                   10  WS-AG-END-DATE      PIC 9(8).
                   10  WS-AG-STUDIO-ID     PIC X(08).
                   10  WS-AG-SHARE-PCT     PIC 9(2)V9(2).
                   10  WS-AG-MIN-GUARANTEE PIC 9(5)V9(2).
                   10  WS-AG-PAID-BEFORE   PIC 9(7)V9(2).
                   10  WS-AG-RENTALS       PIC 9(5) COMP.
                   10  WS-AG-NET-REVENUE   PIC S9(7)V9(2).
                   10  WS-AG-SHARE-DUE     PIC 9(7)V9(2).
                   10  WS-AG-TRUE-UP       PIC 9(7)V9(2).
           01  WS-STUDIO-SLOT-MAX  PIC 9(3) COMP VALUE 50.
           01  WS-STUDIO-COUNT     PIC 9(3) COMP VALUE 0.
           01  WS-STUDIO-IDX       PIC 9(3) COMP.
           01  WS-STUDIO-TABLE.
               05  WS-STUDIO-ENTRY OCCURS 50 TIMES.
                   10  WS-STUDIO-ID        PIC X(08).
           01  WS-COUNT-EDIT       PIC ZZZZ9.
           01  WS-AMOUNT-EDIT      PIC ZZZZZZ9.99.
           01  WS-REVENUE-EDIT     PIC -ZZZZZZ9.99.
           01  WS-PCT-EDIT         PIC Z9.99.
           01  WS-REPORT-LINE      PIC X(100).
           01  WS-RENTALS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-RENTALS-COVERED  PIC 9(7) COMP VALUE 0.
           01  WS-AGREEMENTS-SKIPPED PIC 9(7) COMP VALUE 0.
           01  WS-PAYABLES-WRITTEN PIC 9(7) COMP VALUE 0.
           01  WS-PAYABLE-TOTAL    PIC S9(7)V9(2) VALUE 0.
           01  WS-PAYABLE-TOTAL-EDIT PIC ZZZZZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM DETERMINE-PRIOR-MONTH.
           PERFORM LOAD-AGREEMENT-TABLE.
           PERFORM SCAN-RENTAL-TRANSACTIONS.
           PERFORM SCAN-RENTAL-HISTORY.
           PERFORM COMPUTE-ONE-AGREEMENT-DUE
               VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AG-COUNT.
           PERFORM SETTLE-ONE-STUDIO
               VARYING WS-STUDIO-IDX FROM 1 BY 1
               UNTIL WS-STUDIO-IDX > WS-STUDIO-COUNT.
           PERFORM MARK-ONE-AGREEMENT-SETTLED
               VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AG-COUNT.
           PERFORM CLOSE-FILES.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'REVSHARE  ',
               WS-PAYABLES-WRITTEN, WS-PAYABLE-TOTAL.
           CALL 'CLOSE-CONTROL-TOTAL'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-RENTALS-READ, WS-PAYABLES-WRITTEN,
               WS-AGREEMENTS-SKIPPED.
           MOVE WS-PAYABLE-TOTAL TO WS-PAYABLE-TOTAL-EDIT.
           DISPLAY 'REVSHARE-SETTLE: MONTH ' WS-PRIOR-MONTH
               ' AGREEMENTS ' WS-AG-COUNT
               ' RENTALS COVERED ' WS-RENTALS-COVERED
               ' STUDIOS PAYABLE ' WS-PAYABLES-WRITTEN
               ' TOTAL ' WS-PAYABLE-TOTAL-EDIT.
           GOBACK.

       OPEN-FILES.
           OPEN I-O REVSHARE-AGREEMENTS.
           IF WS-AGREEMENT-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-AGREEMENT-EOF-SWITCH
           END-IF.
           OPEN INPUT RENTAL-TRANSACTION.
           OPEN INPUT RENTAL-HISTORY.
           IF WS-RENTAL-HISTORY-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
           END-IF.
           OPEN INPUT CREDIT-LOG.
           IF WS-CREDIT-LOG-STATUS = '00' THEN
               SET WS-CREDIT-LOG-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT SETTLEMENT-STATEMENTS.
           OPEN OUTPUT STUDIO-PAYABLES.

      *    THE SETTLEMENT RUNS EARLY IN THE NEW MONTH AND SETTLES
      *    THE MONTH JUST CLOSED, THE SAME PERIOD TAX-REMIT-REPORT
      *    REMITS FOR.
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

      *    EVERY AGREEMENT WHOSE TERM OVERLAPS THE MONTH IS HELD IN
      *    A TABLE FOR THE RENTAL PASSES. ONE ALREADY SETTLED FOR
      *    THE MONTH IS LEFT OUT, SO A RERUN PAYS NOTHING TWICE.
       LOAD-AGREEMENT-TABLE.
           IF NOT END-OF-AGREEMENTS THEN
               PERFORM READ-NEXT-AGREEMENT
               PERFORM TABLE-ONE-AGREEMENT UNTIL END-OF-AGREEMENTS
           END-IF.

       READ-NEXT-AGREEMENT.
           READ REVSHARE-AGREEMENTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AGREEMENT-EOF-SWITCH
           END-READ.

       TABLE-ONE-AGREEMENT.
           IF RA-START-DATE <= WS-PERIOD-END
                   AND RA-END-DATE >= WS-PERIOD-START THEN
               EVALUATE TRUE
                   WHEN RA-LAST-SETTLED-MONTH >= WS-PRIOR-MONTH
                       ADD 1 TO WS-AGREEMENTS-SKIPPED
                       DISPLAY 'REVSHARE-SETTLE: ' RA-IMDB-ID ' '
                           RA-START-DATE ' ALREADY SETTLED FOR '
                           WS-PRIOR-MONTH
                   WHEN WS-AG-COUNT >= WS-AG-SLOT-MAX
                       ADD 1 TO WS-AGREEMENTS-SKIPPED
                       DISPLAY 'REVSHARE-SETTLE: AGREEMENT TABLE '
                           'FULL - ' RA-IMDB-ID ' NOT SETTLED'
                   WHEN OTHER
                       PERFORM ADD-AGREEMENT-TO-TABLE
               END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-AGREEMENT.

       ADD-AGREEMENT-TO-TABLE.
           ADD 1 TO WS-AG-COUNT.
           MOVE RA-IMDB-ID TO WS-AG-IMDB-ID(WS-AG-COUNT).
           MOVE RA-START-DATE TO WS-AG-START-DATE(WS-AG-COUNT).
           MOVE RA-END-DATE TO WS-AG-END-DATE(WS-AG-COUNT).
           MOVE RA-STUDIO-ID TO WS-AG-STUDIO-ID(WS-AG-COUNT).
           MOVE RA-SHARE-PCT TO WS-AG-SHARE-PCT(WS-AG-COUNT).
           MOVE RA-MIN-GUARANTEE TO WS-AG-MIN-GUARANTEE(WS-AG-COUNT).
           MOVE RA-SHARE-PAID-TO-DATE TO
               WS-AG-PAID-BEFORE(WS-AG-COUNT).
           MOVE ZERO TO WS-AG-RENTALS(WS-AG-COUNT).
           MOVE ZERO TO WS-AG-NET-REVENUE(WS-AG-COUNT).
           MOVE ZERO TO WS-AG-SHARE-DUE(WS-AG-COUNT).
           MOVE ZERO TO WS-AG-TRUE-UP(WS-AG-COUNT).
           MOVE RA-STUDIO-ID TO WS-WORK-STUDIO.
           PERFORM ADD-STUDIO-TO-TABLE.

       ADD-STUDIO-TO-TABLE.
           MOVE 'N' TO WS-STUDIO-FOUND-SWITCH.
           PERFORM CHECK-ONE-STUDIO-SLOT
               VARYING WS-STUDIO-IDX FROM 1 BY 1
               UNTIL WS-STUDIO-IDX > WS-STUDIO-COUNT
               OR WS-STUDIO-FOUND.
           IF NOT WS-STUDIO-FOUND THEN
               IF WS-STUDIO-COUNT < WS-STUDIO-SLOT-MAX THEN
                   ADD 1 TO WS-STUDIO-COUNT
                   MOVE WS-WORK-STUDIO TO
                       WS-STUDIO-ID(WS-STUDIO-COUNT)
               ELSE
                   DISPLAY 'REVSHARE-SETTLE: STUDIO TABLE FULL - '
                       WS-WORK-STUDIO ' NOT SETTLED'
               END-IF
           END-IF.

       CHECK-ONE-STUDIO-SLOT.
           IF WS-STUDIO-ID(WS-STUDIO-IDX) = WS-WORK-STUDIO THEN
               SET WS-STUDIO-FOUND TO TRUE
           END-IF.

       SCAN-RENTAL-TRANSACTIONS.
           PERFORM READ-NEXT-RENTAL.
           PERFORM TALLY-ONE-RENTAL UNTIL END-OF-RENTALS.

       READ-NEXT-RENTAL.
           READ RENTAL-TRANSACTION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RENTAL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RENTALS-READ
           END-READ.

       TALLY-ONE-RENTAL.
           IF RT-RENTAL-DATE >= WS-PERIOD-START
                   AND RT-RENTAL-DATE <= WS-PERIOD-END THEN
               MOVE RT-MEMBER-ID TO WS-WORK-MEMBER-ID
               MOVE RT-IMDB-ID TO WS-WORK-IMDB-ID
               MOVE RT-RENTAL-DATE TO WS-WORK-RENTAL-DATE
               COMPUTE WS-WORK-REVENUE = RT-RATE + RT-LATE-FEE
               PERFORM CREDIT-RENTAL-TO-AGREEMENT
           END-IF.
           PERFORM READ-NEXT-RENTAL.

       SCAN-RENTAL-HISTORY.
           IF NOT END-OF-HISTORY THEN
               PERFORM READ-NEXT-HISTORY
               PERFORM TALLY-ONE-HISTORY UNTIL END-OF-HISTORY
           END-IF.

       READ-NEXT-HISTORY.
           READ RENTAL-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RENTALS-READ
           END-READ.

       TALLY-ONE-HISTORY.
           IF RH-RENTAL-DATE >= WS-PERIOD-START
                   AND RH-RENTAL-DATE <= WS-PERIOD-END THEN
               MOVE RH-MEMBER-ID TO WS-WORK-MEMBER-ID
               MOVE RH-IMDB-ID TO WS-WORK-IMDB-ID
               MOVE RH-RENTAL-DATE TO WS-WORK-RENTAL-DATE
               COMPUTE WS-WORK-REVENUE = RH-RATE + RH-LATE-FEE
               PERFORM CREDIT-RENTAL-TO-AGREEMENT
           END-IF.
           PERFORM READ-NEXT-HISTORY.

      *    THE STUDIO SHARES IN WHAT THE RENTAL ACTUALLY EARNED: THE
      *    RENTAL CHARGE PLUS THE LATE FEE AS IT STANDS AFTER ANY
      *    WAIVER (FEE-WAIVER TAKES THE WAIVER OFF THE FEE ON THE
      *    RECORD), LESS ANY BILLING-ERROR CREDIT CREDIT-ISSUE GAVE
      *    BACK AGAINST THE SAME RENTAL. TAX IS NEVER SHARED.
       CREDIT-RENTAL-TO-AGREEMENT.
           PERFORM FIND-COVERING-AGREEMENT.
           IF WS-AG-FOUND THEN
               IF WS-CREDIT-LOG-AVAILABLE THEN
                   PERFORM DEDUCT-RENTAL-CREDIT
               END-IF
               IF WS-WORK-REVENUE < ZERO THEN
                   MOVE ZERO TO WS-WORK-REVENUE
               END-IF
               ADD 1 TO WS-AG-RENTALS(WS-AG-IDX)
               ADD WS-WORK-REVENUE TO WS-AG-NET-REVENUE(WS-AG-IDX)
               ADD 1 TO WS-RENTALS-COVERED
           END-IF.

       FIND-COVERING-AGREEMENT.
           MOVE 'N' TO WS-AG-FOUND-SWITCH.
           PERFORM CHECK-ONE-AGREEMENT-SLOT
               VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AG-COUNT
               OR WS-AG-FOUND.

       CHECK-ONE-AGREEMENT-SLOT.
           IF WS-AG-IMDB-ID(WS-AG-IDX) = WS-WORK-IMDB-ID
                   AND WS-AG-START-DATE(WS-AG-IDX) <=
                       WS-WORK-RENTAL-DATE
                   AND WS-AG-END-DATE(WS-AG-IDX) >=
                       WS-WORK-RENTAL-DATE THEN
               SET WS-AG-FOUND TO TRUE
               SUBTRACT 1 FROM WS-AG-IDX
           END-IF.

       DEDUCT-RENTAL-CREDIT.
           MOVE WS-WORK-MEMBER-ID TO CG-MEMBER-ID.
           MOVE WS-WORK-IMDB-ID TO CG-IMDB-ID.
           MOVE WS-WORK-RENTAL-DATE TO CG-RENTAL-DATE.
           READ CREDIT-LOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT CG-CREDIT-AMOUNT FROM WS-WORK-REVENUE
           END-READ.

      *    THE SHARE IS TAKEN ON THE MONTH'S NET FOR THE TITLE AS A
      *    WHOLE, NOT RENTAL BY RENTAL, SO ROUNDING DOES NOT CREEP.
      *    IN THE MONTH THE TERM ENDS, WHATEVER THE SHARES PAID OVER
      *    THE TERM FALL SHORT OF THE MINIMUM GUARANTEE IS ADDED AS
      *    A TRUE-UP.
       COMPUTE-ONE-AGREEMENT-DUE.
           IF WS-AG-NET-REVENUE(WS-AG-IDX) > ZERO THEN
               COMPUTE WS-AG-SHARE-DUE(WS-AG-IDX) ROUNDED =
                   WS-AG-NET-REVENUE(WS-AG-IDX) *
                   WS-AG-SHARE-PCT(WS-AG-IDX) / 100
           END-IF.
           IF WS-AG-END-DATE(WS-AG-IDX) <= WS-PERIOD-END
                   AND WS-AG-MIN-GUARANTEE(WS-AG-IDX) > ZERO THEN
               COMPUTE WS-GUARANTEE-SHORT =
                   WS-AG-MIN-GUARANTEE(WS-AG-IDX)
                   - WS-AG-PAID-BEFORE(WS-AG-IDX)
                   - WS-AG-SHARE-DUE(WS-AG-IDX)
               IF WS-GUARANTEE-SHORT > ZERO THEN
                   MOVE WS-GUARANTEE-SHORT TO
                       WS-AG-TRUE-UP(WS-AG-IDX)
               END-IF
           END-IF.

      *    ONE STATEMENT PER STUDIO: A LINE PER TITLE UNDER
      *    AGREEMENT, ANY GUARANTEE TRUE-UP, AND THE TOTAL, WHICH
      *    IS ALSO THE PAYABLE HANDED TO ACCOUNTS PAYABLE.
       SETTLE-ONE-STUDIO.
           MOVE WS-STUDIO-ID(WS-STUDIO-IDX) TO WS-WORK-STUDIO.
           MOVE ZERO TO WS-STUDIO-DUE.
           MOVE ZERO TO WS-STUDIO-TITLES.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REVENUE SHARE STATEMENT - STUDIO ' WS-WORK-STUDIO
               ' - MONTH ' WS-PRIOR-MONTH
               ' - RUN DATE ' WS-TODAY-CCYYMMDD
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-REPORT-LINE.
           PERFORM WRITE-ONE-STUDIO-TITLE
               VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AG-COUNT.
           MOVE WS-STUDIO-DUE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  TOTAL DUE TO STUDIO: ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-REPORT-LINE.
           IF WS-STUDIO-DUE > ZERO THEN
               PERFORM WRITE-STUDIO-PAYABLE
           END-IF.

       WRITE-ONE-STUDIO-TITLE.
           IF WS-AG-STUDIO-ID(WS-AG-IDX) = WS-WORK-STUDIO THEN
               ADD 1 TO WS-STUDIO-TITLES
               MOVE WS-AG-RENTALS(WS-AG-IDX) TO WS-COUNT-EDIT
               MOVE WS-AG-NET-REVENUE(WS-AG-IDX) TO WS-REVENUE-EDIT
               MOVE WS-AG-SHARE-PCT(WS-AG-IDX) TO WS-PCT-EDIT
               MOVE WS-AG-SHARE-DUE(WS-AG-IDX) TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  TITLE ' WS-AG-IMDB-ID(WS-AG-IDX)
                   ' RENTALS ' WS-COUNT-EDIT
                   ' NET ' WS-REVENUE-EDIT
                   ' AT ' WS-PCT-EDIT '%'
                   ' SHARE ' WS-AMOUNT-EDIT
               INTO WS-REPORT-LINE
               END-STRING
               WRITE SETTLEMENT-STATEMENT-LINE FROM WS-REPORT-LINE
               ADD WS-AG-SHARE-DUE(WS-AG-IDX) TO WS-STUDIO-DUE
               IF WS-AG-TRUE-UP(WS-AG-IDX) > ZERO THEN
                   MOVE WS-AG-TRUE-UP(WS-AG-IDX) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '    TERM ENDED '
                       WS-AG-END-DATE(WS-AG-IDX)
                       ' - MINIMUM GUARANTEE TRUE-UP '
                       WS-AMOUNT-EDIT
                   INTO WS-REPORT-LINE
                   END-STRING
                   WRITE SETTLEMENT-STATEMENT-LINE FROM WS-REPORT-LINE
                   ADD WS-AG-TRUE-UP(WS-AG-IDX) TO WS-STUDIO-DUE
               END-IF
           END-IF.

       WRITE-STUDIO-PAYABLE.
           MOVE WS-WORK-STUDIO TO SP-STUDIO-ID.
           MOVE WS-PRIOR-MONTH TO SP-SETTLE-MONTH.
           MOVE WS-STUDIO-TITLES TO SP-TITLE-COUNT.
           MOVE WS-STUDIO-DUE TO SP-AMOUNT-DUE.
           WRITE STUDIO-PAYABLE-RECORD.
           ADD 1 TO WS-PAYABLES-WRITTEN.
           ADD WS-STUDIO-DUE TO WS-PAYABLE-TOTAL.

      *    THE AGREEMENT CARRIES FORWARD WHAT HAS BEEN PAID ON IT
      *    AND THE MONTH NOW SETTLED. AN AGREEMENT WHOSE STUDIO DID
      *    NOT FIT THE STUDIO TABLE WAS NEVER PAID AND IS LEFT
      *    UNMARKED FOR THE NEXT RUN.
       MARK-ONE-AGREEMENT-SETTLED.
           MOVE WS-AG-STUDIO-ID(WS-AG-IDX) TO WS-WORK-STUDIO.
           MOVE 'N' TO WS-STUDIO-FOUND-SWITCH.
           PERFORM CHECK-ONE-STUDIO-SLOT
               VARYING WS-STUDIO-IDX FROM 1 BY 1
               UNTIL WS-STUDIO-IDX > WS-STUDIO-COUNT
               OR WS-STUDIO-FOUND.
           IF WS-STUDIO-FOUND THEN
               MOVE WS-AG-IMDB-ID(WS-AG-IDX) TO RA-IMDB-ID
               MOVE WS-AG-START-DATE(WS-AG-IDX) TO RA-START-DATE
               READ REVSHARE-AGREEMENTS
                   INVALID KEY
                       DISPLAY 'REVSHARE-SETTLE: AGREEMENT '
                           RA-IMDB-ID ' ' RA-START-DATE
                           ' GONE BEFORE IT COULD BE MARKED'
                   NOT INVALID KEY
                       ADD WS-AG-SHARE-DUE(WS-AG-IDX)
                           WS-AG-TRUE-UP(WS-AG-IDX)
                           TO RA-SHARE-PAID-TO-DATE
                       MOVE WS-PRIOR-MONTH TO RA-LAST-SETTLED-MONTH
                       REWRITE REVSHARE-AGREEMENT-RECORD
               END-READ
           END-IF.

       CLOSE-FILES.
           IF WS-AGREEMENT-STATUS = '00'
                   OR WS-AGREEMENT-STATUS = '10' THEN
               CLOSE REVSHARE-AGREEMENTS
           END-IF.
           CLOSE RENTAL-TRANSACTION.
           IF WS-RENTAL-HISTORY-STATUS = '00'
                   OR WS-RENTAL-HISTORY-STATUS = '10' THEN
               CLOSE RENTAL-HISTORY
           END-IF.
           IF WS-CREDIT-LOG-AVAILABLE THEN
               CLOSE CREDIT-LOG
           END-IF.
           CLOSE SETTLEMENT-STATEMENTS.
           CLOSE STUDIO-PAYABLES.

       END PROGRAM REVSHARE-SETTLE.
