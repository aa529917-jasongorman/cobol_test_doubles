       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-ACTUAL-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-PARMS ASSIGN TO 'BUDACTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ACCOUNTING-PERIODS ASSIGN TO 'ACCTPER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-PERIOD-ID
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT REVENUE-BUDGET ASSIGN TO 'REVBUDGET'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-KEY
               FILE STATUS IS WS-BUDGET-STATUS.

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

           SELECT SUB-BILLING-LOG ASSIGN TO 'SUBBILL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-SUB-BILLING-STATUS.

           SELECT MERCH-SALES ASSIGN TO 'MERCHSALES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-MERCH-SALES-STATUS.

           SELECT CONTROL-TOTALS ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.

           SELECT TITLE-MASTER ASSIGN TO 'TITLEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-IMDB-ID
               FILE STATUS IS WS-TITLE-MASTER-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO 'MEMBERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-MEMBER-ID
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT BUDGET-REPORT ASSIGN TO 'BUDACTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-PARMS.
       01  REPORT-PARM-RECORD.
           05  RP-PERIOD-ID        PIC X(06).
           05  RP-TOLERANCE-PCT    PIC 9(2)V9(1).

       FD  ACCOUNTING-PERIODS.
       COPY 'accounting-period.cpy'.

       FD  REVENUE-BUDGET.
       COPY 'revenue-budget.cpy'.

       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.

       FD  RENTAL-HISTORY.
       COPY 'rental-history.cpy'.

       FD  SUB-BILLING-LOG.
       COPY 'sub-billing-log.cpy'.

       FD  MERCH-SALES.
       COPY 'merch-sale.cpy'.

       FD  CONTROL-TOTALS.
       COPY 'control-total.cpy'.

       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.

       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.

       FD  BUDGET-REPORT.
       01  BUDGET-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'BUDGET-ACTUAL-RPT'.
           01  WS-PARM-STATUS      PIC X(02).
           01  WS-PERIOD-STATUS    PIC X(02).
           01  WS-BUDGET-STATUS    PIC X(02).
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-RENTAL-HISTORY-STATUS PIC X(02).
           01  WS-SUB-BILLING-STATUS PIC X(02).
           01  WS-MERCH-SALES-STATUS PIC X(02).
           01  WS-CONTROL-TOTAL-STATUS PIC X(02).
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-BUDGET-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-BUDGET-FILE-AVAILABLE VALUE 'Y'.
           01  WS-RENTAL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-RENTALS          VALUE 'Y'.
           01  WS-HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-HISTORY          VALUE 'Y'.
           01  WS-SUBBILL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-SUB-BILLING      VALUE 'Y'.
           01  WS-MERCH-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-MERCH-SALES      VALUE 'Y'.
           01  WS-CONTROL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-CONTROL-TOTALS   VALUE 'Y'.
           01  WS-BUDGET-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-BUDGET-LINES     VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-YESTERDAY        PIC 9(8).
      *    THE REPORT PERIOD AND ITS DATES. THE REPORT RUNS THROUGH
      *    YESTERDAY - THE LAST DAY THE NIGHT'S POSTINGS ARE COMPLETE
      *    FOR - OR THROUGH THE PERIOD END ONCE THE PERIOD IS OVER.
           01  WS-PERIOD-ID        PIC X(06).
           01  WS-POSTING-PERIOD   PIC X(06).
           01  WS-ADJUSTMENT-FLAG  PIC X(01).
           01  WS-PERIOD-START     PIC 9(8).
           01  WS-PERIOD-END       PIC 9(8).
           01  WS-THROUGH-DATE     PIC 9(8).
           01  WS-BILL-MONTH       PIC 9(6).
           01  WS-CALENDAR-FIRST   PIC 9(8).
           01  WS-CALENDAR-NEXT    PIC 9(8).
           01  WS-CALENDAR-YEAR    PIC 9(4).
           01  WS-CALENDAR-MONTH   PIC 9(2).
           01  WS-PERIOD-FOUND-SWITCH PIC X(01).
               88  WS-PERIOD-FOUND         VALUE 'Y'.
           01  WS-MONTH-END-SWITCH PIC X(01) VALUE 'N'.
               88  WS-MONTH-END-REPORT     VALUE 'Y'.
           01  WS-DAYS-IN-PERIOD   PIC 9(3) COMP VALUE 0.
           01  WS-DAYS-ELAPSED     PIC 9(3) COMP VALUE 0.
           01  WS-DEFAULT-TOLERANCE PIC 9(2)V9(1) VALUE 10.0.
           01  WS-TOLERANCE-PCT    PIC 9(2)V9(1).
      *    ACTUAL REVENUE FOR THE PERIOD TO DATE, ONE SLOT PER STORE,
      *    REVENUE TYPE, AND GENRE. A SLOT NOT CLAIMED BY A BUDGET
      *    LINE IS LISTED AFTER THE BUDGETED STORES SO NO REVENUE
      *    DROPS OUT OF THE TOTALS.
           01  WS-ACTUAL-SLOT-MAX  PIC 9(4) COMP VALUE 1000.
           01  WS-ACTUAL-COUNT     PIC 9(4) COMP VALUE 0.
           01  WS-ACTUAL-IDX       PIC 9(4) COMP.
           01  WS-ACTUAL-FOUND-SWITCH PIC X(01).
               88  WS-ACTUAL-FOUND         VALUE 'Y'.
           01  WS-ACTUAL-TABLE.
               05  WS-ACTUAL-ENTRY OCCURS 1000 TIMES.
                   10  WS-ACT-STORE        PIC X(03).
                   10  WS-ACT-TYPE         PIC X(01).
                   10  WS-ACT-GENRE        PIC X(12).
                   10  WS-ACT-AMOUNT       PIC S9(7)V9(2).
                   10  WS-ACT-BUDGETED-SWITCH PIC X(01).
                       88  WS-ACT-BUDGETED     VALUE 'Y'.
           01  WS-WORK-MEMBER-ID   PIC X(08).
           01  WS-WORK-IMDB-ID     PIC X(10).
           01  WS-WORK-RENTAL-STORE PIC X(03).
           01  WS-WORK-STORE       PIC X(03).
           01  WS-WORK-TYPE        PIC X(01).
           01  WS-WORK-GENRE       PIC X(12).
           01  WS-WORK-AMOUNT      PIC S9(7)V9(2).
           01  WS-RENTAL-IN-PERIOD-SWITCH PIC X(01).
               88  WS-RENTAL-IN-PERIOD     VALUE 'Y'.
           01  WS-FEE-IN-PERIOD-SWITCH PIC X(01).
               88  WS-FEE-IN-PERIOD        VALUE 'Y'.
      *    ONE LINE'S FIGURES, SHARED BY THE DETAIL, STORE, AND TOTAL
      *    LINES.
           01  WS-FIG-BUDGET       PIC S9(9)V9(2).
           01  WS-FIG-TO-DATE      PIC S9(9)V9(2).
           01  WS-FIG-ACTUAL       PIC S9(9)V9(2).
           01  WS-FIG-VARIANCE     PIC S9(9)V9(2).
           01  WS-FIG-PCT          PIC S9(5)V9(1).
           01  WS-FIG-PROJECTED    PIC S9(9)V9(2).
           01  WS-PCT-KNOWN-SWITCH PIC X(01).
               88  WS-PCT-KNOWN            VALUE 'Y'.
           01  WS-BEHIND-SWITCH    PIC X(01).
               88  WS-RUNNING-BEHIND       VALUE 'Y'.
           01  WS-CURRENT-STORE    PIC X(03).
           01  WS-STORE-BUDGET     PIC S9(9)V9(2).
           01  WS-STORE-TO-DATE    PIC S9(9)V9(2).
           01  WS-STORE-ACTUAL     PIC S9(9)V9(2).
           01  WS-STORE-PROJECTED  PIC S9(9)V9(2).
           01  WS-GRAND-BUDGET     PIC S9(9)V9(2) VALUE 0.
           01  WS-GRAND-TO-DATE    PIC S9(9)V9(2) VALUE 0.
           01  WS-GRAND-ACTUAL     PIC S9(9)V9(2) VALUE 0.
           01  WS-GRAND-PROJECTED  PIC S9(9)V9(2) VALUE 0.
           01  WS-FEE-BUDGET       PIC S9(9)V9(2) VALUE 0.
           01  WS-FEE-ACCRUED      PIC S9(9)V9(2) VALUE 0.
           01  WS-TYPE-LABEL       PIC X(12).
           01  WS-LINE-LABEL       PIC X(29).
           01  WS-BUDGET-EDIT      PIC -ZZZZZZZ9.99.
           01  WS-TO-DATE-EDIT     PIC -ZZZZZZZ9.99.
           01  WS-ACTUAL-EDIT      PIC -ZZZZZZZ9.99.
           01  WS-VARIANCE-EDIT    PIC -ZZZZZZZ9.99.
           01  WS-PROJECTED-EDIT   PIC -ZZZZZZZ9.99.
           01  WS-PCT-EDIT         PIC -ZZZZ9.9.
           01  WS-PCT-TEXT         PIC X(08).
           01  WS-FLAG-TEXT        PIC X(06).
           01  WS-TOLERANCE-EDIT   PIC Z9.9.
           01  WS-DAYS-EDIT        PIC ZZ9.
           01  WS-DAYS-IN-EDIT     PIC ZZ9.
           01  WS-REPORT-LINE      PIC X(132).
           01  WS-RECORDS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-BUDGET-LINES     PIC 9(7) COMP VALUE 0.
           01  WS-STORES-BEHIND    PIC 9(7) COMP VALUE 0.
           01  WS-ACTUALS-DROPPED  PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           COMPUTE WS-YESTERDAY =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) - 1).
           PERFORM SET-REPORT-PERIOD.
           PERFORM OPEN-FILES.
           PERFORM CLEAR-ONE-ACTUAL-SLOT
               VARYING WS-ACTUAL-IDX FROM 1 BY 1
               UNTIL WS-ACTUAL-IDX > WS-ACTUAL-SLOT-MAX.
           PERFORM SCAN-RENTAL-TRANSACTIONS.
           PERFORM SCAN-RENTAL-HISTORY.
           PERFORM SCAN-SUB-BILLING.
           PERFORM SCAN-MERCH-SALES.
           PERFORM SCAN-CONTROL-TOTALS.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM REPORT-BUDGET-LINES.
           PERFORM REPORT-UNBUDGETED-ACTUALS.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-RECORDS-READ, WS-BUDGET-LINES, WS-ACTUALS-DROPPED.
           DISPLAY 'BUDGET-ACTUAL-RPT: PERIOD ' WS-PERIOD-ID
               ' RECORDS READ ' WS-RECORDS-READ
               ' BUDGET LINES ' WS-BUDGET-LINES
               ' STORES BEHIND ' WS-STORES-BEHIND.
           GOBACK.

      *    FINANCE NAMES THE PERIOD AND THE TOLERANCE ON THE PARM CARD
      *    WHEN RERUNNING A MONTH ALREADY PAST; WITHOUT IT THE REPORT
      *    COVERS THE PERIOD YESTERDAY FELL IN, AT THE STANDARD
      *    TOLERANCE. THE PERIOD'S DATES COME FROM THE ACCOUNTING
      *    CALENDAR; A CCYYMM PERIOD NOT ON THE CALENDAR IS TAKEN AS
      *    THAT CALENDAR MONTH.
       SET-REPORT-PERIOD.
           MOVE SPACES TO WS-PERIOD-ID.
           MOVE ZERO TO WS-TOLERANCE-PCT.
           OPEN INPUT REPORT-PARMS.
           IF WS-PARM-STATUS = '00' THEN
               READ REPORT-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RP-PERIOD-ID TO WS-PERIOD-ID
                       IF RP-TOLERANCE-PCT NUMERIC THEN
                           MOVE RP-TOLERANCE-PCT TO WS-TOLERANCE-PCT
                       END-IF
               END-READ
               CLOSE REPORT-PARMS
           END-IF.
           IF WS-TOLERANCE-PCT = ZERO THEN
               MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE-PCT
           END-IF.
           IF WS-PERIOD-ID = SPACES THEN
               CALL 'ACCT-PERIOD' USING WS-YESTERDAY,
                   WS-POSTING-PERIOD, WS-ADJUSTMENT-FLAG,
                   WS-PERIOD-ID
           END-IF.
           IF WS-PERIOD-ID = SPACES THEN
               MOVE WS-YESTERDAY(1:6) TO WS-PERIOD-ID
           END-IF.
           PERFORM SET-PERIOD-DATES.
           IF WS-YESTERDAY < WS-PERIOD-END THEN
               MOVE WS-YESTERDAY TO WS-THROUGH-DATE
           ELSE
               MOVE WS-PERIOD-END TO WS-THROUGH-DATE
               SET WS-MONTH-END-REPORT TO TRUE
           END-IF.
           COMPUTE WS-DAYS-IN-PERIOD =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END) -
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) + 1.
           IF WS-THROUGH-DATE < WS-PERIOD-START THEN
               MOVE ZERO TO WS-DAYS-ELAPSED
           ELSE
               COMPUTE WS-DAYS-ELAPSED =
                   FUNCTION INTEGER-OF-DATE(WS-THROUGH-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) + 1
           END-IF.
           MOVE WS-PERIOD-END(1:6) TO WS-BILL-MONTH.

       SET-PERIOD-DATES.
           MOVE 'N' TO WS-PERIOD-FOUND-SWITCH.
           OPEN INPUT ACCOUNTING-PERIODS.
           IF WS-PERIOD-STATUS = '00' THEN
               MOVE WS-PERIOD-ID TO AP-PERIOD-ID
               READ ACCOUNTING-PERIODS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PERIOD-FOUND TO TRUE
                       MOVE AP-START-DATE TO WS-PERIOD-START
                       MOVE AP-END-DATE TO WS-PERIOD-END
               END-READ
               CLOSE ACCOUNTING-PERIODS
           END-IF.
           IF NOT WS-PERIOD-FOUND THEN
               IF WS-PERIOD-ID NOT NUMERIC
                       OR WS-PERIOD-ID(5:2) < '01'
                       OR WS-PERIOD-ID(5:2) > '12'
               THEN
                   DISPLAY 'BUDGET-ACTUAL-RPT: PERIOD ' WS-PERIOD-ID
                       ' NOT ON CALENDAR - REPORTING '
                       WS-YESTERDAY(1:6)
                   MOVE WS-YESTERDAY(1:6) TO WS-PERIOD-ID
               END-IF
               PERFORM SET-CALENDAR-MONTH-DATES
           END-IF.

       SET-CALENDAR-MONTH-DATES.
           MOVE WS-PERIOD-ID(1:4) TO WS-CALENDAR-YEAR.
           MOVE WS-PERIOD-ID(5:2) TO WS-CALENDAR-MONTH.
           COMPUTE WS-CALENDAR-FIRST = WS-CALENDAR-YEAR * 10000
               + WS-CALENDAR-MONTH * 100 + 1.
           IF WS-CALENDAR-MONTH = 12 THEN
               ADD 1 TO WS-CALENDAR-YEAR
               MOVE 1 TO WS-CALENDAR-MONTH
           ELSE
               ADD 1 TO WS-CALENDAR-MONTH
           END-IF.
           COMPUTE WS-CALENDAR-NEXT = WS-CALENDAR-YEAR * 10000
               + WS-CALENDAR-MONTH * 100 + 1.
           MOVE WS-CALENDAR-FIRST TO WS-PERIOD-START.
           COMPUTE WS-PERIOD-END =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CALENDAR-NEXT) - 1).

       OPEN-FILES.
           OPEN INPUT REVENUE-BUDGET.
           IF WS-BUDGET-STATUS = '00' THEN
               SET WS-BUDGET-FILE-AVAILABLE TO TRUE
           ELSE
               MOVE 'Y' TO WS-BUDGET-EOF-SWITCH
           END-IF.
           OPEN INPUT RENTAL-TRANSACTION.
           OPEN INPUT RENTAL-HISTORY.
           IF WS-RENTAL-HISTORY-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
           END-IF.
           OPEN INPUT SUB-BILLING-LOG.
           IF WS-SUB-BILLING-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SUBBILL-EOF-SWITCH
           END-IF.
           OPEN INPUT MERCH-SALES.
           IF WS-MERCH-SALES-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-MERCH-EOF-SWITCH
           END-IF.
           OPEN INPUT CONTROL-TOTALS.
           IF WS-CONTROL-TOTAL-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
           END-IF.
           OPEN INPUT TITLE-MASTER.
           OPEN INPUT MEMBER-MASTER.
           OPEN OUTPUT BUDGET-REPORT.

       CLEAR-ONE-ACTUAL-SLOT.
           MOVE SPACES TO WS-ACT-STORE(WS-ACTUAL-IDX).
           MOVE SPACES TO WS-ACT-TYPE(WS-ACTUAL-IDX).
           MOVE SPACES TO WS-ACT-GENRE(WS-ACTUAL-IDX).
           MOVE ZERO TO WS-ACT-AMOUNT(WS-ACTUAL-IDX).
           MOVE 'N' TO WS-ACT-BUDGETED-SWITCH(WS-ACTUAL-IDX).

      *****************************************************************
      *    RENTAL REVENUE IS THE RATE ON EACH RENTAL THAT WENT OUT IN
      *    THE PERIOD TO DATE, AT THE STORE IT WENT OUT AT. LATE-FEE
      *    REVENUE BY STORE AND GENRE IS THE FEE ON EACH RENTAL THAT
      *    CAME BACK IN THE PERIOD TO DATE WITH ITS FEE FINAL; THE
      *    NIGHTLY ACCRUAL ON COPIES STILL OUT IS TAKEN FROM THE
      *    CONTROL TOTALS BELOW. OPEN AND RECENT RENTALS ARE ON
      *    RENTALTXN, THOSE ALREADY ARCHIVED ON RENTHIST.
      *****************************************************************
       SCAN-RENTAL-TRANSACTIONS.
           PERFORM READ-NEXT-RENTAL.
           PERFORM TALLY-ONE-RENTAL UNTIL END-OF-RENTALS.

       READ-NEXT-RENTAL.
           READ RENTAL-TRANSACTION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RENTAL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       TALLY-ONE-RENTAL.
           MOVE 'N' TO WS-RENTAL-IN-PERIOD-SWITCH.
           MOVE 'N' TO WS-FEE-IN-PERIOD-SWITCH.
           IF RT-RENTAL-DATE NOT < WS-PERIOD-START
                   AND RT-RENTAL-DATE NOT > WS-THROUGH-DATE THEN
               SET WS-RENTAL-IN-PERIOD TO TRUE
           END-IF.
           IF RT-LATE-FEE-POSTED AND RT-LATE-FEE > ZERO
                   AND RT-RETURN-DATE NOT < WS-PERIOD-START
                   AND RT-RETURN-DATE NOT > WS-THROUGH-DATE THEN
               SET WS-FEE-IN-PERIOD TO TRUE
           END-IF.
           IF WS-RENTAL-IN-PERIOD OR WS-FEE-IN-PERIOD THEN
               MOVE RT-MEMBER-ID TO WS-WORK-MEMBER-ID
               MOVE RT-IMDB-ID TO WS-WORK-IMDB-ID
               MOVE RT-STORE-ID TO WS-WORK-RENTAL-STORE
               PERFORM FIND-RENTAL-STORE-AND-GENRE
           END-IF.
           IF WS-RENTAL-IN-PERIOD THEN
               MOVE 'R' TO WS-WORK-TYPE
               MOVE RT-RATE TO WS-WORK-AMOUNT
               PERFORM ACCUMULATE-ACTUAL
           END-IF.
           IF WS-FEE-IN-PERIOD THEN
               MOVE 'L' TO WS-WORK-TYPE
               MOVE RT-LATE-FEE TO WS-WORK-AMOUNT
               PERFORM ACCUMULATE-ACTUAL
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
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       TALLY-ONE-HISTORY.
           MOVE 'N' TO WS-RENTAL-IN-PERIOD-SWITCH.
           MOVE 'N' TO WS-FEE-IN-PERIOD-SWITCH.
           IF RH-RENTAL-DATE NOT < WS-PERIOD-START
                   AND RH-RENTAL-DATE NOT > WS-THROUGH-DATE THEN
               SET WS-RENTAL-IN-PERIOD TO TRUE
           END-IF.
           IF RH-LATE-FEE-POSTED AND RH-LATE-FEE > ZERO
                   AND RH-RETURN-DATE NOT < WS-PERIOD-START
                   AND RH-RETURN-DATE NOT > WS-THROUGH-DATE THEN
               SET WS-FEE-IN-PERIOD TO TRUE
           END-IF.
           IF WS-RENTAL-IN-PERIOD OR WS-FEE-IN-PERIOD THEN
               MOVE RH-MEMBER-ID TO WS-WORK-MEMBER-ID
               MOVE RH-IMDB-ID TO WS-WORK-IMDB-ID
               MOVE RH-STORE-ID TO WS-WORK-RENTAL-STORE
               PERFORM FIND-RENTAL-STORE-AND-GENRE
           END-IF.
           IF WS-RENTAL-IN-PERIOD THEN
               MOVE 'R' TO WS-WORK-TYPE
               MOVE RH-RATE TO WS-WORK-AMOUNT
               PERFORM ACCUMULATE-ACTUAL
           END-IF.
           IF WS-FEE-IN-PERIOD THEN
               MOVE 'L' TO WS-WORK-TYPE
               MOVE RH-LATE-FEE TO WS-WORK-AMOUNT
               PERFORM ACCUMULATE-ACTUAL
           END-IF.
           PERFORM READ-NEXT-HISTORY.

      *    A RENTAL CARRYING NO STORE COUNTS AT THE MEMBER'S HOME
      *    STORE, AS IN THE DAILY REVENUE SUMMARY.
       FIND-RENTAL-STORE-AND-GENRE.
           MOVE WS-WORK-IMDB-ID TO TM-IMDB-ID.
           READ TITLE-MASTER
               INVALID KEY
                   MOVE 'UNKNOWN' TO TM-GENRE
           END-READ.
           MOVE TM-GENRE TO WS-WORK-GENRE.
           IF WS-WORK-RENTAL-STORE NOT = SPACES THEN
               MOVE WS-WORK-RENTAL-STORE TO WS-WORK-STORE
           ELSE
               PERFORM FIND-MEMBER-HOME-STORE
           END-IF.

       FIND-MEMBER-HOME-STORE.
           MOVE WS-WORK-MEMBER-ID TO MM-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   MOVE SPACES TO MM-HOME-STORE
           END-READ.
           MOVE MM-HOME-STORE TO WS-WORK-STORE.

      *    SUBSCRIPTION CHARGES ARE BILLED ONCE FOR THE CALENDAR MONTH
      *    THE PERIOD ENDS IN AND COUNT AT THE MEMBER'S HOME STORE.
       SCAN-SUB-BILLING.
           IF NOT END-OF-SUB-BILLING THEN
               PERFORM READ-NEXT-SUB-CHARGE
               PERFORM TALLY-ONE-SUB-CHARGE UNTIL END-OF-SUB-BILLING
           END-IF.

       READ-NEXT-SUB-CHARGE.
           READ SUB-BILLING-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SUBBILL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       TALLY-ONE-SUB-CHARGE.
           IF SB-BILL-PERIOD = WS-BILL-MONTH THEN
               MOVE SB-MEMBER-ID TO WS-WORK-MEMBER-ID
               PERFORM FIND-MEMBER-HOME-STORE
               MOVE 'S' TO WS-WORK-TYPE
               MOVE SPACES TO WS-WORK-GENRE
               MOVE SB-AMOUNT TO WS-WORK-AMOUNT
               PERFORM ACCUMULATE-ACTUAL
           END-IF.
           PERFORM READ-NEXT-SUB-CHARGE.

      *    A MERCHANDISE REFUND GIVES THE SALE BACK, SO IT COMES OFF
      *    THE STORE'S MERCHANDISE REVENUE.
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
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       TALLY-ONE-MERCH-SALE.
           IF MS-SALE-DATE NOT < WS-PERIOD-START
                   AND MS-SALE-DATE NOT > WS-THROUGH-DATE THEN
               MOVE MS-STORE-ID TO WS-WORK-STORE
               MOVE 'M' TO WS-WORK-TYPE
               MOVE SPACES TO WS-WORK-GENRE
               IF MS-REFUND THEN
                   COMPUTE WS-WORK-AMOUNT = ZERO - MS-SALES-AMOUNT
               ELSE
                   MOVE MS-SALES-AMOUNT TO WS-WORK-AMOUNT
               END-IF
               PERFORM ACCUMULATE-ACTUAL
           END-IF.
           PERFORM READ-NEXT-MERCH-SALE.

      *    THE LATE FEES ACCRUED INTO THE PERIOD ARE THE FEE CHANGES
      *    LATE-FEE-CALC AND RENTAL-RETURN POSTED, AS THEY REPORTED
      *    THEM TO BALANCE-CHECK. A TOTAL WRITTEN BEFORE THE CALENDAR
      *    WAS SET UP CARRIES NO PERIOD AND GOES BY ITS RUN DATE.
       SCAN-CONTROL-TOTALS.
           IF NOT END-OF-CONTROL-TOTALS THEN
               PERFORM READ-NEXT-CONTROL-TOTAL
               PERFORM TALLY-ONE-CONTROL-TOTAL
                   UNTIL END-OF-CONTROL-TOTALS
           END-IF.

       READ-NEXT-CONTROL-TOTAL.
           READ CONTROL-TOTALS
               AT END
                   MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       TALLY-ONE-CONTROL-TOTAL.
           IF CT-TOTAL-TYPE = 'FEEDELTA'
                   AND (CT-PROGRAM-ID = 'LATE-FEE-CALC'
                       OR CT-PROGRAM-ID = 'RENTAL-RETURN')
                   AND (CT-PERIOD-ID = WS-PERIOD-ID
                       OR (CT-PERIOD-ID = SPACES
                           AND CT-RUN-DATE NOT < WS-PERIOD-START
                           AND CT-RUN-DATE NOT > WS-THROUGH-DATE))
           THEN
               ADD CT-AMOUNT TO WS-FEE-ACCRUED
           END-IF.
           PERFORM READ-NEXT-CONTROL-TOTAL.

       ACCUMULATE-ACTUAL.
           PERFORM FIND-ACTUAL-SLOT.
           IF NOT WS-ACTUAL-FOUND
                   AND WS-ACTUAL-COUNT < WS-ACTUAL-SLOT-MAX THEN
               ADD 1 TO WS-ACTUAL-COUNT
               MOVE WS-ACTUAL-COUNT TO WS-ACTUAL-IDX
               MOVE WS-WORK-STORE TO WS-ACT-STORE(WS-ACTUAL-IDX)
               MOVE WS-WORK-TYPE TO WS-ACT-TYPE(WS-ACTUAL-IDX)
               MOVE WS-WORK-GENRE TO WS-ACT-GENRE(WS-ACTUAL-IDX)
               SET WS-ACTUAL-FOUND TO TRUE
           END-IF.
           IF WS-ACTUAL-FOUND THEN
               ADD WS-WORK-AMOUNT TO WS-ACT-AMOUNT(WS-ACTUAL-IDX)
           ELSE
               ADD 1 TO WS-ACTUALS-DROPPED
               DISPLAY 'BUDGET-ACTUAL-RPT: ACTUALS TABLE FULL - '
                   WS-WORK-STORE ' ' WS-WORK-TYPE ' ' WS-WORK-GENRE
                   ' NOT REPORTED'
           END-IF.

       FIND-ACTUAL-SLOT.
           MOVE 'N' TO WS-ACTUAL-FOUND-SWITCH.
           PERFORM CHECK-ONE-ACTUAL-SLOT
               VARYING WS-ACTUAL-IDX FROM 1 BY 1
               UNTIL WS-ACTUAL-IDX > WS-ACTUAL-COUNT
               OR WS-ACTUAL-FOUND.

       CHECK-ONE-ACTUAL-SLOT.
           IF WS-ACT-STORE(WS-ACTUAL-IDX) = WS-WORK-STORE
                   AND WS-ACT-TYPE(WS-ACTUAL-IDX) = WS-WORK-TYPE
                   AND WS-ACT-GENRE(WS-ACTUAL-IDX) = WS-WORK-GENRE
           THEN
               SET WS-ACTUAL-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ACTUAL-IDX
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REVENUE BUDGET VERSUS ACTUAL - PERIOD '
               WS-PERIOD-ID ' (' WS-PERIOD-START ' TO '
               WS-PERIOD-END ') - RUN DATE ' WS-TODAY-CCYYMMDD
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE BUDGET-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-DAYS-ELAPSED TO WS-DAYS-EDIT.
           MOVE WS-DAYS-IN-PERIOD TO WS-DAYS-IN-EDIT.
           MOVE WS-TOLERANCE-PCT TO WS-TOLERANCE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-MONTH-END-REPORT THEN
               STRING 'MONTH-END - ' WS-DAYS-IN-EDIT ' DAYS'
                   ' - STORES FLAGGED MORE THAN '
                   WS-TOLERANCE-EDIT ' PCT BEHIND BUDGET'
               INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'MONTH-TO-DATE THROUGH ' WS-THROUGH-DATE
                   ' - DAY ' WS-DAYS-EDIT ' OF ' WS-DAYS-IN-EDIT
                   ' - STORES FLAGGED MORE THAN '
                   WS-TOLERANCE-EDIT ' PCT BEHIND BUDGET TO DATE'
               INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           WRITE BUDGET-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  STR TYPE         GENRE        '
               '      BUDGET      TO DATE       ACTUAL'
               '     VARIANCE      PCT    PROJECTED'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE BUDGET-REPORT-LINE FROM WS-REPORT-LINE.

      *****************************************************************
      *    ONE LINE PER BUDGET LINE FOR THE PERIOD, IN STORE ORDER,
      *    WITH A TOTAL FOR EACH STORE. THE STORE IS FLAGGED WHEN ITS
      *    ACTUAL RUNS BEHIND ITS BUDGET TO DATE BY MORE THAN THE
      *    TOLERANCE.
      *****************************************************************
       REPORT-BUDGET-LINES.
           MOVE SPACES TO WS-CURRENT-STORE.
           IF WS-BUDGET-FILE-AVAILABLE THEN
               MOVE WS-PERIOD-ID TO RB-PERIOD-ID
               MOVE LOW-VALUES TO RB-STORE-ID
               MOVE LOW-VALUES TO RB-REVENUE-TYPE
               MOVE LOW-VALUES TO RB-GENRE
               START REVENUE-BUDGET KEY IS NOT < RB-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-BUDGET-EOF-SWITCH
               END-START
           END-IF.
           IF NOT END-OF-BUDGET-LINES THEN
               PERFORM READ-NEXT-BUDGET-LINE
           END-IF.
           IF END-OF-BUDGET-LINES THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  NO REVENUE BUDGET LOADED FOR PERIOD '
                   WS-PERIOD-ID
               INTO WS-REPORT-LINE
               END-STRING
               WRITE BUDGET-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.
           PERFORM REPORT-ONE-BUDGET-LINE UNTIL END-OF-BUDGET-LINES.
           IF WS-CURRENT-STORE NOT = SPACES THEN
               PERFORM WRITE-STORE-TOTAL
           END-IF.

       READ-NEXT-BUDGET-LINE.
           READ REVENUE-BUDGET NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BUDGET-EOF-SWITCH
           END-READ.
           IF NOT END-OF-BUDGET-LINES
                   AND RB-PERIOD-ID NOT = WS-PERIOD-ID THEN
               MOVE 'Y' TO WS-BUDGET-EOF-SWITCH
           END-IF.

       REPORT-ONE-BUDGET-LINE.
           IF RB-STORE-ID NOT = WS-CURRENT-STORE THEN
               IF WS-CURRENT-STORE NOT = SPACES THEN
                   PERFORM WRITE-STORE-TOTAL
               END-IF
               MOVE RB-STORE-ID TO WS-CURRENT-STORE
               MOVE ZERO TO WS-STORE-BUDGET
               MOVE ZERO TO WS-STORE-TO-DATE
               MOVE ZERO TO WS-STORE-ACTUAL
               MOVE ZERO TO WS-STORE-PROJECTED
           END-IF.
           MOVE RB-STORE-ID TO WS-WORK-STORE.
           MOVE RB-REVENUE-TYPE TO WS-WORK-TYPE.
           MOVE RB-GENRE TO WS-WORK-GENRE.
           MOVE RB-BUDGET-AMOUNT TO WS-FIG-BUDGET.
           MOVE ZERO TO WS-FIG-ACTUAL.
           PERFORM FIND-ACTUAL-SLOT.
           IF WS-ACTUAL-FOUND THEN
               MOVE WS-ACT-AMOUNT(WS-ACTUAL-IDX) TO WS-FIG-ACTUAL
               SET WS-ACT-BUDGETED(WS-ACTUAL-IDX) TO TRUE
           END-IF.
           PERFORM FIGURE-LINE-TO-DATE.
           PERFORM FIGURE-VARIANCE.
           ADD WS-FIG-BUDGET TO WS-STORE-BUDGET.
           ADD WS-FIG-TO-DATE TO WS-STORE-TO-DATE.
           ADD WS-FIG-ACTUAL TO WS-STORE-ACTUAL.
           ADD WS-FIG-PROJECTED TO WS-STORE-PROJECTED.
           IF RB-LATE-FEE-REVENUE THEN
               ADD WS-FIG-BUDGET TO WS-FEE-BUDGET
           END-IF.
           PERFORM BUILD-DETAIL-LABEL.
           MOVE SPACES TO WS-FLAG-TEXT.
           PERFORM WRITE-FIGURE-LINE.
           ADD 1 TO WS-BUDGET-LINES.
           PERFORM READ-NEXT-BUDGET-LINE.

       WRITE-STORE-TOTAL.
           MOVE WS-STORE-BUDGET TO WS-FIG-BUDGET.
           MOVE WS-STORE-TO-DATE TO WS-FIG-TO-DATE.
           MOVE WS-STORE-ACTUAL TO WS-FIG-ACTUAL.
           MOVE WS-STORE-PROJECTED TO WS-FIG-PROJECTED.
           PERFORM FIGURE-VARIANCE.
           MOVE 'N' TO WS-BEHIND-SWITCH.
           IF WS-PCT-KNOWN AND WS-FIG-PCT < ZERO
                   AND (ZERO - WS-FIG-PCT) > WS-TOLERANCE-PCT THEN
               SET WS-RUNNING-BEHIND TO TRUE
           END-IF.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING 'STORE ' WS-CURRENT-STORE ' TOTAL'
           INTO WS-LINE-LABEL
           END-STRING.
           IF WS-RUNNING-BEHIND THEN
               MOVE 'BEHIND' TO WS-FLAG-TEXT
               ADD 1 TO WS-STORES-BEHIND
           ELSE
               MOVE SPACES TO WS-FLAG-TEXT
           END-IF.
           PERFORM WRITE-FIGURE-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE FROM WS-REPORT-LINE.
           ADD WS-STORE-BUDGET TO WS-GRAND-BUDGET.
           ADD WS-STORE-TO-DATE TO WS-GRAND-TO-DATE.
           ADD WS-STORE-ACTUAL TO WS-GRAND-ACTUAL.
           ADD WS-STORE-PROJECTED TO WS-GRAND-PROJECTED.

      *    REVENUE WITH NO BUDGET LINE - A STORE OR GENRE FINANCE DID
      *    NOT PLAN FOR - IS LISTED ON ITS OWN AND STILL COUNTS IN THE
      *    GRAND TOTAL.
       REPORT-UNBUDGETED-ACTUALS.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'REVENUE WITH NO BUDGET LINE:' TO WS-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM REPORT-ONE-UNBUDGETED-SLOT
               VARYING WS-ACTUAL-IDX FROM 1 BY 1
               UNTIL WS-ACTUAL-IDX > WS-ACTUAL-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE FROM WS-REPORT-LINE.

       REPORT-ONE-UNBUDGETED-SLOT.
           IF NOT WS-ACT-BUDGETED(WS-ACTUAL-IDX) THEN
               MOVE WS-ACT-STORE(WS-ACTUAL-IDX) TO WS-WORK-STORE
               MOVE WS-ACT-TYPE(WS-ACTUAL-IDX) TO WS-WORK-TYPE
               MOVE WS-ACT-GENRE(WS-ACTUAL-IDX) TO WS-WORK-GENRE
               MOVE ZERO TO WS-FIG-BUDGET
               MOVE WS-ACT-AMOUNT(WS-ACTUAL-IDX) TO WS-FIG-ACTUAL
               PERFORM FIGURE-LINE-TO-DATE
               PERFORM FIGURE-VARIANCE
               ADD WS-FIG-ACTUAL TO WS-GRAND-ACTUAL
               ADD WS-FIG-PROJECTED TO WS-GRAND-PROJECTED
               PERFORM BUILD-DETAIL-LABEL
               MOVE SPACES TO WS-FLAG-TEXT
               PERFORM WRITE-FIGURE-LINE
           END-IF.

      *    THE COMPANY LATE-FEE LINE SETS THE FEES ACCRUED PER THE
      *    CONTROL TOTALS AGAINST THE WHOLE LATE-FEE BUDGET; THE STORE
      *    LINES ABOVE COUNT ONLY FEES MADE FINAL BY A RETURN.
       WRITE-REPORT-TOTALS.
           MOVE WS-GRAND-BUDGET TO WS-FIG-BUDGET.
           MOVE WS-GRAND-TO-DATE TO WS-FIG-TO-DATE.
           MOVE WS-GRAND-ACTUAL TO WS-FIG-ACTUAL.
           MOVE WS-GRAND-PROJECTED TO WS-FIG-PROJECTED.
           PERFORM FIGURE-VARIANCE.
           MOVE 'ALL STORES TOTAL' TO WS-LINE-LABEL.
           MOVE SPACES TO WS-FLAG-TEXT.
           PERFORM WRITE-FIGURE-LINE.
           MOVE 'L' TO WS-WORK-TYPE.
           MOVE WS-FEE-BUDGET TO WS-FIG-BUDGET.
           MOVE WS-FEE-ACCRUED TO WS-FIG-ACTUAL.
           PERFORM FIGURE-LINE-TO-DATE.
           PERFORM FIGURE-VARIANCE.
           MOVE 'LATE FEES PER CONTROL TOTALS' TO WS-LINE-LABEL.
           PERFORM WRITE-FIGURE-LINE.

      *    BUDGET TO DATE AND THE FULL-MONTH PROJECTION FOLLOW THE RUN
      *    RATE - THE SHARE OF THE PERIOD'S DAYS GONE BY. SUBSCRIPTIONS
      *    BILL ONCE FOR THE WHOLE MONTH, SO THEIR BUDGET IS DUE IN
      *    FULL AND WHAT HAS BILLED IS THE MONTH'S REVENUE.
       FIGURE-LINE-TO-DATE.
           IF WS-WORK-TYPE = 'S' THEN
               MOVE WS-FIG-BUDGET TO WS-FIG-TO-DATE
               MOVE WS-FIG-ACTUAL TO WS-FIG-PROJECTED
           ELSE
               COMPUTE WS-FIG-TO-DATE ROUNDED =
                   WS-FIG-BUDGET * WS-DAYS-ELAPSED / WS-DAYS-IN-PERIOD
               IF WS-DAYS-ELAPSED > 0 THEN
                   COMPUTE WS-FIG-PROJECTED ROUNDED =
                       WS-FIG-ACTUAL * WS-DAYS-IN-PERIOD
                       / WS-DAYS-ELAPSED
               ELSE
                   MOVE ZERO TO WS-FIG-PROJECTED
               END-IF
           END-IF.

       FIGURE-VARIANCE.
           COMPUTE WS-FIG-VARIANCE = WS-FIG-ACTUAL - WS-FIG-TO-DATE.
           MOVE 'N' TO WS-PCT-KNOWN-SWITCH.
           IF WS-FIG-TO-DATE > ZERO THEN
               COMPUTE WS-FIG-PCT ROUNDED =
                   WS-FIG-VARIANCE * 100 / WS-FIG-TO-DATE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-PCT-KNOWN-SWITCH
                   NOT ON SIZE ERROR
                       SET WS-PCT-KNOWN TO TRUE
               END-COMPUTE
           END-IF.

       BUILD-DETAIL-LABEL.
           EVALUATE WS-WORK-TYPE
               WHEN 'R'
                   MOVE 'RENTAL' TO WS-TYPE-LABEL
               WHEN 'L'
                   MOVE 'LATE FEE' TO WS-TYPE-LABEL
               WHEN 'S'
                   MOVE 'SUBSCRIPTION' TO WS-TYPE-LABEL
               WHEN OTHER
                   MOVE 'MERCHANDISE' TO WS-TYPE-LABEL
           END-EVALUATE.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING WS-WORK-STORE ' ' WS-TYPE-LABEL ' '
               WS-WORK-GENRE
           INTO WS-LINE-LABEL
           END-STRING.

       WRITE-FIGURE-LINE.
           MOVE WS-FIG-BUDGET TO WS-BUDGET-EDIT.
           MOVE WS-FIG-TO-DATE TO WS-TO-DATE-EDIT.
           MOVE WS-FIG-ACTUAL TO WS-ACTUAL-EDIT.
           MOVE WS-FIG-VARIANCE TO WS-VARIANCE-EDIT.
           MOVE WS-FIG-PROJECTED TO WS-PROJECTED-EDIT.
           IF WS-PCT-KNOWN THEN
               MOVE WS-FIG-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PCT-TEXT
           ELSE
               MOVE '     N/A' TO WS-PCT-TEXT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ' WS-LINE-LABEL ' ' WS-BUDGET-EDIT
               ' ' WS-TO-DATE-EDIT ' ' WS-ACTUAL-EDIT
               ' ' WS-VARIANCE-EDIT ' ' WS-PCT-TEXT
               ' ' WS-PROJECTED-EDIT ' ' WS-FLAG-TEXT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE BUDGET-REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-BUDGET-FILE-AVAILABLE THEN
               CLOSE REVENUE-BUDGET
           END-IF.
           CLOSE RENTAL-TRANSACTION.
           IF WS-RENTAL-HISTORY-STATUS = '00'
                   OR WS-RENTAL-HISTORY-STATUS = '10' THEN
               CLOSE RENTAL-HISTORY
           END-IF.
           IF WS-SUB-BILLING-STATUS = '00'
                   OR WS-SUB-BILLING-STATUS = '10' THEN
               CLOSE SUB-BILLING-LOG
           END-IF.
           IF WS-MERCH-SALES-STATUS = '00'
                   OR WS-MERCH-SALES-STATUS = '10' THEN
               CLOSE MERCH-SALES
           END-IF.
           IF WS-CONTROL-TOTAL-STATUS = '00'
                   OR WS-CONTROL-TOTAL-STATUS = '10' THEN
               CLOSE CONTROL-TOTALS
           END-IF.
           CLOSE TITLE-MASTER.
           CLOSE MEMBER-MASTER.
           CLOSE BUDGET-REPORT.

       END PROGRAM BUDGET-ACTUAL-RPT.
