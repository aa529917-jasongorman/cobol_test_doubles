       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFBEN-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFF-BENEFITS ASSIGN TO 'STAFFBEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-STAFF-BENEFIT-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT PAYROLL-BENEFITS ASSIGN TO 'PAYROLLBEN'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STAFF-BENEFITS.
       COPY 'staff-benefit.cpy'.

       FD  OPERATOR-MASTER.
       COPY 'operator-master.cpy'.

      *    ONE RECORD PER EMPLOYEE WHO RENTED ON A STAFF ACCOUNT IN
      *    THE MONTH, FOR PAYROLL TO ADD THE TAXABLE BENEFIT TO THE
      *    EMPLOYEE'S NEXT PAY.
       FD  PAYROLL-BENEFITS.
       01  PAYROLL-BENEFIT-RECORD.
           05  PB-OPERATOR-ID      PIC X(08).
           05  PB-EMPLOYEE-NAME    PIC X(30).
           05  PB-BENEFIT-MONTH    PIC 9(6).
           05  PB-RENTAL-COUNT     PIC 9(4).
           05  PB-RETAIL-VALUE     PIC 9(5)V9(2).
           05  PB-ALLOWANCE-USED   PIC 9(5)V9(2).
           05  PB-AMOUNT-CHARGED   PIC 9(5)V9(2).
           05  PB-TAXABLE-BENEFIT  PIC 9(5)V9(2).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'STAFFBEN-EXTRACT'.
           01  WS-STAFF-BENEFIT-STATUS PIC X(02).
           01  WS-OPERATOR-STATUS  PIC X(02).
           01  WS-OPER-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-OPERATOR-FILE-AVAILABLE VALUE 'Y'.
           01  WS-BENEFIT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-BENEFITS         VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-PERIOD-START     PIC 9(8).
           01  WS-PERIOD-END       PIC 9(8).
           01  WS-PRIOR-MONTH      PIC 9(6).
           01  WS-WORK-DATE        PIC 9(8).
           01  WS-DAY-OF-MONTH     PIC 9(2).
           01  WS-EMPLOYEE-ID      PIC X(08) VALUE SPACES.
           01  WS-EMPLOYEE-RENTALS PIC 9(4) COMP VALUE 0.
           01  WS-EMPLOYEE-RETAIL  PIC 9(5)V9(2) VALUE 0.
           01  WS-EMPLOYEE-ALLOWANCE PIC 9(5)V9(2) VALUE 0.
           01  WS-EMPLOYEE-CHARGED PIC 9(5)V9(2) VALUE 0.
           01  WS-EMPLOYEE-BENEFIT PIC 9(5)V9(2) VALUE 0.
           01  WS-BENEFITS-READ    PIC 9(7) COMP VALUE 0.
           01  WS-BENEFITS-IN-MONTH PIC 9(7) COMP VALUE 0.
           01  WS-EMPLOYEES-WRITTEN PIC 9(7) COMP VALUE 0.
           01  WS-BENEFITS-SKIPPED PIC 9(7) COMP VALUE 0.
           01  WS-BENEFIT-TOTAL    PIC S9(7)V9(2) VALUE 0.
           01  WS-BENEFIT-TOTAL-EDIT PIC ZZZZZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM DETERMINE-PRIOR-MONTH.
           IF NOT END-OF-BENEFITS THEN
               PERFORM READ-NEXT-BENEFIT
               PERFORM EXTRACT-ONE-BENEFIT UNTIL END-OF-BENEFITS
           END-IF.
           PERFORM WRITE-EMPLOYEE-BENEFIT.
           PERFORM CLOSE-FILES.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'STAFFBEN  ',
               WS-EMPLOYEES-WRITTEN, WS-BENEFIT-TOTAL.
           CALL 'CLOSE-CONTROL-TOTAL'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-BENEFITS-READ, WS-EMPLOYEES-WRITTEN,
               WS-BENEFITS-SKIPPED.
           MOVE WS-BENEFIT-TOTAL TO WS-BENEFIT-TOTAL-EDIT.
           DISPLAY 'STAFFBEN-EXTRACT: MONTH ' WS-PRIOR-MONTH
               ' RENTALS ' WS-BENEFITS-IN-MONTH
               ' EMPLOYEES ' WS-EMPLOYEES-WRITTEN
               ' TAXABLE BENEFIT ' WS-BENEFIT-TOTAL-EDIT.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT STAFF-BENEFITS.
           IF WS-STAFF-BENEFIT-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-BENEFIT-EOF-SWITCH
           END-IF.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPERATOR-STATUS = '00' THEN
               SET WS-OPERATOR-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT PAYROLL-BENEFITS.

      *    THE EXTRACT RUNS EARLY IN THE NEW MONTH AND COVERS THE
      *    MONTH JUST CLOSED, THE SAME PERIOD REVSHARE-SETTLE SETTLES.
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

       READ-NEXT-BENEFIT.
           READ STAFF-BENEFITS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BENEFIT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-BENEFITS-READ
           END-READ.

      *    THE LEDGER IS KEYED BY OPERATOR, SO EACH EMPLOYEE'S RENTALS
      *    ARRIVE TOGETHER AND ARE TOTALLED UNTIL THE OPERATOR CHANGES.
      *    RENTALS OUTSIDE THE MONTH WERE PAID THROUGH AN EARLIER
      *    EXTRACT, OR WILL BE THROUGH A LATER ONE.
       EXTRACT-ONE-BENEFIT.
           IF SB-RENTAL-DATE >= WS-PERIOD-START
                   AND SB-RENTAL-DATE <= WS-PERIOD-END THEN
               IF SB-OPERATOR-ID NOT = WS-EMPLOYEE-ID THEN
                   PERFORM WRITE-EMPLOYEE-BENEFIT
                   PERFORM START-EMPLOYEE-BENEFIT
               END-IF
               ADD 1 TO WS-BENEFITS-IN-MONTH
               ADD 1 TO WS-EMPLOYEE-RENTALS
               ADD SB-RETAIL-VALUE TO WS-EMPLOYEE-RETAIL
               ADD SB-ALLOWANCE-APPLIED TO WS-EMPLOYEE-ALLOWANCE
               ADD SB-AMOUNT-CHARGED TO WS-EMPLOYEE-CHARGED
               ADD SB-BENEFIT-VALUE TO WS-EMPLOYEE-BENEFIT
           ELSE
               ADD 1 TO WS-BENEFITS-SKIPPED
           END-IF.
           PERFORM READ-NEXT-BENEFIT.

       START-EMPLOYEE-BENEFIT.
           MOVE SB-OPERATOR-ID TO WS-EMPLOYEE-ID.
           MOVE ZERO TO WS-EMPLOYEE-RENTALS.
           MOVE ZERO TO WS-EMPLOYEE-RETAIL.
           MOVE ZERO TO WS-EMPLOYEE-ALLOWANCE.
           MOVE ZERO TO WS-EMPLOYEE-CHARGED.
           MOVE ZERO TO WS-EMPLOYEE-BENEFIT.

       WRITE-EMPLOYEE-BENEFIT.
           IF WS-EMPLOYEE-RENTALS > ZERO THEN
               MOVE WS-EMPLOYEE-ID TO PB-OPERATOR-ID
               PERFORM LOOKUP-EMPLOYEE-NAME
               MOVE WS-PRIOR-MONTH TO PB-BENEFIT-MONTH
               MOVE WS-EMPLOYEE-RENTALS TO PB-RENTAL-COUNT
               MOVE WS-EMPLOYEE-RETAIL TO PB-RETAIL-VALUE
               MOVE WS-EMPLOYEE-ALLOWANCE TO PB-ALLOWANCE-USED
               MOVE WS-EMPLOYEE-CHARGED TO PB-AMOUNT-CHARGED
               MOVE WS-EMPLOYEE-BENEFIT TO PB-TAXABLE-BENEFIT
               WRITE PAYROLL-BENEFIT-RECORD
               ADD 1 TO WS-EMPLOYEES-WRITTEN
               ADD WS-EMPLOYEE-BENEFIT TO WS-BENEFIT-TOTAL
           END-IF.

       LOOKUP-EMPLOYEE-NAME.
           MOVE SPACES TO PB-EMPLOYEE-NAME.
           IF WS-OPERATOR-FILE-AVAILABLE THEN
               MOVE WS-EMPLOYEE-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       DISPLAY 'STAFFBEN-EXTRACT: OPERATOR '
                           WS-EMPLOYEE-ID ' NOT ON OPERMSTR'
                   NOT INVALID KEY
                       MOVE OP-NAME TO PB-EMPLOYEE-NAME
               END-READ
           END-IF.

       CLOSE-FILES.
           IF WS-STAFF-BENEFIT-STATUS = '00'
                   OR WS-STAFF-BENEFIT-STATUS = '10' THEN
               CLOSE STAFF-BENEFITS
           END-IF.
           IF WS-OPERATOR-FILE-AVAILABLE THEN
               CLOSE OPERATOR-MASTER
           END-IF.
           CLOSE PAYROLL-BENEFITS.

       END PROGRAM STAFFBEN-EXTRACT.
