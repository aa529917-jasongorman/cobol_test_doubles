       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-PAY-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-RUN-PARMS ASSIGN TO 'VPAYPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT VENDOR-INVOICES ASSIGN TO 'VENDINV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VI-KEY
               FILE STATUS IS WS-VENDOR-INVOICE-STATUS.

           SELECT DISTRIBUTOR-MASTER ASSIGN TO 'DISTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-VENDOR-ID
               FILE STATUS IS WS-DISTRIBUTOR-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT VENDOR-PAYMENTS ASSIGN TO 'VENDPAY'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMITTANCE-ADVICE ASSIGN TO 'VENDREMIT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-REGISTER ASSIGN TO 'VPAYREG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-RUN-PARMS.
       01  PAY-RUN-PARM-RECORD.
           05  VR-DAYS-AHEAD       PIC 9(3).
           05  VR-FIRST-PAYMENT-NUMBER PIC 9(8).
           05  VR-APPROVED-BY      PIC X(08).

       FD  VENDOR-INVOICES.
       COPY 'vendor-invoice.cpy'.

       FD  DISTRIBUTOR-MASTER.
       COPY 'distributor-master.cpy'.

       FD  OPERATOR-MASTER.
       COPY 'operator-master.cpy'.

      *    ONE PAYMENT PER DISTRIBUTOR PER RUN, FOR TREASURY TO
      *    PRINT THE CHECK OR RELEASE THE ACH CREDIT FROM.
       FD  VENDOR-PAYMENTS.
       01  VENDOR-PAYMENT-RECORD.
           05  VP-PAYMENT-NUMBER   PIC 9(8).
           05  VP-PAYMENT-DATE     PIC 9(8).
           05  VP-PAY-METHOD       PIC X(01).
           05  VP-VENDOR-ID        PIC X(08).
           05  VP-PAYEE-NAME       PIC X(30).
           05  VP-ROUTING-NUMBER   PIC X(09).
           05  VP-ACCOUNT-NUMBER   PIC X(17).
           05  VP-INVOICE-COUNT    PIC 9(4).
           05  VP-AMOUNT           PIC 9(7)V9(2).

       FD  REMITTANCE-ADVICE.
       01  REMITTANCE-ADVICE-LINE  PIC X(100).

       FD  PAYMENT-REGISTER.
       01  PAYMENT-REGISTER-LINE   PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'VENDOR-PAY-RUN'.
           01  WS-PARM-STATUS      PIC X(02).
           01  WS-VENDOR-INVOICE-STATUS PIC X(02).
           01  WS-DISTRIBUTOR-STATUS PIC X(02).
           01  WS-OPERATOR-STATUS  PIC X(02).
           01  WS-OPER-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-OPERATOR-FILE-AVAILABLE VALUE 'Y'.
           01  WS-INVOICE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-INVOICES         VALUE 'Y'.
           01  WS-APPROVER-OK-SWITCH PIC X(01).
               88  WS-APPROVER-OK          VALUE 'Y'.
           01  WS-DISTRIBUTOR-FOUND-SWITCH PIC X(01).
               88  WS-DISTRIBUTOR-FOUND    VALUE 'Y'.
           01  WS-PAYMENT-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-PAYMENT-OPEN         VALUE 'Y'.
           01  WS-PAY-DECISION     PIC X(01).
               88  WS-PAY-WITH-DISCOUNT    VALUE 'D'.
               88  WS-PAY-IN-FULL          VALUE 'F'.
               88  WS-NOT-YET-DUE          VALUE 'W'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-TODAY-INTEGER    PIC S9(9) COMP.
           01  WS-HORIZON-INTEGER  PIC S9(9) COMP.
           01  WS-DISCOUNT-INTEGER PIC S9(9) COMP.
           01  WS-DUE-INTEGER      PIC S9(9) COMP.
           01  WS-DAYS-AHEAD       PIC 9(3) VALUE 7.
           01  WS-NEXT-PAYMENT-NUMBER PIC 9(8) VALUE 0.
           01  WS-APPROVED-BY      PIC X(08).
           01  WS-CURRENT-VENDOR   PIC X(08) VALUE SPACES.
           01  WS-DISCOUNT-DATE    PIC 9(8).
           01  WS-DUE-DATE         PIC 9(8).
           01  WS-DISCOUNT-AMOUNT  PIC 9(5)V9(2).
           01  WS-NET-AMOUNT       PIC 9(7)V9(2).
           01  WS-PAYABLE-AMOUNT   PIC 9(7)V9(2).
           01  WS-VENDOR-INVOICES  PIC 9(4) COMP.
           01  WS-VENDOR-GROSS     PIC 9(7)V9(2).
           01  WS-VENDOR-DISCOUNT  PIC 9(7)V9(2).
           01  WS-VENDOR-NET       PIC 9(7)V9(2).
           01  WS-AMOUNT-EDIT      PIC ZZZZZZ9.99.
           01  WS-DISCOUNT-EDIT    PIC ZZZZZZ9.99.
           01  WS-NET-EDIT         PIC ZZZZZZ9.99.
           01  WS-CREDIT-EDIT      PIC ZZZZZZ9.99.
           01  WS-COUNT-EDIT       PIC ZZZ9.
           01  WS-REPORT-LINE      PIC X(100).
           01  WS-INVOICES-READ    PIC 9(7) COMP VALUE 0.
           01  WS-INVOICES-PAID    PIC 9(7) COMP VALUE 0.
           01  WS-INVOICES-HELD    PIC 9(7) COMP VALUE 0.
           01  WS-INVOICES-DISCOUNTED PIC 9(7) COMP VALUE 0.
           01  WS-PAYMENTS-WRITTEN PIC 9(7) COMP VALUE 0.
           01  WS-CASH-PAID        PIC S9(7)V9(2) VALUE 0.
           01  WS-DISCOUNT-TAKEN   PIC S9(7)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM READ-PAY-RUN-PARMS.
           PERFORM CHECK-APPROVER.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).
           COMPUTE WS-HORIZON-INTEGER =
               WS-TODAY-INTEGER + WS-DAYS-AHEAD.
           PERFORM WRITE-REGISTER-HEADER.
           IF WS-APPROVER-OK THEN
               PERFORM READ-NEXT-INVOICE
               PERFORM EXAMINE-ONE-INVOICE UNTIL END-OF-INVOICES
               PERFORM FINISH-VENDOR-PAYMENT
           END-IF.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM CLOSE-FILES.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'VENDPAID  ',
               WS-PAYMENTS-WRITTEN, WS-CASH-PAID.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'DISCTAKEN ',
               WS-INVOICES-DISCOUNTED, WS-DISCOUNT-TAKEN.
           CALL 'CLOSE-CONTROL-TOTAL'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-INVOICES-READ, WS-INVOICES-PAID,
               WS-INVOICES-HELD.
           MOVE WS-CASH-PAID TO WS-AMOUNT-EDIT.
           MOVE WS-DISCOUNT-TAKEN TO WS-DISCOUNT-EDIT.
           DISPLAY 'VENDOR-PAY-RUN: INVOICES READ ' WS-INVOICES-READ
               ' PAID ' WS-INVOICES-PAID
               ' HELD ' WS-INVOICES-HELD
               ' PAYMENTS ' WS-PAYMENTS-WRITTEN
               ' CASH ' WS-AMOUNT-EDIT
               ' DISCOUNT ' WS-DISCOUNT-EDIT.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT PAY-RUN-PARMS.
           OPEN I-O VENDOR-INVOICES.
           IF WS-VENDOR-INVOICE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-INVOICE-EOF-SWITCH
           END-IF.
           OPEN INPUT DISTRIBUTOR-MASTER.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPERATOR-STATUS = '00' THEN
               SET WS-OPERATOR-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT VENDOR-PAYMENTS.
           OPEN OUTPUT REMITTANCE-ADVICE.
           OPEN OUTPUT PAYMENT-REGISTER.

      *    THE CARD SAYS HOW MANY DAYS UNTIL THE NEXT PAYMENT RUN
      *    (A WEEK IF NOT GIVEN), THE FIRST CHECK NUMBER ON THE
      *    STOCK LOADED FOR THIS RUN, AND THE MANAGER RELEASING IT.
       READ-PAY-RUN-PARMS.
           IF WS-PARM-STATUS = '00' THEN
               READ PAY-RUN-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VR-DAYS-AHEAD NUMERIC THEN
                           MOVE VR-DAYS-AHEAD TO WS-DAYS-AHEAD
                       END-IF
                       IF VR-FIRST-PAYMENT-NUMBER NUMERIC THEN
                           MOVE VR-FIRST-PAYMENT-NUMBER TO
                               WS-NEXT-PAYMENT-NUMBER
                       END-IF
                       MOVE VR-APPROVED-BY TO WS-APPROVED-BY
               END-READ
           END-IF.

      *    MONEY LEAVES THE BUSINESS ONLY ON A MANAGER'S CODE AND
      *    AGAINST A STARTING CHECK NUMBER. WITH NO OPERATOR MASTER
      *    MOUNTED THE CODE IS RECORDED UNCHECKED, AS THE WAIVER RUN
      *    DOES.
       CHECK-APPROVER.
           SET WS-APPROVER-OK TO TRUE.
           EVALUATE TRUE
               WHEN WS-APPROVED-BY = SPACES
                   MOVE 'N' TO WS-APPROVER-OK-SWITCH
                   DISPLAY 'VENDOR-PAY-RUN: NO APPROVER ON PARM CARD '
                       '- NOTHING PAID'
               WHEN WS-NEXT-PAYMENT-NUMBER = ZERO
                   MOVE 'N' TO WS-APPROVER-OK-SWITCH
                   DISPLAY 'VENDOR-PAY-RUN: NO FIRST PAYMENT NUMBER '
                       'ON PARM CARD - NOTHING PAID'
               WHEN WS-OPERATOR-FILE-AVAILABLE
                   MOVE WS-APPROVED-BY TO OP-OPERATOR-ID
                   READ OPERATOR-MASTER
                       INVALID KEY
                           MOVE 'N' TO WS-APPROVER-OK-SWITCH
                           DISPLAY 'VENDOR-PAY-RUN: UNKNOWN '
                               'APPROVER ' WS-APPROVED-BY
                       NOT INVALID KEY
                           IF NOT OP-OPERATOR-ACTIVE
                                   OR NOT OP-ROLE-MANAGER THEN
                               MOVE 'N' TO WS-APPROVER-OK-SWITCH
                               DISPLAY 'VENDOR-PAY-RUN: APPROVER '
                                   WS-APPROVED-BY
                                   ' NOT AN ACTIVE MANAGER'
                           END-IF
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DISTRIBUTOR PAYMENT REGISTER - RUN DATE '
               WS-TODAY-CCYYMMDD ' - APPROVED BY ' WS-APPROVED-BY
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE PAYMENT-REGISTER-LINE FROM WS-REPORT-LINE.
           IF NOT WS-APPROVER-OK THEN
               MOVE '  RUN NOT APPROVED - NOTHING PAID'
                   TO WS-REPORT-LINE
               WRITE PAYMENT-REGISTER-LINE FROM WS-REPORT-LINE
           END-IF.

      *    THE INVOICE FILE IS KEYED BY VENDOR, SO EACH
      *    DISTRIBUTOR'S INVOICES ARRIVE TOGETHER AND ARE GATHERED
      *    INTO ONE PAYMENT.
       READ-NEXT-INVOICE.
           READ VENDOR-INVOICES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INVOICE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-INVOICES-READ
           END-READ.

       EXAMINE-ONE-INVOICE.
           IF VI-VENDOR-ID NOT = WS-CURRENT-VENDOR THEN
               PERFORM FINISH-VENDOR-PAYMENT
               MOVE VI-VENDOR-ID TO WS-CURRENT-VENDOR
               PERFORM LOOKUP-DISTRIBUTOR
           END-IF.
           IF VI-INVOICE-OPEN AND VI-INVOICE-AMOUNT > ZERO THEN
               EVALUATE TRUE
                   WHEN VI-LINES-DISPUTED > ZERO
                       PERFORM REGISTER-HELD-INVOICE
                   WHEN NOT WS-DISTRIBUTOR-FOUND
                       PERFORM REGISTER-NO-TERMS
                   WHEN OTHER
                       PERFORM DECIDE-PAYMENT
                       IF NOT WS-NOT-YET-DUE THEN
                           PERFORM PAY-ONE-INVOICE
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-INVOICE.

       LOOKUP-DISTRIBUTOR.
           MOVE 'N' TO WS-DISTRIBUTOR-FOUND-SWITCH.
           MOVE WS-CURRENT-VENDOR TO DM-VENDOR-ID.
           READ DISTRIBUTOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DISTRIBUTOR-FOUND TO TRUE
           END-READ.

      *    AN INVOICE STILL IN VARIANCE IS HELD UNTIL THE
      *    DISTRIBUTOR'S CORRECTION MATCHES CLEAN.
       REGISTER-HELD-INVOICE.
           ADD 1 TO WS-INVOICES-HELD.
           MOVE VI-LINES-DISPUTED TO WS-COUNT-EDIT.
           MOVE VI-INVOICE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  HELD ' VI-VENDOR-ID ' INVOICE '
               VI-INVOICE-NUMBER ' MATCHED ' WS-AMOUNT-EDIT
               ' - ' WS-COUNT-EDIT ' LINES IN VARIANCE'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE PAYMENT-REGISTER-LINE FROM WS-REPORT-LINE.

       REGISTER-NO-TERMS.
           ADD 1 TO WS-INVOICES-HELD.
           MOVE VI-INVOICE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  HELD ' VI-VENDOR-ID ' INVOICE '
               VI-INVOICE-NUMBER ' AMOUNT ' WS-AMOUNT-EDIT
               ' - DISTRIBUTOR NOT ON MASTER'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE PAYMENT-REGISTER-LINE FROM WS-REPORT-LINE.

      *    THE DISCOUNT IS TAKEN ON THE LAST RUN BEFORE ITS DATE
      *    PASSES, AND AN INVOICE WITHOUT ONE IS PAID ON THE LAST RUN
      *    BEFORE IT FALLS DUE, SO CASH STAYS IN THE BANK AS LONG AS
      *    IT CAN WITHOUT LOSING A DISCOUNT OR PAYING LATE.
       DECIDE-PAYMENT.
           COMPUTE WS-DISCOUNT-INTEGER =
               FUNCTION INTEGER-OF-DATE(VI-INVOICE-DATE)
               + DM-DISCOUNT-DAYS.
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(VI-INVOICE-DATE)
               + DM-NET-DAYS.
           COMPUTE WS-DISCOUNT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DISCOUNT-INTEGER).
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER).
           EVALUATE TRUE
               WHEN DM-DISCOUNT-PCT > ZERO
                       AND WS-DISCOUNT-INTEGER >= WS-TODAY-INTEGER
                   IF WS-DISCOUNT-INTEGER <= WS-HORIZON-INTEGER THEN
                       SET WS-PAY-WITH-DISCOUNT TO TRUE
                   ELSE
                       SET WS-NOT-YET-DUE TO TRUE
                   END-IF
               WHEN WS-DUE-INTEGER <= WS-HORIZON-INTEGER
                   SET WS-PAY-IN-FULL TO TRUE
               WHEN OTHER
                   SET WS-NOT-YET-DUE TO TRUE
           END-EVALUATE.

      *    WARRANTY CREDIT ALREADY SET AGAINST THE INVOICE COMES OFF
      *    FIRST, AND THE DISCOUNT IS TAKEN ON WHAT IS LEFT TO PAY.
       PAY-ONE-INVOICE.
           MOVE ZERO TO WS-DISCOUNT-AMOUNT.
           IF VI-CREDIT-APPLIED < VI-INVOICE-AMOUNT THEN
               COMPUTE WS-PAYABLE-AMOUNT =
                   VI-INVOICE-AMOUNT - VI-CREDIT-APPLIED
           ELSE
               MOVE ZERO TO WS-PAYABLE-AMOUNT
           END-IF.
           IF WS-PAY-WITH-DISCOUNT THEN
               COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                   WS-PAYABLE-AMOUNT * DM-DISCOUNT-PCT / 100
               ADD 1 TO WS-INVOICES-DISCOUNTED
           END-IF.
           COMPUTE WS-NET-AMOUNT =
               WS-PAYABLE-AMOUNT - WS-DISCOUNT-AMOUNT.
           IF NOT WS-PAYMENT-OPEN THEN
               PERFORM START-VENDOR-PAYMENT
           END-IF.
           PERFORM WRITE-REMITTANCE-LINE.
           SET VI-INVOICE-PAID TO TRUE.
           MOVE WS-TODAY-CCYYMMDD TO VI-PAID-DATE.
           MOVE WS-NEXT-PAYMENT-NUMBER TO VI-PAYMENT-NUMBER.
           MOVE WS-DISCOUNT-AMOUNT TO VI-DISCOUNT-TAKEN.
           MOVE WS-NET-AMOUNT TO VI-AMOUNT-PAID.
           REWRITE VENDOR-INVOICE-RECORD.
           ADD 1 TO WS-VENDOR-INVOICES.
           ADD VI-INVOICE-AMOUNT TO WS-VENDOR-GROSS.
           ADD WS-DISCOUNT-AMOUNT TO WS-VENDOR-DISCOUNT.
           ADD WS-NET-AMOUNT TO WS-VENDOR-NET.
           ADD 1 TO WS-INVOICES-PAID.

      *    THE REMITTANCE ADVICE GOES OUT WITH THE CHECK OR AHEAD OF
      *    THE ACH CREDIT SO THE DISTRIBUTOR CAN APPLY THE MONEY
      *    INVOICE BY INVOICE.
       START-VENDOR-PAYMENT.
           SET WS-PAYMENT-OPEN TO TRUE.
           MOVE ZERO TO WS-VENDOR-INVOICES.
           MOVE ZERO TO WS-VENDOR-GROSS.
           MOVE ZERO TO WS-VENDOR-DISCOUNT.
           MOVE ZERO TO WS-VENDOR-NET.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REMITTANCE ADVICE - ' DM-NAME
               ' (' DM-VENDOR-ID ')'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REMITTANCE-ADVICE-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF DM-PAY-BY-ACH THEN
               STRING '  ACH CREDIT ' WS-NEXT-PAYMENT-NUMBER
                   ' DATED ' WS-TODAY-CCYYMMDD
               INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING '  CHECK ' WS-NEXT-PAYMENT-NUMBER
                   ' DATED ' WS-TODAY-CCYYMMDD
               INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           WRITE REMITTANCE-ADVICE-LINE FROM WS-REPORT-LINE.

       WRITE-REMITTANCE-LINE.
           MOVE VI-INVOICE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-DISCOUNT-AMOUNT TO WS-DISCOUNT-EDIT.
           MOVE WS-NET-AMOUNT TO WS-NET-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  INVOICE ' VI-INVOICE-NUMBER
               ' DATED ' VI-INVOICE-DATE
               ' AMOUNT ' WS-AMOUNT-EDIT
               ' DISCOUNT ' WS-DISCOUNT-EDIT
               ' PAID ' WS-NET-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REMITTANCE-ADVICE-LINE FROM WS-REPORT-LINE.
           IF VI-CREDIT-APPLIED > ZERO THEN
               MOVE VI-CREDIT-APPLIED TO WS-CREDIT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '    LESS WARRANTY CREDIT ' WS-CREDIT-EDIT
                   ' FOR RETURNED COPIES'
               INTO WS-REPORT-LINE
               END-STRING
               WRITE REMITTANCE-ADVICE-LINE FROM WS-REPORT-LINE
           END-IF.

       FINISH-VENDOR-PAYMENT.
           IF WS-PAYMENT-OPEN THEN
               PERFORM WRITE-VENDOR-PAYMENT
               MOVE 'N' TO WS-PAYMENT-OPEN-SWITCH
               ADD 1 TO WS-NEXT-PAYMENT-NUMBER
           END-IF.

       WRITE-VENDOR-PAYMENT.
           MOVE WS-VENDOR-NET TO WS-NET-EDIT.
           MOVE WS-VENDOR-DISCOUNT TO WS-DISCOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  TOTAL PAID ' WS-NET-EDIT
               ' DISCOUNT TAKEN ' WS-DISCOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REMITTANCE-ADVICE-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REMITTANCE-ADVICE-LINE FROM WS-REPORT-LINE.
           MOVE WS-NEXT-PAYMENT-NUMBER TO VP-PAYMENT-NUMBER.
           MOVE WS-TODAY-CCYYMMDD TO VP-PAYMENT-DATE.
           MOVE DM-PAY-METHOD TO VP-PAY-METHOD.
           MOVE DM-VENDOR-ID TO VP-VENDOR-ID.
           MOVE DM-NAME TO VP-PAYEE-NAME.
           MOVE DM-ROUTING-NUMBER TO VP-ROUTING-NUMBER.
           MOVE DM-ACCOUNT-NUMBER TO VP-ACCOUNT-NUMBER.
           MOVE WS-VENDOR-INVOICES TO VP-INVOICE-COUNT.
           MOVE WS-VENDOR-NET TO VP-AMOUNT.
           WRITE VENDOR-PAYMENT-RECORD.
           ADD 1 TO WS-PAYMENTS-WRITTEN.
           ADD WS-VENDOR-NET TO WS-CASH-PAID.
           ADD WS-VENDOR-DISCOUNT TO WS-DISCOUNT-TAKEN.
           MOVE WS-VENDOR-INVOICES TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  PAID ' DM-VENDOR-ID ' PAYMENT '
               WS-NEXT-PAYMENT-NUMBER ' METHOD ' DM-PAY-METHOD
               ' INVOICES ' WS-COUNT-EDIT
               ' NET ' WS-NET-EDIT
               ' DISCOUNT ' WS-DISCOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE PAYMENT-REGISTER-LINE FROM WS-REPORT-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE WS-CASH-PAID TO WS-NET-EDIT.
           MOVE WS-DISCOUNT-TAKEN TO WS-DISCOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL CASH PAID ' WS-NET-EDIT
               ' DISCOUNT TAKEN ' WS-DISCOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE PAYMENT-REGISTER-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-PARM-STATUS = '00'
                   OR WS-PARM-STATUS = '10' THEN
               CLOSE PAY-RUN-PARMS
           END-IF.
           IF WS-VENDOR-INVOICE-STATUS = '00'
                   OR WS-VENDOR-INVOICE-STATUS = '10' THEN
               CLOSE VENDOR-INVOICES
           END-IF.
           CLOSE DISTRIBUTOR-MASTER.
           IF WS-OPERATOR-FILE-AVAILABLE THEN
               CLOSE OPERATOR-MASTER
           END-IF.
           CLOSE VENDOR-PAYMENTS.
           CLOSE REMITTANCE-ADVICE.
           CLOSE PAYMENT-REGISTER.

       END PROGRAM VENDOR-PAY-RUN.
