           05  FW-AMOUNT           PIC 9(3)V9(2).
           05  FW-REASON-CODE      PIC X(40).
           05  FW-APPROVED-BY      PIC X(08).
      *    THE DATE THE WAIVER TAKES EFFECT WHEN A MANAGER BACK-DATES
      *    IT; LEFT BLANK IT TAKES EFFECT THE NIGHT IT IS APPLIED.
           05  FW-EFFECTIVE-DATE   PIC 9(8).

       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.
           01  WS-AMOUNT-WAIVED-CTL PIC S9(7)V9(2) VALUE 0.
           01  WS-BAL-REDUCED      PIC S9(7)V9(2) VALUE 0.
           01  WS-BAL-REDUCED-COUNT PIC 9(7) COMP VALUE 0.
           01  WS-PERIOD-AMOUNT    PIC S9(7)V9(2).
           01  WS-WAIVER-DATE      PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM WRITE-WAIVER-AUDIT.
           ADD 1 TO WS-WAIVERS-APPLIED.
           ADD FW-AMOUNT TO WS-AMOUNT-WAIVED.
           PERFORM SET-WAIVER-DATE.
           MOVE FW-AMOUNT TO WS-PERIOD-AMOUNT.
           CALL 'CONTROL-TOTAL-DATED' USING WS-PROGRAM-NAME,
               'WAIVED    ', WS-PERIOD-AMOUNT, WS-WAIVER-DATE,
               FW-MEMBER-ID.

      *    A BACK-DATED WAIVER POSTS TO THE PERIOD OF ITS EFFECTIVE
      *    DATE, OR TO THE CURRENT PERIOD AS A PRIOR-PERIOD
      *    ADJUSTMENT WHEN FINANCE HAS ALREADY CLOSED THAT ONE.
       SET-WAIVER-DATE.
           IF FW-EFFECTIVE-DATE NUMERIC
                   AND FW-EFFECTIVE-DATE NOT = ZERO THEN
               MOVE FW-EFFECTIVE-DATE TO WS-WAIVER-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:8) TO WS-WAIVER-DATE
           END-IF.

      *    A WAIVED FEE THE MEMBER HAS ALREADY PAID TAKES THE
      *    BALANCE NEGATIVE - THE REFUNDED FEE IS CARRIED AS A
      *    CREDIT ON THE ACCOUNT, NOT CUT OFF AT ZERO.
       CREDIT-MEMBER-BALANCE.
           MOVE 'N' TO WS-MEMBER-FOUND-SWITCH.
           MOVE FW-MEMBER-ID TO MM-MEMBER-ID.
           END-READ.
           IF WS-MEMBER-FOUND THEN
               PERFORM RESOLVE-BILLING-MEMBER
               ADD FW-AMOUNT TO WS-BAL-REDUCED
               PERFORM SET-WAIVER-DATE
               MOVE FW-AMOUNT TO WS-PERIOD-AMOUNT
               CALL 'CONTROL-TOTAL-DATED' USING WS-PROGRAM-NAME,
                   'BALREDUCE ', WS-PERIOD-AMOUNT, WS-WAIVER-DATE,
                   FW-MEMBER-ID
               SUBTRACT FW-AMOUNT FROM MM-ACCOUNT-BALANCE
               ADD 1 TO WS-BAL-REDUCED-COUNT
               REWRITE MEMBER-MASTER-RECORD
           END-IF.
