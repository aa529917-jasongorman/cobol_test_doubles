           01  WS-TOTALS-READ      PIC 9(7) COMP VALUE 0.
           01  WS-LINES-WRITTEN    PIC 9(7) COMP VALUE 0.
           01  WS-TOTALS-EXCEPTED  PIC 9(7) COMP VALUE 0.
           01  WS-EXC-KEY          PIC X(30).
           01  WS-EXC-SEVERITY     PIC X(01).
           01  WS-EXC-AMOUNT       PIC S9(7)V9(2).
           01  WS-EXC-TEXT         PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM EXTRACT-CYCLE-TOTALS.
           PERFORM PROVE-VOUCHER-BALANCE.
           PERFORM CLOSE-FILES.
           CALL 'CLOSE-EXCEPTION-LOG'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-TOTALS-READ, WS-LINES-WRITTEN,
               WS-TOTALS-EXCEPTED.
           MOVE WS-VOUCHER-AMOUNT TO GV-AMOUNT.
           MOVE CT-PROGRAM-ID TO GV-SOURCE-PROGRAM.
           MOVE CT-TOTAL-TYPE TO GV-SOURCE-TYPE.
           MOVE CT-PERIOD-ID TO GV-PERIOD-ID.
           MOVE CT-ADJUSTMENT-FLAG TO GV-ADJUSTMENT-FLAG.
           WRITE GL-VOUCHER-RECORD.
           ADD WS-VOUCHER-AMOUNT TO WS-DEBIT-TOTAL.
           ADD 1 TO WS-LINES-WRITTEN.
           INTO WS-EXCEPTION-LINE
           END-STRING.
           WRITE GL-EXCEPTION-LINE FROM WS-EXCEPTION-LINE.
           MOVE SPACES TO WS-EXC-KEY.
           STRING CT-PROGRAM-ID ' ' CT-TOTAL-TYPE
           INTO WS-EXC-KEY
           END-STRING.
           MOVE 'M' TO WS-EXC-SEVERITY.
           MOVE CT-AMOUNT TO WS-EXC-AMOUNT.
           MOVE WS-EXCEPTION-LINE TO WS-EXC-TEXT.
           PERFORM RAISE-EXCEPTION.

       RAISE-EXCEPTION.
           CALL 'EXCEPTION-LOG' USING WS-PROGRAM-NAME, WS-EXC-KEY,
               WS-EXC-SEVERITY, WS-EXC-AMOUNT, WS-EXC-TEXT.

       PROVE-VOUCHER-BALANCE.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL THEN
               END-STRING
               WRITE GL-EXCEPTION-LINE FROM WS-EXCEPTION-LINE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO WS-EXC-KEY
               STRING 'VOUCHER ' WS-CYCLE-DATE
               INTO WS-EXC-KEY
               END-STRING
               MOVE 'H' TO WS-EXC-SEVERITY
               COMPUTE WS-EXC-AMOUNT =
                   WS-DEBIT-TOTAL - WS-CREDIT-TOTAL
               MOVE 'GL VOUCHER OUT OF BALANCE - DEBITS LESS CREDITS'
                   TO WS-EXC-TEXT
               PERFORM RAISE-EXCEPTION
           END-IF.

       CLOSE-FILES.
