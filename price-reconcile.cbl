           01  WS-RATING-USED      PIC 9(1)V9(1).
           01  WS-RENTALS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-MISMATCHES-FOUND PIC 9(7) COMP VALUE 0.
           01  WS-EXC-KEY          PIC X(30).
           01  WS-EXC-SEVERITY     PIC X(01).
           01  WS-EXC-AMOUNT       PIC S9(7)V9(2).
           01  WS-EXC-TEXT         PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM CLOSE-FILES.
           CALL 'CLOSE-RATING-CACHE'.
           CALL 'CLOSE-PRICE-REF'.
           CALL 'CLOSE-EXCEPTION-LOG'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-RENTALS-READ, WS-MISMATCHES-FOUND, WS-ZERO-COUNT.
           DISPLAY 'PRICE-RECONCILE: RENTALS READ ' WS-RENTALS-READ
                                   WS-BASE-PRICE,
                                   WS-ADJUSTMENTS-APPLIED,
                                   WS-RATING-USED, RT-RENTAL-DATE,
                                   RT-RENTAL-DAYS, RT-CURRENCY-CODE,
                                   RT-MEDIA-FORMAT.

       WRITE-RECONCILE-EXCEPTION.
           MOVE RT-MEMBER-ID TO RE-MEMBER-ID.
           END-IF.
           WRITE RECONCILE-EXCEPTION-RECORD.
           ADD 1 TO WS-MISMATCHES-FOUND.
           MOVE SPACES TO WS-EXC-KEY.
           STRING RT-MEMBER-ID ' ' RT-IMDB-ID ' ' RT-RENTAL-DATE
           INTO WS-EXC-KEY
           END-STRING.
           MOVE 'M' TO WS-EXC-SEVERITY.
           COMPUTE WS-EXC-AMOUNT = RT-RATE - WS-CURRENT-PRICE.
           MOVE RE-REASON TO WS-EXC-TEXT.
           CALL 'EXCEPTION-LOG' USING WS-PROGRAM-NAME, WS-EXC-KEY,
               WS-EXC-SEVERITY, WS-EXC-AMOUNT, WS-EXC-TEXT.

       CLOSE-FILES.
           CLOSE RENTAL-TRANSACTION.
