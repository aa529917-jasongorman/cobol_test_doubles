               88  WS-SIMULATION-RUN       VALUE 'Y'.
           01  WS-PRICE-DELTA      PIC S9(2)V9(2).
           01  WS-ZERO-AMOUNT      PIC S9(7)V9(2) VALUE 0.
           01  WS-EXC-KEY          PIC X(30).
           01  WS-EXC-SEVERITY     PIC X(01).
           01  WS-EXC-AMOUNT       PIC S9(7)V9(2).
           01  WS-EXC-TEXT         PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
                   'OVERRIDDEN', WS-TITLES-OVERRIDDEN,
                   WS-ZERO-AMOUNT
               CALL 'CLOSE-CONTROL-TOTAL'
               CALL 'CLOSE-EXCEPTION-LOG'
           END-IF.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-TITLES-READ, WS-TITLES-PRICED,
           IF WS-OVERRIDE-ACTIVE THEN
               PERFORM WRITE-OVERRIDE-SKIP-EXCEPTION
           ELSE
      *        THE SHELF PRICE IS THE DVD PRICE; RENTAL-POST ADDS THE
      *        FORMAT PREMIUM FOR A BLU-RAY OR 4K COPY AT THE COUNTER.
               CALL 'PRICE-MOVIE' USING TM-IMDB-ID, WS-RENTAL-PRICE,
                                       'FETCH-RATING-CACHED',
                                       TM-RELEASE-DATE, WS-UNRATED-FLAG,
                                       WS-BASE-PRICE,
                                       WS-ADJUSTMENTS-APPLIED,
                                       WS-RATING-USED, WS-RENTAL-DATE,
                                       WS-RENTAL-DAYS, WS-CURRENCY-CODE,
                                       'DVD'

               IF NOT WS-SIMULATION-RUN THEN
                   PERFORM WRITE-PRICE-AUDIT
           MOVE 'TITLE IS UNRATED' TO PE-REASON.
           WRITE PRICE-EXCEPTION-RECORD.
           ADD 1 TO WS-TITLES-EXCEPTED.
           IF NOT WS-SIMULATION-RUN THEN
               PERFORM RAISE-UNRATED-EXCEPTION
           END-IF.

      *    AN OVERRIDE SKIP IS A DECISION SOMEONE ALREADY MADE, SO
      *    ONLY THE UNRATED TITLE GOES ON THE SHARED WORKLIST. A
      *    SIMULATION RUN RAISES NOTHING.
       RAISE-UNRATED-EXCEPTION.
           MOVE SPACES TO WS-EXC-KEY.
           STRING TM-IMDB-ID ' UNRATED'
           INTO WS-EXC-KEY
           END-STRING.
           MOVE 'M' TO WS-EXC-SEVERITY.
           MOVE TM-PRICE TO WS-EXC-AMOUNT.
           MOVE SPACES TO WS-EXC-TEXT.
           STRING TM-TITLE ' IS UNRATED - NOT REPRICED'
           INTO WS-EXC-TEXT
           END-STRING.
           CALL 'EXCEPTION-LOG' USING WS-PROGRAM-NAME, WS-EXC-KEY,
               WS-EXC-SEVERITY, WS-EXC-AMOUNT, WS-EXC-TEXT.

       WRITE-PRICE-AUDIT.
           MOVE TM-IMDB-ID TO PA-IMDB-ID.
           MOVE WS-ADJUSTMENTS-APPLIED TO PA-ADJUSTMENTS.
           MOVE 'BATCH' TO PA-PRICE-SOURCE.
           MOVE SPACES TO PA-OVERRIDE-REASON.
           MOVE SPACES TO PA-APPROVED-BY.
           WRITE PRICE-AUDIT-RECORD.
           MOVE TM-IMDB-ID TO LE-IMDB-ID.
           MOVE 'BATCH' TO LE-PRICE-SOURCE.
