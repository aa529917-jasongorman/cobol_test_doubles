           01  QUOTE-STATUS    PIC X(02).
               88  QUOTE-ISSUED            VALUE '00'.
               88  QUOTE-NOT-ISSUED        VALUE 'NQ'.
           01  MEDIA-FORMAT    PIC X(03).
       PROCEDURE DIVISION USING IMDB-ID, MEMBER-ID, QUOTE-DATE,
                                   RELEASE-DATE, MEMBER-TIER, GENRE,
                                   FETCH-RATING, RENTAL-DAYS,
                                   CURRENCY-CODE, QUOTE-PRICE,
                                   QUOTE-ID, QUOTE-STATUS,
                                   MEDIA-FORMAT.
       MAIN-PROCEDURE.
           PERFORM OPEN-QUOTES-IF-NEEDED.
           MOVE '00' TO QUOTE-STATUS.
                                   GENRE, WS-BASE-PRICE,
                                   WS-ADJUSTMENTS-APPLIED,
                                   WS-RATING-USED, QUOTE-DATE,
                                   RENTAL-DAYS, CURRENCY-CODE,
                                   MEDIA-FORMAT.
           PERFORM WRITE-QUOTE-RECORD.
           GOBACK.

           MOVE QUOTE-PRICE TO PQ-PRICE.
           MOVE CURRENCY-CODE TO PQ-CURRENCY-CODE.
           MOVE RENTAL-DAYS TO PQ-RENTAL-DAYS.
           MOVE MEDIA-FORMAT TO PQ-MEDIA-FORMAT.
           MOVE WS-ADJUSTMENTS-APPLIED TO PQ-ADJUSTMENTS.
           MOVE QUOTE-DATE TO PQ-QUOTE-DATE.
           COMPUTE WS-EXPIRY-INTEGER =
