           01  RENTAL-DATE     PIC 9(8).
           01  RENTAL-DAYS     PIC 9(3).
           01  CURRENCY-CODE   PIC X(03).
           01  MEDIA-FORMAT    PIC X(03).
       PROCEDURE DIVISION USING IMDB-ID, RENTAL-PRICE, FETCH-RATING,
                                   RELEASE-DATE, UNRATED-FLAG,
                                   MEMBER-TIER, GENRE, BASE-PRICE,
                                   ADJUSTMENTS-APPLIED, RATING-USED,
                                   RENTAL-DATE, RENTAL-DAYS,
                                   CURRENCY-CODE, MEDIA-FORMAT.
       MAIN-PROCEDURE.
           PERFORM OPEN-PRICE-REF-IF-NEEDED.
           MOVE SPACES TO ADJUSTMENTS-APPLIED.
           MOVE RATING TO RATING-USED.
           PERFORM DETERMINE-BASE-PRICE-BY-GENRE.
           MOVE RENTAL-PRICE TO BASE-PRICE.
           PERFORM APPLY-FORMAT-PREMIUM.
           MOVE 'N' TO UNRATED-FLAG.

           IF RATING = ZERO THEN
                   MOVE 4.95 TO RENTAL-PRICE
           END-EVALUATE.

      *    A BLU-RAY OR 4K COPY COSTS MORE TO BUY AND RENTS FOR MORE
      *    ON TOP OF THE GENRE PRICE. DVD, OR NO FORMAT GIVEN, IS THE
      *    GENRE PRICE AS IT STANDS.
       APPLY-FORMAT-PREMIUM.
           EVALUATE MEDIA-FORMAT
               WHEN 'BLU'
                   ADD 1.00 TO RENTAL-PRICE
                   MOVE 'BLU-RAY' TO WS-ADJUSTMENT-CODE
                   PERFORM APPEND-ADJUSTMENT
               WHEN '4K'
                   ADD 2.00 TO RENTAL-PRICE
                   MOVE '4K-UHD' TO WS-ADJUSTMENT-CODE
                   PERFORM APPEND-ADJUSTMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-NEW-RELEASE-SURCHARGE.
           COMPUTE WS-DAYS-SINCE-RELEASE =
               FUNCTION INTEGER-OF-DATE(RENTAL-DATE) -
