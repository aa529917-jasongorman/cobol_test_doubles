           01  HOLIDAY-RENTAL-DATE PIC 9(8) VALUE 20201225.
           01  RENTAL-DAYS     PIC 9(3) VALUE 1.
           01  CURRENCY-CODE   PIC X(03) VALUE 'USD'.
           01  MEDIA-FORMAT    PIC X(03) VALUE 'DVD'.
           01  UNRATED-FLAG    PIC X(01).
           01  ACTUAL-UNRATED-FLAG-TXT PIC X(100).
           01  EXPECTED-UNRATED-FLAG-TXT PIC X(100).
            PERFORM THREE-NIGHT-RENTAL-TEST.
            PERFORM WEEKLY-RENTAL-TEST.
            PERFORM EURO-CURRENCY-CONVERSION-TEST.
            PERFORM BLURAY-FORMAT-PREMIUM-TEST.
            PERFORM UHD-FORMAT-PREMIUM-TEST.
            GOBACK.

       AVERAGE-RATED-MOVIE-PRICE-TEST.
                                   BASE-PRICE, ADJUSTMENTS-APPLIED,
                                   RATING-USED, RENTAL-DATE,
                                   RENTAL-DAYS,
                                   CURRENCY-CODE, MEDIA-FORMAT.

           CALL 'ASSERT-NUM-EQUAL' USING TEST-CONTEXT,
                               'AVERAGE-RATED-MOVIE-PRICE-TEST',
                                   BASE-PRICE, ADJUSTMENTS-APPLIED,
                                   RATING-USED, RENTAL-DATE,
                                   RENTAL-DAYS,
                                   CURRENCY-CODE, MEDIA-FORMAT.

           CALL 'ASSERT-NUM-EQUAL' USING TEST-CONTEXT,
                               'AVERAGE-RATED-MOVIE-PRICE-TEST',
                                   BASE-PRICE, ADJUSTMENTS-APPLIED,
                                   RATING-USED, RENTAL-DATE,
                                   RENTAL-DAYS,
                                   CURRENCY-CODE, MEDIA-FORMAT.

           CALL 'ASSERT-NUM-EQUAL' USING TEST-CONTEXT,
                               'AVERAGE-RATED-MOVIE-PRICE-TEST',
                                   BASE-PRICE, ADJUSTMENTS-APPLIED,
                                   RATING-USED, RENTAL-DATE,
                                   RENTAL-DAYS,
                                   CURRENCY-CODE, MEDIA-FORMAT.

           CALL 'ASSERT-NUM-EQUAL' USING TEST-CONTEXT,
                               'NEW-RELEASE-SURCHARGE-TEST',
                                   BASE-PRICE, ADJUSTMENTS-APPLIED,
                                   RATING-USED, RENTAL-DATE,
                                   RENTAL-DAYS,
                                   CURRENCY-CODE, MEDIA-FORMAT.

           CALL 'ASSERT-NUM-EQUAL' USING TEST-CONTEXT,
                               'UNRATED-MOVIE-PRICE-TEST',
                                   BASE-PRICE, ADJUSTMENTS-APPLIED,
                                   RATING-USED, RENTAL-DATE,
                                   RENTAL-DAYS,
                                   CURRENCY-CODE, MEDIA-FORMAT.

           CALL 'ASSERT-NUM-EQUAL' USING TEST-CONTEXT,
                               'GOLD-MEMBER-DISCOUNT-TEST',
                                   BASE-PRICE, ADJUSTMENTS-APPLIED,
                                   RATING-USED, RENTAL-DATE,
                                   RENTAL-DAYS,
                                   CURRENCY-CODE, MEDIA-FORMAT.

           CALL 'ASSERT-NUM-EQUAL' USING TEST-CONTEXT,
                               'PLATINUM-MEMBER-DISCOUNT-TEST',
                                   BASE-PRICE, ADJUSTMENTS-APPLIED,
                                   RATING-USED, RENTAL-DATE,
                                   RENTAL-DAYS,
                                   CURRENCY-CODE, MEDIA-FORMAT.

           CALL 'ASSERT-NUM-EQUAL' USING TEST-CONTEXT,
                               'CLASSIC-GENRE-PRICE-TEST',
                                   BASE-PRICE, ADJUSTMENTS-APPLIED,
                                   RATING-USED, RENTAL-DATE,
                                   RENTAL-DAYS,
                                   CURRENCY-CODE, MEDIA-FORMAT.

           CALL 'ASSERT-NUM-EQUAL' USING TEST-CONTEXT,
                               'ACTION-GENRE-PRICE-TEST',
                                   BASE-PRICE, ADJUSTMENTS-APPLIED,
                                   RATING-USED, WEEKEND-RENTAL-DATE,
                                   RENTAL-DAYS,
                                   CURRENCY-CODE, MEDIA-FORMAT.

           CALL 'ASSERT-NUM-EQUAL' USING TEST-CONTEXT,
                               'WEEKEND-SURCHARGE-TEST',
                                   BASE-PRICE, ADJUSTMENTS-APPLIED,
                                   RATING-USED, HOLIDAY-RENTAL-DATE,
                                   RENTAL-DAYS,
                                   CURRENCY-CODE, MEDIA-FORMAT.

           CALL 'ASSERT-NUM-EQUAL' USING TEST-CONTEXT,
                               'HOLIDAY-SURCHARGE-TEST',
                                   BASE-PRICE, ADJUSTMENTS-APPLIED,
                                   RATING-USED, RENTAL-DATE,
                                   RENTAL-DAYS,
                                   CURRENCY-CODE, MEDIA-FORMAT.

           CALL 'ASSERT-NUM-EQUAL' USING TEST-CONTEXT,
                               'THREE-NIGHT-RENTAL-TEST',
                                   BASE-PRICE, ADJUSTMENTS-APPLIED,
                                   RATING-USED, RENTAL-DATE,
                                   RENTAL-DAYS,
                                   CURRENCY-CODE, MEDIA-FORMAT.

           CALL 'ASSERT-NUM-EQUAL' USING TEST-CONTEXT,
                               'WEEKLY-RENTAL-TEST',
                                   BASE-PRICE, ADJUSTMENTS-APPLIED,
                                   RATING-USED, RENTAL-DATE,
                                   RENTAL-DAYS,
                                   CURRENCY-CODE, MEDIA-FORMAT.

           CALL 'ASSERT-NUM-EQUAL' USING TEST-CONTEXT,
                               'EURO-CURRENCY-CONVERSION-TEST',

           MOVE 'USD' TO CURRENCY-CODE.

       BLURAY-FORMAT-PREMIUM-TEST.
           MOVE 'tt2527338' TO IMDB-ID.
           MOVE 6.7 TO RATING-TO-USE.
           MOVE 5.99 TO EXPECTED-PRICE.
           MOVE OLD-RELEASE-DATE TO RELEASE-DATE.
           MOVE 'BLU' TO MEDIA-FORMAT.

           CALL 'PRICE-MOVIE' USING IMDB-ID, RENTAL-PRICE,
                                   'RATING-STUB', RELEASE-DATE,
                                   UNRATED-FLAG, MEMBER-TIER, GENRE,
                                   BASE-PRICE, ADJUSTMENTS-APPLIED,
                                   RATING-USED, RENTAL-DATE,
                                   RENTAL-DAYS,
                                   CURRENCY-CODE, MEDIA-FORMAT.

           CALL 'ASSERT-NUM-EQUAL' USING TEST-CONTEXT,
                               'BLURAY-FORMAT-PREMIUM-TEST',
                               EXPECTED-PRICE, RENTAL-PRICE.

           MOVE 'DVD' TO MEDIA-FORMAT.

       UHD-FORMAT-PREMIUM-TEST.
           MOVE 'tt2527338' TO IMDB-ID.
           MOVE 6.7 TO RATING-TO-USE.
           MOVE 6.99 TO EXPECTED-PRICE.
           MOVE OLD-RELEASE-DATE TO RELEASE-DATE.
           MOVE '4K' TO MEDIA-FORMAT.

           CALL 'PRICE-MOVIE' USING IMDB-ID, RENTAL-PRICE,
                                   'RATING-STUB', RELEASE-DATE,
                                   UNRATED-FLAG, MEMBER-TIER, GENRE,
                                   BASE-PRICE, ADJUSTMENTS-APPLIED,
                                   RATING-USED, RENTAL-DATE,
                                   RENTAL-DAYS,
                                   CURRENCY-CODE, MEDIA-FORMAT.

           CALL 'ASSERT-NUM-EQUAL' USING TEST-CONTEXT,
                               'UHD-FORMAT-PREMIUM-TEST',
                               EXPECTED-PRICE, RENTAL-PRICE.

           MOVE 'DVD' TO MEDIA-FORMAT.

       END PROGRAM PRICING-TEST.
