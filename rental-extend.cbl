                                   WS-BASE-PRICE,
                                   WS-ADJUSTMENTS-APPLIED,
                                   WS-RATING-USED, RT-RENTAL-DATE,
                                   WS-OLD-DAYS, RT-CURRENCY-CODE,
                                   RT-MEDIA-FORMAT.
           CALL 'PRICE-MOVIE' USING XR-IMDB-ID, WS-NEW-PRICE,
                                   'FETCH-RATING-CACHED',
                                   TM-RELEASE-DATE, WS-UNRATED-FLAG,
                                   WS-BASE-PRICE,
                                   WS-ADJUSTMENTS-APPLIED,
                                   WS-RATING-USED, RT-RENTAL-DATE,
                                   WS-NEW-DAYS, RT-CURRENCY-CODE,
                                   RT-MEDIA-FORMAT.
           IF WS-NEW-PRICE > WS-OLD-PRICE THEN
               COMPUTE WS-EXTENSION-CHARGE =
                   WS-NEW-PRICE - WS-OLD-PRICE
