                   10  WS-CV-LAST          PIC 9(8).
           01  WS-COUNT-EDIT       PIC ZZZZZZ9.
           01  WS-AMOUNT-EDIT      PIC ZZZZ9.99.
           01  WS-BALANCE-EDIT     PIC -ZZZZ9.99.
           01  WS-REPORT-LINE      PIC X(132).
           01  WS-REQUESTS-READ    PIC 9(7) COMP VALUE 0.
           01  WS-EXTRACTS-WRITTEN PIC 9(7) COMP VALUE 0.
               ' STORE ' MM-HOME-STORE
               ' LANGUAGE ' MM-LANGUAGE
               ' ALERTS ' MM-ALERT-PREFERENCES
               ' NEWSLETTER ' MM-CHART-NEWSLETTER-FLAG
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE DISCLOSURE-EXTRACT-LINE FROM WS-REPORT-LINE.
           IF MM-POSTAL-ADDRESS NOT = SPACES THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ADDRESS ' FUNCTION TRIM(MM-ADDR-LINE-1)
                   ', ' FUNCTION TRIM(MM-ADDR-LINE-2)
                   ', ' FUNCTION TRIM(MM-ADDR-CITY)
                   ' ' MM-ADDR-STATE ' ' MM-ADDR-ZIP
               INTO WS-REPORT-LINE
               END-STRING
               WRITE DISCLOSURE-EXTRACT-LINE FROM WS-REPORT-LINE
           END-IF.

       CLOSE-FILES.
           CLOSE DISCLOSURE-REQUESTS.
