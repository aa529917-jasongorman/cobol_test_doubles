       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'RENTAL-ARCHIVE'.
           01  WS-ZERO-COUNT       PIC 9(7) COMP VALUE 0.
           01  WS-ZERO-AMOUNT      PIC S9(7)V9(2) VALUE 0.
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-RENTAL-HISTORY-STATUS PIC X(02).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           PERFORM READ-NEXT-RENTAL.
           PERFORM EXAMINE-ONE-RENTAL UNTIL END-OF-RENTALS.
           PERFORM CLOSE-FILES.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'ARCHIVED  ',
               WS-RENTALS-ARCHIVED, WS-ZERO-AMOUNT.
           CALL 'CLOSE-CONTROL-TOTAL'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-RENTALS-READ, WS-RENTALS-ARCHIVED, WS-ZERO-COUNT.
           DISPLAY 'RENTAL-ARCHIVE: RENTALS READ ' WS-RENTALS-READ
           MOVE RT-TAX-AMOUNT TO RH-TAX-AMOUNT.
           MOVE RT-TAX-JURISDICTION TO RH-TAX-JURISDICTION.
           MOVE RT-COPY-NUMBER TO RH-COPY-NUMBER.
           MOVE RT-STORE-ID TO RH-STORE-ID.
           MOVE RT-RETURN-STORE TO RH-RETURN-STORE.
           MOVE RT-MEDIA-FORMAT TO RH-MEDIA-FORMAT.
           MOVE RT-DISC-COUNT TO RH-DISC-COUNT.
           MOVE RT-DISCS-MISSING TO RH-DISCS-MISSING.
           MOVE RT-SET-RETURN-DATE TO RH-SET-RETURN-DATE.
           MOVE RT-RETURN-POSTED-DATE TO RH-RETURN-POSTED-DATE.
           MOVE WS-TODAY-CCYYMMDD TO RH-ARCHIVE-DATE.
           WRITE RENTAL-HISTORY-RECORD
               INVALID KEY
                   REWRITE RENTAL-HISTORY-RECORD
