           MOVE ACQ-GENRE TO TM-GENRE.
           MOVE ACQ-RELEASE-DATE TO TM-RELEASE-DATE.
           MOVE ACQ-CERTIFICATE TO TM-CERTIFICATE.
           MOVE ACQ-VENDOR-ID TO TM-VENDOR-ID.
           MOVE ZERO TO TM-RATING.
           MOVE ZERO TO TM-PRICE.
           MOVE WS-COPIES-TO-ADD TO TM-COPIES-ON-HAND.
      *    ACQUISITIONS ARRIVE AS DVD STOCK UNTIL THE COPY REGISTER
      *    SAYS OTHERWISE - FORMAT-RECOUNT SETTLES THE SPLIT.
           MOVE WS-COPIES-TO-ADD TO TM-FORMAT-ON-HAND(1).
           MOVE ZERO TO TM-FORMAT-ON-HAND(2) TM-FORMAT-ON-HAND(3).
           MOVE ZERO TO TM-DISC-COUNT TM-SET-PRICE.
           WRITE TITLE-MASTER-RECORD.
           ADD 1 TO WS-TITLES-ADDED.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE ACQ-GENRE TO TM-GENRE.
           MOVE ACQ-RELEASE-DATE TO TM-RELEASE-DATE.
           MOVE ACQ-CERTIFICATE TO TM-CERTIFICATE.
           IF ACQ-VENDOR-ID NOT = SPACES THEN
               MOVE ACQ-VENDOR-ID TO TM-VENDOR-ID
           END-IF.
           ADD WS-COPIES-TO-ADD TO TM-COPIES-ON-HAND.
           ADD WS-COPIES-TO-ADD TO TM-FORMAT-ON-HAND(1).
           REWRITE TITLE-MASTER-RECORD.
           ADD 1 TO WS-TITLES-UPDATED.
           MOVE SPACES TO WS-REPORT-LINE.
