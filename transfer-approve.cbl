           05  TS-RENTALS-7DAY     PIC 9(5).
           05  TS-APPROVAL-FLAG    PIC X(01).
               88  TS-SUGGESTION-APPROVED  VALUE 'A'.
      *    THE MANAGER WHO MARKED THE LINE, CARRIED ONTO THE REQUEST
      *    SO THE TRANSFER AUDIT NAMES WHO APPROVED THE MOVE.
           05  TS-APPROVED-BY      PIC X(08).

       FD  TRANSFER-REQUESTS.
       01  TRANSFER-REQUEST-RECORD.
           05  XF-TO-STORE         PIC X(03).
           05  XF-QUANTITY         PIC 9(4).
           05  XF-COPY-NUMBER      PIC 9(4).
           05  XF-TRANSFER-TYPE    PIC X(01).
           05  XF-APPROVED-BY      PIC X(08).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'TRANSFER-APPROVE'.
               MOVE TS-TO-STORE TO XF-TO-STORE
               MOVE TS-QUANTITY TO XF-QUANTITY
               MOVE ZEROS TO XF-COPY-NUMBER
               MOVE SPACE TO XF-TRANSFER-TYPE
               MOVE TS-APPROVED-BY TO XF-APPROVED-BY
               WRITE TRANSFER-REQUEST-RECORD
               ADD 1 TO WS-REQUESTS-WRITTEN
           ELSE
