       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORE-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-FEED ASSIGN TO 'STOREIN'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STORE-MASTER ASSIGN TO 'STOREMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STORE-ID
               FILE STATUS IS WS-STORE-MASTER-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STORE-FEED.
       01  STORE-FEED-RECORD.
           05  STI-STORE-ID        PIC X(03).
           05  STI-STORE-NAME      PIC X(30).
           05  STI-POSTAL-ADDRESS.
               10  STI-ADDR-LINE-1 PIC X(30).
               10  STI-ADDR-LINE-2 PIC X(30).
               10  STI-ADDR-CITY   PIC X(20).
               10  STI-ADDR-STATE  PIC X(02).
               10  STI-ADDR-ZIP    PIC X(10).
           05  STI-PHONE           PIC X(15).
           05  STI-TAX-JURISDICTION PIC X(05).
           05  STI-OPENING-HOURS.
               10  STI-DAY-HOURS OCCURS 7 TIMES.
                   15  STI-OPEN-TIME   PIC 9(4).
                   15  STI-CLOSE-TIME  PIC 9(4).
           05  STI-MANAGER-ID      PIC X(08).
           05  STI-REGION          PIC X(04).
           05  STI-STATUS          PIC X(01).
           05  STI-OPENED-DATE     PIC 9(8).
           05  STI-CLOSED-DATE     PIC 9(8).

       FD  STORE-MASTER.
       COPY 'store-master.cpy'.

       FD  OPERATOR-MASTER.
       COPY 'operator-master.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'STORE-LOAD'.
           01  WS-STORE-MASTER-STATUS PIC X(02).
           01  WS-OPERATOR-STATUS  PIC X(02).
           01  WS-OPERATOR-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-OPERATOR-FILE-AVAILABLE VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-STORE-FEED       VALUE 'Y'.
           01  WS-STORE-FOUND-SWITCH PIC X(01).
               88  WS-STORE-FOUND          VALUE 'Y'.
           01  WS-HOURS-VALID-SWITCH PIC X(01).
               88  WS-HOURS-VALID          VALUE 'Y'.
           01  WS-MANAGER-VALID-SWITCH PIC X(01).
               88  WS-MANAGER-VALID        VALUE 'Y'.
           01  WS-DAY-IDX          PIC 9(1) COMP.
           01  WS-CHECK-TIME       PIC 9(4).
           01  WS-CHECK-TIME-PARTS REDEFINES WS-CHECK-TIME.
               05  WS-CHECK-HOUR   PIC 9(2).
               05  WS-CHECK-MINUTE PIC 9(2).
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-ENTRIES-READ     PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-LOADED   PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-REJECTED PIC 9(7) COMP VALUE 0.
           01  WS-STORES-CLOSED    PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-STORE-ENTRY.
           PERFORM LOAD-ONE-STORE-ENTRY
               UNTIL END-OF-STORE-FEED.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-ENTRIES-READ, WS-ENTRIES-LOADED,
               WS-ENTRIES-REJECTED.
           DISPLAY 'STORE-LOAD: ENTRIES READ ' WS-ENTRIES-READ
               ' LOADED ' WS-ENTRIES-LOADED
               ' REJECTED ' WS-ENTRIES-REJECTED
               ' CLOSED ' WS-STORES-CLOSED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT STORE-FEED.
           PERFORM OPEN-STORE-MASTER.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPERATOR-STATUS = '00' THEN
               SET WS-OPERATOR-FILE-AVAILABLE TO TRUE
           END-IF.

       OPEN-STORE-MASTER.
           OPEN I-O STORE-MASTER.
           IF WS-STORE-MASTER-STATUS = '35' THEN
               OPEN OUTPUT STORE-MASTER
               CLOSE STORE-MASTER
               OPEN I-O STORE-MASTER
           END-IF.

       READ-NEXT-STORE-ENTRY.
           READ STORE-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
           END-READ.

       LOAD-ONE-STORE-ENTRY.
           PERFORM CHECK-OPENING-HOURS.
           PERFORM CHECK-STORE-MANAGER.
           EVALUATE TRUE
               WHEN STI-STORE-ID = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'STORE-LOAD: BLANK STORE ID'
               WHEN STI-STORE-NAME = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'STORE-LOAD: BLANK NAME FOR '
                       STI-STORE-ID
               WHEN STI-TAX-JURISDICTION = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'STORE-LOAD: NO TAX JURISDICTION FOR '
                       STI-STORE-ID
               WHEN STI-REGION = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'STORE-LOAD: NO REGION FOR '
                       STI-STORE-ID
               WHEN STI-STATUS NOT = 'A' AND STI-STATUS NOT = 'C'
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'STORE-LOAD: BAD STATUS FOR '
                       STI-STORE-ID
               WHEN STI-OPENED-DATE NOT NUMERIC
                       OR STI-CLOSED-DATE NOT NUMERIC
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'STORE-LOAD: BAD OPENED OR CLOSED DATE FOR '
                       STI-STORE-ID
               WHEN NOT WS-HOURS-VALID
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'STORE-LOAD: BAD OPENING HOURS FOR '
                       STI-STORE-ID
               WHEN NOT WS-MANAGER-VALID
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'STORE-LOAD: MANAGER ' STI-MANAGER-ID
                       ' NOT AN ACTIVE OPERATOR FOR ' STI-STORE-ID
               WHEN OTHER
                   PERFORM STORE-STORE-ENTRY
           END-EVALUATE.
           PERFORM READ-NEXT-STORE-ENTRY.

      *    EACH DAY IS EITHER SHUT (BOTH TIMES ZERO) OR OPENS BEFORE
      *    IT CLOSES, WITH BOTH TIMES A REAL CLOCK TIME.
       CHECK-OPENING-HOURS.
           SET WS-HOURS-VALID TO TRUE.
           IF STI-OPENING-HOURS NOT NUMERIC THEN
               MOVE 'N' TO WS-HOURS-VALID-SWITCH
           ELSE
               PERFORM CHECK-ONE-DAY-HOURS
                   VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
           END-IF.

       CHECK-ONE-DAY-HOURS.
           IF STI-OPEN-TIME(WS-DAY-IDX) NOT = ZERO
                   OR STI-CLOSE-TIME(WS-DAY-IDX) NOT = ZERO THEN
               IF STI-OPEN-TIME(WS-DAY-IDX) >=
                       STI-CLOSE-TIME(WS-DAY-IDX) THEN
                   MOVE 'N' TO WS-HOURS-VALID-SWITCH
               END-IF
               MOVE STI-OPEN-TIME(WS-DAY-IDX) TO WS-CHECK-TIME
               PERFORM CHECK-CLOCK-TIME
               MOVE STI-CLOSE-TIME(WS-DAY-IDX) TO WS-CHECK-TIME
               PERFORM CHECK-CLOCK-TIME
           END-IF.

      *    2400 IS ALLOWED AS A CLOSING TIME FOR A STORE THAT SHUTS
      *    AT MIDNIGHT.
       CHECK-CLOCK-TIME.
           IF WS-CHECK-MINUTE > 59 OR WS-CHECK-TIME > 2400 THEN
               MOVE 'N' TO WS-HOURS-VALID-SWITCH
           END-IF.

      *    A STORE MAY BE LOADED WITHOUT A MANAGER WHILE THE POST IS
      *    VACANT. ONE THAT IS NAMED MUST BE AN ACTIVE OPERATOR, AND
      *    THE NAME IS TAKEN FROM THE OPERATOR FILE. WITH NO OPERATOR
      *    FILE THE ID IS TAKEN ON TRUST AND THE NAME LEFT BLANK.
       CHECK-STORE-MANAGER.
           SET WS-MANAGER-VALID TO TRUE.
           MOVE SPACES TO OP-NAME.
           IF STI-MANAGER-ID NOT = SPACES
                   AND WS-OPERATOR-FILE-AVAILABLE THEN
               MOVE STI-MANAGER-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-MANAGER-VALID-SWITCH
                       MOVE SPACES TO OP-NAME
                   NOT INVALID KEY
                       IF NOT OP-OPERATOR-ACTIVE THEN
                           MOVE 'N' TO WS-MANAGER-VALID-SWITCH
                       END-IF
               END-READ
           END-IF.

      *    RELOADING A STORE REPLACES EVERYTHING THE FEED CARRIES.
      *    A STORE LOADED AS CLOSED WITH NO CLOSING DATE IS TAKEN TO
      *    HAVE CLOSED TODAY; A STORE REOPENED LOSES ITS CLOSING DATE.
       STORE-STORE-ENTRY.
           MOVE 'N' TO WS-STORE-FOUND-SWITCH.
           MOVE STI-STORE-ID TO ST-STORE-ID.
           READ STORE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STORE-FOUND TO TRUE
           END-READ.
           MOVE STI-STORE-ID TO ST-STORE-ID.
           MOVE STI-STORE-NAME TO ST-STORE-NAME.
           MOVE STI-POSTAL-ADDRESS TO ST-POSTAL-ADDRESS.
           MOVE STI-PHONE TO ST-PHONE.
           MOVE STI-TAX-JURISDICTION TO ST-TAX-JURISDICTION.
           MOVE STI-OPENING-HOURS TO ST-OPENING-HOURS.
           MOVE STI-MANAGER-ID TO ST-MANAGER-ID.
           MOVE OP-NAME TO ST-MANAGER-NAME.
           MOVE STI-REGION TO ST-REGION.
           MOVE STI-STATUS TO ST-STATUS.
           MOVE STI-OPENED-DATE TO ST-OPENED-DATE.
           MOVE STI-CLOSED-DATE TO ST-CLOSED-DATE.
           IF ST-STORE-CLOSED THEN
               IF ST-CLOSED-DATE = ZERO THEN
                   MOVE WS-TODAY-CCYYMMDD TO ST-CLOSED-DATE
               END-IF
               ADD 1 TO WS-STORES-CLOSED
           ELSE
               MOVE ZERO TO ST-CLOSED-DATE
           END-IF.
           IF WS-STORE-FOUND THEN
               REWRITE STORE-MASTER-RECORD
           ELSE
               WRITE STORE-MASTER-RECORD
           END-IF.
           ADD 1 TO WS-ENTRIES-LOADED.

       CLOSE-FILES.
           CLOSE STORE-FEED.
           CLOSE STORE-MASTER.
           IF WS-OPERATOR-FILE-AVAILABLE THEN
               CLOSE OPERATOR-MASTER
           END-IF.

       END PROGRAM STORE-LOAD.
