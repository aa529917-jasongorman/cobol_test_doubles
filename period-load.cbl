       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FEED ASSIGN TO 'PERIODIN'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNTING-PERIODS ASSIGN TO 'ACCTPER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-PERIOD-ID
               FILE STATUS IS WS-PERIOD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FEED.
       01  PERIOD-FEED-RECORD.
           05  PI-PERIOD-ID        PIC X(06).
           05  PI-START-DATE       PIC 9(8).
           05  PI-END-DATE         PIC 9(8).
           05  PI-STATUS           PIC X(01).
           05  PI-OPERATOR-ID      PIC X(08).

       FD  ACCOUNTING-PERIODS.
       COPY 'accounting-period.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'PERIOD-LOAD'.
           01  WS-PERIOD-STATUS    PIC X(02).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-PERIOD-FEED      VALUE 'Y'.
           01  WS-SCAN-EOF-SWITCH  PIC X(01).
               88  END-OF-PERIOD-SCAN      VALUE 'Y'.
           01  WS-PERIOD-FOUND-SWITCH PIC X(01).
               88  WS-PERIOD-FOUND         VALUE 'Y'.
           01  WS-OVERLAP-SWITCH   PIC X(01).
               88  WS-PERIODS-OVERLAP      VALUE 'Y'.
           01  WS-OVERLAP-PERIOD   PIC X(06).
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-ENTRIES-READ     PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-LOADED   PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-REJECTED PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM READ-NEXT-PERIOD-ENTRY.
           PERFORM LOAD-ONE-PERIOD-ENTRY
               UNTIL END-OF-PERIOD-FEED.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-ENTRIES-READ, WS-ENTRIES-LOADED,
               WS-ENTRIES-REJECTED.
           DISPLAY 'PERIOD-LOAD: ENTRIES READ ' WS-ENTRIES-READ
               ' LOADED ' WS-ENTRIES-LOADED
               ' REJECTED ' WS-ENTRIES-REJECTED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT PERIOD-FEED.
           PERFORM OPEN-ACCOUNTING-PERIODS.

       OPEN-ACCOUNTING-PERIODS.
           OPEN I-O ACCOUNTING-PERIODS.
           IF WS-PERIOD-STATUS = '35' THEN
               OPEN OUTPUT ACCOUNTING-PERIODS
               CLOSE ACCOUNTING-PERIODS
               OPEN I-O ACCOUNTING-PERIODS
           END-IF.

       READ-NEXT-PERIOD-ENTRY.
           READ PERIOD-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
           END-READ.

      *    A CLOSE MUST NAME WHO CLOSED THE PERIOD. THE OVERLAP CHECK
      *    KEEPS ANY ONE DATE IN EXACTLY ONE PERIOD, SO A POSTING CAN
      *    NEVER BE CLAIMED BY TWO.
       LOAD-ONE-PERIOD-ENTRY.
           EVALUATE TRUE
               WHEN PI-PERIOD-ID = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'PERIOD-LOAD: BLANK PERIOD ID'
               WHEN PI-START-DATE NOT NUMERIC
                       OR PI-END-DATE NOT NUMERIC
                       OR PI-START-DATE = ZERO
                       OR PI-START-DATE > PI-END-DATE
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'PERIOD-LOAD: BAD DATES FOR '
                       PI-PERIOD-ID
               WHEN PI-STATUS NOT = 'O' AND PI-STATUS NOT = 'C'
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'PERIOD-LOAD: BAD STATUS FOR '
                       PI-PERIOD-ID
               WHEN PI-STATUS = 'C' AND PI-OPERATOR-ID = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'PERIOD-LOAD: NO OPERATOR ON CLOSE OF '
                       PI-PERIOD-ID
               WHEN OTHER
                   PERFORM CHECK-PERIOD-OVERLAP
                   IF WS-PERIODS-OVERLAP THEN
                       ADD 1 TO WS-ENTRIES-REJECTED
                       DISPLAY 'PERIOD-LOAD: ' PI-PERIOD-ID
                           ' OVERLAPS PERIOD ' WS-OVERLAP-PERIOD
                   ELSE
                       PERFORM STORE-PERIOD-ENTRY
                   END-IF
           END-EVALUATE.
           PERFORM READ-NEXT-PERIOD-ENTRY.

       CHECK-PERIOD-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-SWITCH.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO AP-PERIOD-ID.
           START ACCOUNTING-PERIODS KEY IS NOT < AP-PERIOD-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM SCAN-ONE-PERIOD
               UNTIL END-OF-PERIOD-SCAN OR WS-PERIODS-OVERLAP.

       SCAN-ONE-PERIOD.
           READ ACCOUNTING-PERIODS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-READ.
           IF NOT END-OF-PERIOD-SCAN
                   AND AP-PERIOD-ID NOT = PI-PERIOD-ID
                   AND PI-START-DATE NOT > AP-END-DATE
                   AND PI-END-DATE NOT < AP-START-DATE
           THEN
               SET WS-PERIODS-OVERLAP TO TRUE
               MOVE AP-PERIOD-ID TO WS-OVERLAP-PERIOD
           END-IF.

      *    A CLOSED PERIOD IS FINAL: IT CANNOT BE REOPENED OR HAVE ITS
      *    DATES MOVED, BECAUSE THE LEDGER HAS ALREADY BEEN REPORTED
      *    ON THOSE DATES. A LATE POSTING FOR IT GOES INTO THE CURRENT
      *    PERIOD AS A PRIOR-PERIOD ADJUSTMENT INSTEAD.
       STORE-PERIOD-ENTRY.
           MOVE 'N' TO WS-PERIOD-FOUND-SWITCH.
           MOVE PI-PERIOD-ID TO AP-PERIOD-ID.
           READ ACCOUNTING-PERIODS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PERIOD-FOUND TO TRUE
           END-READ.
           IF WS-PERIOD-FOUND AND AP-PERIOD-CLOSED
                   AND (PI-STATUS NOT = 'C'
                       OR PI-START-DATE NOT = AP-START-DATE
                       OR PI-END-DATE NOT = AP-END-DATE)
           THEN
               ADD 1 TO WS-ENTRIES-REJECTED
               DISPLAY 'PERIOD-LOAD: PERIOD ' PI-PERIOD-ID
                   ' IS CLOSED AND CANNOT BE CHANGED'
           ELSE
               IF NOT WS-PERIOD-FOUND OR NOT AP-PERIOD-CLOSED THEN
                   PERFORM MOVE-PERIOD-FIELDS
                   IF WS-PERIOD-FOUND THEN
                       REWRITE ACCOUNTING-PERIOD-RECORD
                   ELSE
                       WRITE ACCOUNTING-PERIOD-RECORD
                   END-IF
               END-IF
               ADD 1 TO WS-ENTRIES-LOADED
           END-IF.

       MOVE-PERIOD-FIELDS.
           MOVE PI-PERIOD-ID TO AP-PERIOD-ID.
           MOVE PI-START-DATE TO AP-START-DATE.
           MOVE PI-END-DATE TO AP-END-DATE.
           MOVE PI-STATUS TO AP-STATUS.
           IF AP-PERIOD-CLOSED THEN
               MOVE WS-CURRENT-DATE(1:8) TO AP-CLOSED-DATE
               MOVE PI-OPERATOR-ID TO AP-CLOSED-BY
           ELSE
               MOVE ZERO TO AP-CLOSED-DATE
               MOVE SPACES TO AP-CLOSED-BY
           END-IF.

       CLOSE-FILES.
           CLOSE PERIOD-FEED.
           CLOSE ACCOUNTING-PERIODS.

       END PROGRAM PERIOD-LOAD.
