       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMAT-RECOUNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITLE-MASTER ASSIGN TO 'TITLEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-IMDB-ID
               FILE STATUS IS WS-TITLE-MASTER-STATUS.

           SELECT COPY-MASTER ASSIGN TO 'COPYMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-COPY-MASTER-STATUS.

           SELECT HOLD-QUEUE ASSIGN TO 'HOLDQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HQ-KEY
               FILE STATUS IS WS-HOLD-QUEUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.

       FD  COPY-MASTER.
       COPY 'copy-master.cpy'.

       FD  HOLD-QUEUE.
       COPY 'hold-queue.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'FORMAT-RECOUNT'.
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-COPY-MASTER-STATUS PIC X(02).
           01  WS-HOLD-QUEUE-STATUS PIC X(02).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-TITLES           VALUE 'Y'.
           01  WS-COPY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-COPY-FILE-AVAILABLE  VALUE 'Y'.
           01  WS-HOLDQ-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-HOLDQ-AVAILABLE      VALUE 'Y'.
           01  WS-COPY-EOF-SWITCH  PIC X(01).
               88  END-OF-TITLE-COPIES     VALUE 'Y'.
           01  WS-HOLD-EOF-SWITCH  PIC X(01).
               88  END-OF-TITLE-HOLDS      VALUE 'Y'.
      *    SHELF COUNT PER FORMAT (DVD, BLU-RAY, 4K) FOR THE TITLE
      *    IN HAND, LESS THE COPIES SET ASIDE FOR NOTIFIED HOLDS.
           01  WS-FORMAT-COUNT-TABLE.
               05  WS-FORMAT-COUNT     PIC S9(5) COMP OCCURS 3 TIMES.
           01  WS-DVD-COUNT        PIC S9(5) COMP.
           01  WS-OLD-FORMAT-TABLE.
               05  WS-OLD-FORMAT-COUNT PIC 9(4) OCCURS 3 TIMES.
           01  WS-TITLES-READ      PIC 9(7) COMP VALUE 0.
           01  WS-TITLES-ADJUSTED  PIC 9(7) COMP VALUE 0.
           01  WS-TITLES-REJECTED  PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-TITLE.
           PERFORM RECOUNT-ONE-TITLE UNTIL END-OF-TITLES.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-TITLES-READ, WS-TITLES-ADJUSTED,
               WS-TITLES-REJECTED.
           DISPLAY 'FORMAT-RECOUNT: TITLES READ ' WS-TITLES-READ
               ' ADJUSTED ' WS-TITLES-ADJUSTED.
           GOBACK.

       OPEN-FILES.
           OPEN I-O TITLE-MASTER.
           IF WS-TITLE-MASTER-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           OPEN INPUT COPY-MASTER.
           IF WS-COPY-MASTER-STATUS = '00' THEN
               SET WS-COPY-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT HOLD-QUEUE.
           IF WS-HOLD-QUEUE-STATUS = '00' THEN
               SET WS-HOLDQ-AVAILABLE TO TRUE
           END-IF.

       READ-NEXT-TITLE.
           IF NOT END-OF-TITLES THEN
               READ TITLE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-TITLES-READ
               END-READ
           END-IF.

      *    THE REGISTER KNOWS WHICH COPIES ON THE SHELF ARE BLU-RAY
      *    AND 4K; EVERYTHING ELSE THE TITLE HAS ON HAND IS DVD, THE
      *    FORMAT EVERY COPY WAS BEFORE THE OTHERS WERE STOCKED. SO
      *    THE THREE COUNTS ALWAYS ADD BACK TO TM-COPIES-ON-HAND,
      *    EVEN FOR A TITLE WITH NO COPIES IN THE REGISTER. A COPY
      *    HELD FOR A NOTIFIED MEMBER IS NOT RENTABLE AND COMES OFF
      *    ITS FORMAT'S COUNT.
       RECOUNT-ONE-TITLE.
           MOVE TM-FORMAT-ON-HAND(1) TO WS-OLD-FORMAT-COUNT(1).
           MOVE TM-FORMAT-ON-HAND(2) TO WS-OLD-FORMAT-COUNT(2).
           MOVE TM-FORMAT-ON-HAND(3) TO WS-OLD-FORMAT-COUNT(3).
           MOVE ZERO TO WS-FORMAT-COUNT(1) WS-FORMAT-COUNT(2)
               WS-FORMAT-COUNT(3).
           IF WS-COPY-FILE-AVAILABLE THEN
               PERFORM COUNT-TITLE-COPIES
           END-IF.
           IF WS-HOLDQ-AVAILABLE THEN
               PERFORM COUNT-TITLE-HOLDS
           END-IF.
           IF WS-FORMAT-COUNT(2) < ZERO THEN
               MOVE ZERO TO WS-FORMAT-COUNT(2)
           END-IF.
           IF WS-FORMAT-COUNT(3) < ZERO THEN
               MOVE ZERO TO WS-FORMAT-COUNT(3)
           END-IF.
           IF WS-FORMAT-COUNT(2) > TM-COPIES-ON-HAND THEN
               MOVE TM-COPIES-ON-HAND TO WS-FORMAT-COUNT(2)
           END-IF.
           IF WS-FORMAT-COUNT(2) + WS-FORMAT-COUNT(3)
                   > TM-COPIES-ON-HAND THEN
               COMPUTE WS-FORMAT-COUNT(3) =
                   TM-COPIES-ON-HAND - WS-FORMAT-COUNT(2)
           END-IF.
           COMPUTE WS-DVD-COUNT = TM-COPIES-ON-HAND
               - WS-FORMAT-COUNT(2) - WS-FORMAT-COUNT(3).
           MOVE WS-DVD-COUNT TO TM-FORMAT-ON-HAND(1).
           MOVE WS-FORMAT-COUNT(2) TO TM-FORMAT-ON-HAND(2).
           MOVE WS-FORMAT-COUNT(3) TO TM-FORMAT-ON-HAND(3).
           IF TM-FORMAT-ON-HAND(1) NOT = WS-OLD-FORMAT-COUNT(1)
                   OR TM-FORMAT-ON-HAND(2) NOT = WS-OLD-FORMAT-COUNT(2)
                   OR TM-FORMAT-ON-HAND(3)
                       NOT = WS-OLD-FORMAT-COUNT(3) THEN
               REWRITE TITLE-MASTER-RECORD
               ADD 1 TO WS-TITLES-ADJUSTED
           END-IF.
           PERFORM READ-NEXT-TITLE.

       COUNT-TITLE-COPIES.
           MOVE 'N' TO WS-COPY-EOF-SWITCH.
           MOVE TM-IMDB-ID TO CM-IMDB-ID.
           MOVE ZERO TO CM-COPY-NUMBER.
           START COPY-MASTER KEY IS NOT LESS THAN CM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-START.
           IF NOT END-OF-TITLE-COPIES THEN
               PERFORM READ-NEXT-TITLE-COPY
               PERFORM COUNT-ONE-COPY UNTIL END-OF-TITLE-COPIES
           END-IF.

       READ-NEXT-TITLE-COPY.
           READ COPY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
               NOT AT END
                   IF CM-IMDB-ID NOT = TM-IMDB-ID THEN
                       MOVE 'Y' TO WS-COPY-EOF-SWITCH
                   END-IF
           END-READ.

       COUNT-ONE-COPY.
           IF CM-COPY-ON-SHELF THEN
               EVALUATE TRUE
                   WHEN CM-FORMAT-BLURAY
                       ADD 1 TO WS-FORMAT-COUNT(2)
                   WHEN CM-FORMAT-4K
                       ADD 1 TO WS-FORMAT-COUNT(3)
                   WHEN OTHER
                       ADD 1 TO WS-FORMAT-COUNT(1)
               END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-TITLE-COPY.

       COUNT-TITLE-HOLDS.
           MOVE 'N' TO WS-HOLD-EOF-SWITCH.
           MOVE TM-IMDB-ID TO HQ-IMDB-ID.
           MOVE LOW-VALUES TO HQ-REQUEST-TIMESTAMP.
           START HOLD-QUEUE KEY IS NOT LESS THAN HQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-START.
           IF NOT END-OF-TITLE-HOLDS THEN
               PERFORM READ-NEXT-TITLE-HOLD
               PERFORM COUNT-ONE-HOLD UNTIL END-OF-TITLE-HOLDS
           END-IF.

       READ-NEXT-TITLE-HOLD.
           READ HOLD-QUEUE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               NOT AT END
                   IF HQ-IMDB-ID NOT = TM-IMDB-ID THEN
                       MOVE 'Y' TO WS-HOLD-EOF-SWITCH
                   END-IF
           END-READ.

       COUNT-ONE-HOLD.
           IF HQ-HOLD-NOTIFIED THEN
               EVALUATE HQ-MEDIA-FORMAT
                   WHEN 'BLU'
                       SUBTRACT 1 FROM WS-FORMAT-COUNT(2)
                   WHEN '4K'
                       SUBTRACT 1 FROM WS-FORMAT-COUNT(3)
                   WHEN OTHER
                       SUBTRACT 1 FROM WS-FORMAT-COUNT(1)
               END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-TITLE-HOLD.

       CLOSE-FILES.
           CLOSE TITLE-MASTER.
           IF WS-COPY-FILE-AVAILABLE THEN
               CLOSE COPY-MASTER
           END-IF.
           IF WS-HOLDQ-AVAILABLE THEN
               CLOSE HOLD-QUEUE
           END-IF.

       END PROGRAM FORMAT-RECOUNT.
