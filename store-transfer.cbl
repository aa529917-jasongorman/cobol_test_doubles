       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-REQUESTS ASSIGN TO 'XFERREQS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-REQUEST-STATUS.

           SELECT RETURN-TRANSFERS ASSIGN TO 'RTNXFER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-TRANSFER-STATUS.

           SELECT STORE-COPY-FILE ASSIGN TO 'STORECOPY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-COPY-MASTER-STATUS.

           SELECT TITLE-MASTER ASSIGN TO 'TITLEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-IMDB-ID
               FILE STATUS IS WS-TITLE-MASTER-STATUS.

           SELECT HOLD-QUEUE ASSIGN TO 'HOLDQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HQ-KEY
               FILE STATUS IS WS-HOLD-QUEUE-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO 'MEMBERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-MEMBER-ID
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-REQUESTS.
           05  XF-TO-STORE         PIC X(03).
           05  XF-QUANTITY         PIC 9(4).
           05  XF-COPY-NUMBER      PIC 9(4).
      *    'H' IS A SEND-HOME REQUEST RAISED BY RENTAL-RETURN FOR A
      *    COPY RETURNED AWAY FROM ITS HOME STORE; BLANK IS AN
      *    ORDINARY STOCK MOVE BETWEEN STORES.
           05  XF-TRANSFER-TYPE    PIC X(01).
               88  XF-RETURN-HOME          VALUE 'H'.
      *    THE OPERATOR WHO APPROVED THE MOVE; SPACES ON A SEND-HOME
      *    REQUEST, WHICH NOBODY KEYS.
           05  XF-APPROVED-BY      PIC X(08).

      *    SEND-HOME REQUESTS RENTAL-RETURN ADDS TO AS COPIES COME
      *    BACK AWAY FROM HOME. SAME LAYOUT AS XFERREQS.
       FD  RETURN-TRANSFERS.
       01  RETURN-TRANSFER-RECORD  PIC X(33).

       FD  STORE-COPY-FILE.
       COPY 'store-copy.cpy'.
       FD  COPY-MASTER.
       COPY 'copy-master.cpy'.

       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.

       FD  HOLD-QUEUE.
       COPY 'hold-queue.cpy'.

       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.

       FD  TRANSFER-AUDIT.
       01  TRANSFER-AUDIT-RECORD.
           05  XA-IMDB-ID          PIC X(10).
           05  XA-TO-STORE         PIC X(03).
           05  XA-QUANTITY         PIC 9(4).
           05  XA-TRANSFER-TIMESTAMP PIC X(21).
           05  XA-APPROVED-BY      PIC X(08).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'STORE-TRANSFER'.
           01  WS-STORE-COPY-STATUS PIC X(02).
           01  WS-TRANSFER-REQUEST-STATUS PIC X(02).
           01  WS-RETURN-TRANSFER-STATUS PIC X(02).
           01  WS-RETURN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-RETURN-TRANSFERS VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-TRANSFER-REQUESTS VALUE 'Y'.
           01  WS-FROM-FOUND-SWITCH PIC X(01).
           01  WS-COPY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-COPY-FILE-AVAILABLE  VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-HOLD-QUEUE-STATUS PIC X(02).
           01  WS-HOLDQ-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-HOLDQ-IS-OPEN        VALUE 'Y'.
           01  WS-HOLD-EOF-SWITCH  PIC X(01).
               88  END-OF-TITLE-HOLDS      VALUE 'Y'.
           01  WS-HOLD-FOUND-SWITCH PIC X(01).
               88  WS-WAITING-HOLD-FOUND   VALUE 'Y'.
           01  WS-TITLE-FOUND-SWITCH PIC X(01).
               88  WS-TITLE-FOUND          VALUE 'Y'.
           01  WS-HOLD-MEMBER-FOUND-SWITCH PIC X(01).
               88  WS-HOLD-MEMBER-FOUND    VALUE 'Y'.
           01  WS-PICKUP-EXPIRY-INTEGER PIC S9(9) COMP.
           01  WS-HOLD-HOURS-KEPT  PIC 9(2) VALUE 48.
           01  WS-NOTICE-BODY      PIC X(500) VALUE SPACES.
           01  WS-HOLD-NOTICE-SUBJECT PIC X(100).
           01  WS-HOLD-NOTICE-TEXT PIC X(40).
      *    THE LANDED COPY BEING OFFERED OR SHELVED, AND ITS SLOT IN
      *    THE TITLE'S PER-FORMAT COUNTS.
           01  WS-OFFER-IMDB-ID    PIC X(10).
           01  WS-OFFER-DATE       PIC 9(8).
           01  WS-OFFER-FORMAT     PIC X(03).
           01  WS-OFFER-SLOT       PIC 9(1) COMP.
           01  WS-HOLDS-NOTIFIED   PIC 9(7) COMP VALUE 0.
           01  WS-REQUESTS-READ    PIC 9(7) COMP VALUE 0.
           01  WS-TRANSFERS-APPLIED PIC 9(7) COMP VALUE 0.
           01  WS-REQUESTS-REJECTED PIC 9(7) COMP VALUE 0.
           PERFORM READ-NEXT-TRANSFER-REQUEST.
           PERFORM PROCESS-ONE-TRANSFER
               UNTIL END-OF-TRANSFER-REQUESTS.
           PERFORM LAND-RETURN-TRANSFERS.
           PERFORM CLOSE-FILES.
           CALL 'CLOSE-SEND-MAIL'.
           CALL 'CLOSE-SEND-SMS'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-REQUESTS-READ, WS-TRANSFERS-APPLIED,
               WS-REQUESTS-REJECTED.
           DISPLAY 'STORE-TRANSFER: REQUESTS READ ' WS-REQUESTS-READ
               ' APPLIED ' WS-TRANSFERS-APPLIED
               ' REJECTED ' WS-REQUESTS-REJECTED
               ' HOLDS NOTIFIED ' WS-HOLDS-NOTIFIED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT TRANSFER-REQUESTS.
           IF WS-TRANSFER-REQUEST-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM OPEN-STORE-COPY-FILE.
           OPEN EXTEND TRANSFER-AUDIT.
           OPEN I-O COPY-MASTER.
           IF WS-COPY-MASTER-STATUS = '00' THEN
               SET WS-COPY-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O TITLE-MASTER.
           OPEN INPUT MEMBER-MASTER.
           OPEN I-O HOLD-QUEUE.
           IF WS-HOLD-QUEUE-STATUS = '00' THEN
               SET WS-HOLDQ-IS-OPEN TO TRUE
           END-IF.

       OPEN-STORE-COPY-FILE.
           OPEN I-O STORE-COPY-FILE.
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'STORE-TRANSFER: FROM AND TO STORE SAME '
                       'FOR ' XF-IMDB-ID
               WHEN XF-RETURN-HOME
                   PERFORM LAND-RETURNED-COPY
               WHEN OTHER
                   PERFORM APPLY-ONE-TRANSFER
           END-EVALUATE.
           PERFORM READ-NEXT-TRANSFER-REQUEST.

      *    THE SEND-HOME REQUESTS RENTAL-RETURN HAS QUEUED ARE POSTED
      *    AFTER THE APPROVED MOVES, THROUGH THE SAME EDITS. THE FILE
      *    IS THEN EMPTIED SO NONE IS POSTED TWICE; A REQUEST THAT WAS
      *    REJECTED IS ON THE LOG AND IS NOT RETRIED.
       LAND-RETURN-TRANSFERS.
           OPEN INPUT RETURN-TRANSFERS.
           IF WS-RETURN-TRANSFER-STATUS = '00' THEN
               PERFORM READ-NEXT-RETURN-TRANSFER
               PERFORM PROCESS-ONE-RETURN-TRANSFER
                   UNTIL END-OF-RETURN-TRANSFERS
               CLOSE RETURN-TRANSFERS
               OPEN OUTPUT RETURN-TRANSFERS
               CLOSE RETURN-TRANSFERS
           END-IF.

       READ-NEXT-RETURN-TRANSFER.
           READ RETURN-TRANSFERS
               AT END
                   MOVE 'Y' TO WS-RETURN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
           END-READ.

       PROCESS-ONE-RETURN-TRANSFER.
           MOVE RETURN-TRANSFER-RECORD TO TRANSFER-REQUEST-RECORD.
           IF XF-RETURN-HOME THEN
               PERFORM LAND-RETURNED-COPY
           ELSE
               ADD 1 TO WS-REQUESTS-REJECTED
               DISPLAY 'STORE-TRANSFER: RTNXFER REQUEST FOR '
                   XF-IMDB-ID ' IS NOT A SEND-HOME'
           END-IF.
           PERFORM READ-NEXT-RETURN-TRANSFER.

       APPLY-ONE-TRANSFER.
           MOVE 'N' TO WS-FROM-FOUND-SWITCH.
           MOVE XF-IMDB-ID TO SC-IMDB-ID.
               END-READ
           END-IF.

      *    A COPY SENT HOME AFTER A RETURN AT ANOTHER STORE NEVER
      *    LEFT ITS HOME STORE'S BOOKS, SO THE STORECOPY COUNTS ARE
      *    NOT MOVED - THE REGISTER JUST TAKES THE COPY OUT OF
      *    TRANSIT AND PUTS IT BACK ON ITS HOME SHELF. RENTAL-RETURN
      *    HELD IT BACK FROM HOLDS AND THE RENTABLE POOL WHILE IT WAS
      *    ON THE ROAD, SO IT IS OFFERED OR COUNTED BACK IN HERE.
       LAND-RETURNED-COPY.
           IF NOT WS-COPY-FILE-AVAILABLE
                   OR XF-COPY-NUMBER NOT NUMERIC
                   OR XF-COPY-NUMBER = ZERO THEN
               ADD 1 TO WS-REQUESTS-REJECTED
               DISPLAY 'STORE-TRANSFER: SEND-HOME FOR ' XF-IMDB-ID
                   ' NEEDS THE COPY REGISTER AND A COPY NUMBER'
           ELSE
               MOVE XF-IMDB-ID TO CM-IMDB-ID
               MOVE XF-COPY-NUMBER TO CM-COPY-NUMBER
               READ COPY-MASTER
                   INVALID KEY
                       ADD 1 TO WS-REQUESTS-REJECTED
                       DISPLAY 'STORE-TRANSFER: COPY '
                           XF-COPY-NUMBER ' OF ' XF-IMDB-ID
                           ' NOT ON REGISTER'
                   NOT INVALID KEY
                       PERFORM SHELVE-RETURNED-COPY
               END-READ
           END-IF.

       SHELVE-RETURNED-COPY.
           IF CM-COPY-IN-TRANSIT
                   AND CM-HOME-STORE = XF-TO-STORE THEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               SET CM-COPY-ON-SHELF TO TRUE
               MOVE WS-CURRENT-DATE(1:8) TO CM-STATUS-DATE
               REWRITE COPY-MASTER-RECORD
               PERFORM WRITE-TRANSFER-AUDIT
               PERFORM OFFER-LANDED-COPY
               ADD 1 TO WS-TRANSFERS-APPLIED
           ELSE
               ADD 1 TO WS-REQUESTS-REJECTED
               DISPLAY 'STORE-TRANSFER: COPY ' XF-COPY-NUMBER
                   ' OF ' XF-IMDB-ID ' NOT IN TRANSIT TO '
                   XF-TO-STORE ' - REGISTER LEFT ALONE'
           END-IF.

       OFFER-LANDED-COPY.
           MOVE 'N' TO WS-HOLD-FOUND-SWITCH.
           MOVE CM-IMDB-ID TO WS-OFFER-IMDB-ID.
           MOVE CM-STATUS-DATE TO WS-OFFER-DATE.
           MOVE CM-MEDIA-FORMAT TO WS-OFFER-FORMAT.
           PERFORM RESOLVE-OFFER-FORMAT.
           IF WS-HOLDQ-IS-OPEN THEN
               PERFORM OFFER-COPY-TO-FIRST-HOLD
           END-IF.
           IF NOT WS-WAITING-HOLD-FOUND THEN
               PERFORM RETURN-COPY-TO-RENTABLE-POOL
           END-IF.

      *    A LANDED COPY ONLY SATISFIES A HOLD FOR ITS OWN FORMAT, OR
      *    ONE PLACED WITHOUT A FORMAT. A BLANK FORMAT ON THE COPY OR
      *    THE HOLD IS A DVD FROM BEFORE FORMATS WERE TRACKED.
       RESOLVE-OFFER-FORMAT.
           IF WS-OFFER-FORMAT = SPACES THEN
               MOVE 'DVD' TO WS-OFFER-FORMAT
           END-IF.
           EVALUATE WS-OFFER-FORMAT
               WHEN 'BLU'
                   MOVE 2 TO WS-OFFER-SLOT
               WHEN '4K'
                   MOVE 3 TO WS-OFFER-SLOT
               WHEN OTHER
                   MOVE 1 TO WS-OFFER-SLOT
           END-EVALUATE.

       OFFER-COPY-TO-FIRST-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-SWITCH.
           MOVE 'N' TO WS-HOLD-EOF-SWITCH.
           MOVE WS-OFFER-IMDB-ID TO HQ-IMDB-ID.
           MOVE LOW-VALUES TO HQ-REQUEST-TIMESTAMP.
           START HOLD-QUEUE KEY IS NOT LESS THAN HQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-START.
           IF NOT END-OF-TITLE-HOLDS THEN
               PERFORM READ-NEXT-TITLE-HOLD
               PERFORM FIND-FIRST-WAITING-HOLD
                   UNTIL END-OF-TITLE-HOLDS
                   OR WS-WAITING-HOLD-FOUND
           END-IF.
           IF WS-WAITING-HOLD-FOUND THEN
               PERFORM NOTIFY-HOLD-MEMBER
           END-IF.

       READ-NEXT-TITLE-HOLD.
           READ HOLD-QUEUE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               NOT AT END
                   IF HQ-IMDB-ID NOT = WS-OFFER-IMDB-ID THEN
                       MOVE 'Y' TO WS-HOLD-EOF-SWITCH
                   END-IF
           END-READ.

       FIND-FIRST-WAITING-HOLD.
           IF HQ-HOLD-WAITING
                   AND (HQ-MEDIA-FORMAT = WS-OFFER-FORMAT
                       OR HQ-MEDIA-FORMAT = SPACES) THEN
               SET WS-WAITING-HOLD-FOUND TO TRUE
           ELSE
               PERFORM READ-NEXT-TITLE-HOLD
           END-IF.

       NOTIFY-HOLD-MEMBER.
           SET HQ-HOLD-NOTIFIED TO TRUE.
           MOVE WS-OFFER-DATE TO HQ-NOTIFIED-DATE.
           MOVE WS-OFFER-FORMAT TO HQ-MEDIA-FORMAT.
           COMPUTE WS-PICKUP-EXPIRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-OFFER-DATE) +
               (WS-HOLD-HOURS-KEPT / 24).
           MOVE FUNCTION DATE-OF-INTEGER(WS-PICKUP-EXPIRY-INTEGER)
               TO HQ-PICKUP-EXPIRY-DATE.
           REWRITE HOLD-QUEUE-RECORD.
           PERFORM SEND-HOLD-NOTICE.
           ADD 1 TO WS-HOLDS-NOTIFIED.

       SEND-HOLD-NOTICE.
           MOVE 'N' TO WS-TITLE-FOUND-SWITCH.
           MOVE WS-OFFER-IMDB-ID TO TM-IMDB-ID.
           READ TITLE-MASTER
               INVALID KEY
                   MOVE SPACES TO TM-TITLE
               NOT INVALID KEY
                   SET WS-TITLE-FOUND TO TRUE
           END-READ.
           MOVE 'N' TO WS-HOLD-MEMBER-FOUND-SWITCH.
           MOVE HQ-MEMBER-ID TO MM-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HOLD-MEMBER-FOUND TO TRUE
           END-READ.
           IF WS-HOLD-MEMBER-FOUND THEN
               IF MM-ALERT-CHANNEL = 'SMS' THEN
                   MOVE SPACES TO WS-HOLD-NOTICE-TEXT
                   STRING 'Hold ready: '
                       FUNCTION TRIM(TM-TITLE)
                   INTO WS-HOLD-NOTICE-TEXT
                   END-STRING
                   CALL 'SEND-SMS' USING MM-PHONE,
                       WS-HOLD-NOTICE-TEXT
               ELSE
                   MOVE SPACES TO WS-HOLD-NOTICE-SUBJECT
                   STRING 'Your hold is ready - '
                       FUNCTION TRIM(TM-TITLE)
                       ' - held for 48 hours'
                   INTO WS-HOLD-NOTICE-SUBJECT
                   END-STRING
                   CALL 'SEND-MAIL' USING MM-EMAIL,
                       WS-HOLD-NOTICE-SUBJECT, WS-NOTICE-BODY
               END-IF
           END-IF.

       RETURN-COPY-TO-RENTABLE-POOL.
           MOVE 'N' TO WS-TITLE-FOUND-SWITCH.
           MOVE WS-OFFER-IMDB-ID TO TM-IMDB-ID.
           READ TITLE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TITLE-FOUND TO TRUE
           END-READ.
           IF WS-TITLE-FOUND THEN
               ADD 1 TO TM-COPIES-ON-HAND
               ADD 1 TO TM-FORMAT-ON-HAND(WS-OFFER-SLOT)
               REWRITE TITLE-MASTER-RECORD
           END-IF.

       ADD-COPIES-TO-RECEIVING-STORE.
           MOVE XF-IMDB-ID TO SC-IMDB-ID.
           MOVE XF-TO-STORE TO SC-STORE-ID.
           MOVE XF-TO-STORE TO XA-TO-STORE.
           MOVE XF-QUANTITY TO XA-QUANTITY.
           MOVE WS-CURRENT-DATE TO XA-TRANSFER-TIMESTAMP.
           MOVE XF-APPROVED-BY TO XA-APPROVED-BY.
           WRITE TRANSFER-AUDIT-RECORD.

       CLOSE-FILES.
           IF WS-TRANSFER-REQUEST-STATUS = '00'
                   OR WS-TRANSFER-REQUEST-STATUS = '10' THEN
               CLOSE TRANSFER-REQUESTS
           END-IF.
           CLOSE STORE-COPY-FILE.
           CLOSE TRANSFER-AUDIT.
           IF WS-COPY-FILE-AVAILABLE THEN
               CLOSE COPY-MASTER
           END-IF.
           CLOSE TITLE-MASTER.
           CLOSE MEMBER-MASTER.
           IF WS-HOLDQ-IS-OPEN THEN
               CLOSE HOLD-QUEUE
           END-IF.

       END PROGRAM STORE-TRANSFER.
