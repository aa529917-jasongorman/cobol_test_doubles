               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RENTAL-TXN-STATUS.

           SELECT COPY-MASTER ASSIGN TO 'COPYMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-COPY-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETIRE-REQUESTS.
       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.

       FD  COPY-MASTER.
       COPY 'copy-master.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'TITLE-RETIRE'.
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-RATING-CACHE-STATUS PIC X(02).
           01  WS-COPY-INVENTORY-STATUS PIC X(02).
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-COPY-MASTER-STATUS PIC X(02).
           01  WS-COPYMSTR-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-COPY-MASTER-AVAILABLE VALUE 'Y'.
           01  WS-REGISTER-EOF-SWITCH PIC X(01).
               88  END-OF-REGISTER-COPIES  VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-RETIRE-REQUESTS  VALUE 'Y'.
           01  WS-TITLE-FOUND-SWITCH PIC X(01).
           OPEN I-O RATING-CACHE.
           PERFORM OPEN-COPY-INVENTORY.
           OPEN INPUT RENTAL-TRANSACTION.
           OPEN I-O COPY-MASTER.
           IF WS-COPY-MASTER-STATUS = '00' THEN
               SET WS-COPY-MASTER-AVAILABLE TO TRUE
           END-IF.

       OPEN-COPY-INVENTORY.
           OPEN I-O COPY-INVENTORY.
           DELETE TITLE-MASTER RECORD.
           PERFORM REMOVE-RATING-CACHE-RECORD.
           PERFORM REMOVE-COPY-INVENTORY-RECORDS.
           IF WS-COPY-MASTER-AVAILABLE THEN
               PERFORM RETIRE-REGISTER-COPIES
           END-IF.
           ADD 1 TO WS-TITLES-RETIRED.

       WRITE-ARCHIVE-RECORD.
           MOVE TM-COPIES-ON-HAND TO TA-COPIES-ON-HAND.
           MOVE WS-TODAY-CCYYMMDD TO TA-RETIRED-DATE.
           MOVE RQ-REASON TO TA-RETIRE-REASON.
           MOVE TM-VENDOR-ID TO TA-VENDOR-ID.
           WRITE TITLE-ARCHIVE-RECORD
               INVALID KEY
                   REWRITE TITLE-ARCHIVE-RECORD
           DELETE COPY-INVENTORY RECORD.
           PERFORM READ-NEXT-TITLE-COPY.

      *    EVERY COPY OF THE TITLE STILL IN SERVICE IS RETIRED FROM
      *    THE COPY REGISTER WITH IT, SO COPY-AMORTIZE TAKES ITS
      *    REMAINING BOOK VALUE OFF THE LEDGER. COPIES ALREADY SOLD,
      *    LOST OR WRITTEN OFF KEEP THEIR OWN DISPOSAL.
       RETIRE-REGISTER-COPIES.
           MOVE 'N' TO WS-REGISTER-EOF-SWITCH.
           MOVE RQ-IMDB-ID TO CM-IMDB-ID.
           MOVE ZEROS TO CM-COPY-NUMBER.
           START COPY-MASTER KEY IS NOT LESS THAN CM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
           END-START.
           IF NOT END-OF-REGISTER-COPIES THEN
               PERFORM READ-NEXT-REGISTER-COPY
               PERFORM RETIRE-ONE-REGISTER-COPY
                   UNTIL END-OF-REGISTER-COPIES
           END-IF.

       READ-NEXT-REGISTER-COPY.
           READ COPY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
               NOT AT END
                   IF CM-IMDB-ID NOT = RQ-IMDB-ID
                       MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
                   END-IF
           END-READ.

       RETIRE-ONE-REGISTER-COPY.
           IF CM-NOT-DISPOSED THEN
               SET CM-DISPOSED-RETIRED TO TRUE
               MOVE WS-TODAY-CCYYMMDD TO CM-DISPOSAL-DATE
               SET CM-COPY-RETIRED TO TRUE
               MOVE WS-TODAY-CCYYMMDD TO CM-STATUS-DATE
               REWRITE COPY-MASTER-RECORD
           END-IF.
           PERFORM READ-NEXT-REGISTER-COPY.

       CLOSE-FILES.
           CLOSE RETIRE-REQUESTS.
           CLOSE TITLE-MASTER.
           CLOSE RATING-CACHE.
           CLOSE COPY-INVENTORY.
           CLOSE RENTAL-TRANSACTION.
           IF WS-COPY-MASTER-AVAILABLE THEN
               CLOSE COPY-MASTER
           END-IF.

       END PROGRAM TITLE-RETIRE.
