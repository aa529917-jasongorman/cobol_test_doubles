               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT STORE-MASTER ASSIGN TO 'STOREMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STORE-ID
               FILE STATUS IS WS-STORE-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FEED.
       FD  STORE-CALENDAR.
       COPY 'store-calendar.cpy'.

       FD  STORE-MASTER.
       COPY 'store-master.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'CALENDAR-LOAD'.
           01  WS-CALENDAR-STATUS  PIC X(02).
           01  WS-STORE-MASTER-STATUS PIC X(02).
           01  WS-STORE-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-STORE-FILE-AVAILABLE VALUE 'Y'.
           01  WS-STORE-VALID-SWITCH PIC X(01).
               88  WS-STORE-VALID          VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-CALENDAR-FEED    VALUE 'Y'.
           01  WS-CLOSED-MONTH     PIC 9(2).
       OPEN-FILES.
           OPEN INPUT CALENDAR-FEED.
           PERFORM OPEN-STORE-CALENDAR.
           OPEN INPUT STORE-MASTER.
           IF WS-STORE-MASTER-STATUS = '00' THEN
               SET WS-STORE-FILE-AVAILABLE TO TRUE
           END-IF.

       OPEN-STORE-CALENDAR.
           OPEN I-O STORE-CALENDAR.
           END-READ.

       LOAD-ONE-CALENDAR-ENTRY.
           PERFORM CHECK-CALENDAR-STORE.
           EVALUATE TRUE
               WHEN CLI-STORE-ID = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'CALENDAR-LOAD: BAD DATE FOR '
                       CLI-STORE-ID
               WHEN NOT WS-STORE-VALID
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'CALENDAR-LOAD: STORE ' CLI-STORE-ID
                       ' NOT ON THE STORE MASTER OR CLOSED'
               WHEN OTHER
                   PERFORM VALIDATE-AND-STORE-ENTRY
           END-EVALUATE.
           PERFORM READ-NEXT-CALENDAR-ENTRY.

      *    A CLOSURE FOR A STORE THE STORE MASTER DOES NOT KNOW IS A
      *    MISKEYED CODE, AND ONE FOR A STORE THAT HAS SHUT FOR GOOD
      *    WOULD NEVER BE LOOKED AT. WITHOUT A STORE MASTER THE CODE
      *    IS TAKEN ON TRUST AS IT ALWAYS WAS.
       CHECK-CALENDAR-STORE.
           SET WS-STORE-VALID TO TRUE.
           IF WS-STORE-FILE-AVAILABLE AND CLI-STORE-ID NOT = SPACES
                   THEN
               MOVE CLI-STORE-ID TO ST-STORE-ID
               READ STORE-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-STORE-VALID-SWITCH
                   NOT INVALID KEY
                       IF ST-STORE-CLOSED THEN
                           MOVE 'N' TO WS-STORE-VALID-SWITCH
                       END-IF
               END-READ
           END-IF.

       VALIDATE-AND-STORE-ENTRY.
           MOVE CLI-CLOSED-DATE(5:2) TO WS-CLOSED-MONTH.
           MOVE CLI-CLOSED-DATE(7:2) TO WS-CLOSED-DAY.
       CLOSE-FILES.
           CLOSE CALENDAR-FEED.
           CLOSE STORE-CALENDAR.
           IF WS-STORE-FILE-AVAILABLE THEN
               CLOSE STORE-MASTER
           END-IF.

       END PROGRAM CALENDAR-LOAD.
