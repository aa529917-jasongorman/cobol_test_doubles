               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STORE-COPY-STATUS.

           SELECT COPY-MASTER ASSIGN TO 'COPYMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-COPY-MASTER-STATUS.

           SELECT TAG-PRINT-FILE ASSIGN TO 'TAGPRINT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  STORE-COPY-FILE.
       COPY 'store-copy.cpy'.

       FD  COPY-MASTER.
       COPY 'copy-master.cpy'.

       FD  TAG-PRINT-FILE.
       01  TAG-PRINT-LINE          PIC X(80).

           01  WS-PRICE-AUDIT-STATUS PIC X(02).
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-STORE-COPY-STATUS PIC X(02).
           01  WS-COPY-MASTER-STATUS PIC X(02).
           01  WS-REGISTER-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-REGISTER-AVAILABLE   VALUE 'Y'.
           01  WS-REGISTER-EOF-SWITCH PIC X(01).
               88  END-OF-TITLE-COPIES     VALUE 'Y'.
           01  WS-AUDIT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-AUDIT            VALUE 'Y'.
           01  WS-COPY-EOF-SWITCH  PIC X(01).
           01  WS-TAG-IDX          PIC 9(4) COMP.
           01  WS-SHIFT-IDX        PIC 9(4) COMP.
           01  WS-INSERT-AT        PIC 9(4) COMP.
      *    A TITLE GETS ONE TAG PER FORMAT IT IS STOCKED IN - DVD,
      *    BLU-RAY, 4K - EACH CARRYING THE SAME FORMAT PREMIUM
      *    PRICE-MOVIE ADDS AT THE COUNTER ON TOP OF THE SHELF PRICE.
           01  WS-FORMAT-VALUES.
               05  FILLER              PIC X(03) VALUE 'DVD'.
               05  FILLER              PIC 9(1)V9(2) VALUE 0.00.
               05  FILLER              PIC X(03) VALUE 'BLU'.
               05  FILLER              PIC 9(1)V9(2) VALUE 1.00.
               05  FILLER              PIC X(03) VALUE '4K '.
               05  FILLER              PIC 9(1)V9(2) VALUE 2.00.
           01  WS-FORMAT-TABLE REDEFINES WS-FORMAT-VALUES.
               05  WS-FORMAT-ENTRY OCCURS 3 TIMES.
                   10  WS-FMT-CODE         PIC X(03).
                   10  WS-FMT-PREMIUM      PIC 9(1)V9(2).
           01  WS-FORMAT-CARRIED-TABLE.
               05  WS-FORMAT-CARRIED   PIC X(01) OCCURS 3 TIMES.
           01  WS-FORMAT-IDX       PIC 9(1) COMP.
      *    SHELF ORDER IS STORE, THEN GENRE, THEN TITLE - THE SORT
      *    KEY LEADS THE ENTRY SO THE INSERTION COMPARE IS ONE
      *    GROUP COMPARE.
                       15  WS-TG-STORE     PIC X(03).
                       15  WS-TG-GENRE     PIC X(12).
                       15  WS-TG-TITLE     PIC X(30).
                       15  WS-TG-FORMAT    PIC X(03).
                   10  WS-TG-YEAR          PIC 9(4).
                   10  WS-TG-PRICE         PIC 9(2)V9(2).
           01  WS-WORK-TAG.
                   10  WS-WK-STORE         PIC X(03).
                   10  WS-WK-GENRE         PIC X(12).
                   10  WS-WK-TITLE         PIC X(30).
                   10  WS-WK-FORMAT        PIC X(03).
               05  WS-WK-YEAR              PIC 9(4).
               05  WS-WK-PRICE             PIC 9(2)V9(2).
           01  WS-LAST-STORE       PIC X(03).
           END-IF.
           OPEN INPUT TITLE-MASTER.
           OPEN INPUT STORE-COPY-FILE.
           OPEN INPUT COPY-MASTER.
           IF WS-COPY-MASTER-STATUS = '00' THEN
               SET WS-REGISTER-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT TAG-PRINT-FILE.

       READ-NEXT-AUDIT-RECORD.
       QUEUE-TAGS-FOR-TITLE.
           PERFORM LOOKUP-TITLE.
           IF WS-TITLE-FOUND THEN
               PERFORM FIND-FORMATS-CARRIED
               PERFORM QUEUE-TAGS-BY-STORE
           END-IF.

      *    THE FORMATS A TITLE IS STOCKED IN COME FROM ITS COPIES IN
      *    THE REGISTER THAT ARE STILL IN SERVICE. A TITLE WITH NONE
      *    THERE IS DVD, AS EVERY TITLE WAS BEFORE THE REGISTER.
       FIND-FORMATS-CARRIED.
           MOVE 'NNN' TO WS-FORMAT-CARRIED-TABLE.
           IF WS-REGISTER-AVAILABLE THEN
               MOVE 'N' TO WS-REGISTER-EOF-SWITCH
               MOVE WS-CHANGED-IMDB-ID TO CM-IMDB-ID
               MOVE ZERO TO CM-COPY-NUMBER
               START COPY-MASTER KEY IS NOT LESS THAN CM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
               END-START
               IF NOT END-OF-TITLE-COPIES THEN
                   PERFORM READ-NEXT-TITLE-COPY
                   PERFORM NOTE-ONE-COPY-FORMAT
                       UNTIL END-OF-TITLE-COPIES
               END-IF
           END-IF.
           IF WS-FORMAT-CARRIED-TABLE = 'NNN' THEN
               MOVE 'Y' TO WS-FORMAT-CARRIED(1)
           END-IF.

       READ-NEXT-TITLE-COPY.
           READ COPY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
               NOT AT END
                   IF CM-IMDB-ID NOT = WS-CHANGED-IMDB-ID THEN
                       MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
                   END-IF
           END-READ.

       NOTE-ONE-COPY-FORMAT.
           IF NOT CM-COPY-RETIRED THEN
               EVALUATE TRUE
                   WHEN CM-FORMAT-BLURAY
                       MOVE 'Y' TO WS-FORMAT-CARRIED(2)
                   WHEN CM-FORMAT-4K
                       MOVE 'Y' TO WS-FORMAT-CARRIED(3)
                   WHEN OTHER
                       MOVE 'Y' TO WS-FORMAT-CARRIED(1)
               END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-TITLE-COPY.

       LOOKUP-TITLE.
           MOVE 'N' TO WS-TITLE-FOUND-SWITCH.
           MOVE WS-CHANGED-IMDB-ID TO TM-IMDB-ID.
                       MOVE 'Y' TO WS-COPY-EOF-SWITCH
                   ELSE
                       IF SC-COPIES-ON-HAND > ZERO
                           PERFORM QUEUE-ONE-FORMAT-TAG
                               VARYING WS-FORMAT-IDX FROM 1 BY 1
                               UNTIL WS-FORMAT-IDX > 3
                       END-IF
                   END-IF
           END-READ.

       QUEUE-ONE-FORMAT-TAG.
           IF WS-FORMAT-CARRIED(WS-FORMAT-IDX) = 'Y' THEN
               PERFORM INSERT-TAG-IN-ORDER
           END-IF.

       INSERT-TAG-IN-ORDER.
           IF WS-TAG-COUNT < WS-TAG-MAX THEN
               MOVE SC-STORE-ID TO WS-WK-STORE
               MOVE TM-GENRE TO WS-WK-GENRE
               MOVE TM-TITLE TO WS-WK-TITLE
               MOVE WS-FMT-CODE(WS-FORMAT-IDX) TO WS-WK-FORMAT
               MOVE TM-YEAR TO WS-WK-YEAR
               COMPUTE WS-WK-PRICE = WS-CHANGED-PRICE
                   + WS-FMT-PREMIUM(WS-FORMAT-IDX)
               MOVE WS-TAG-COUNT TO WS-INSERT-AT
               ADD 1 TO WS-INSERT-AT
               PERFORM FIND-TAG-POSITION
           STRING WS-TG-GENRE(WS-TAG-IDX) ' '
               FUNCTION TRIM(WS-TG-TITLE(WS-TAG-IDX))
               ' (' WS-TG-YEAR(WS-TAG-IDX) ') '
               WS-TG-FORMAT(WS-TAG-IDX) ' ' WS-PRICE-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE TAG-PRINT-LINE FROM WS-REPORT-LINE.
           END-IF.
           CLOSE TITLE-MASTER.
           CLOSE STORE-COPY-FILE.
           IF WS-REGISTER-AVAILABLE THEN
               CLOSE COPY-MASTER
           END-IF.
           CLOSE TAG-PRINT-FILE.

       END PROGRAM TAG-PRINT.
