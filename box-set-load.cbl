       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOX-SET-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOX-SET-FEED ASSIGN TO 'BOXSETIN'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TITLE-MASTER ASSIGN TO 'TITLEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-IMDB-ID
               FILE STATUS IS WS-TITLE-MASTER-STATUS.

           SELECT COPY-MASTER ASSIGN TO 'COPYMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-COPY-MASTER-STATUS.

           SELECT BOX-SET-DISC ASSIGN TO 'BOXSETDISC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-KEY
               FILE STATUS IS WS-BOX-SET-DISC-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER PHYSICAL SET COPY: THE REGISTER COPY THAT IS
      *    THE CASE, THE SET PRICE, AND THE BARCODE OF EACH DISC IN
      *    IT, DISC 1 FIRST.
       FD  BOX-SET-FEED.
       01  BOX-SET-FEED-RECORD.
           05  BI-IMDB-ID          PIC X(10).
           05  BI-COPY-NUMBER      PIC 9(4).
           05  BI-DISC-COUNT       PIC 9(2).
           05  BI-SET-PRICE        PIC 9(2)V9(2).
           05  BI-DISC-BARCODE     PIC X(12) OCCURS 12 TIMES.

       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.

       FD  COPY-MASTER.
       COPY 'copy-master.cpy'.

       FD  BOX-SET-DISC.
       COPY 'box-set-disc.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'BOX-SET-LOAD'.
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-COPY-MASTER-STATUS PIC X(02).
           01  WS-BOX-SET-DISC-STATUS PIC X(02).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-BOX-SET-FEED     VALUE 'Y'.
           01  WS-TITLE-FOUND-SWITCH PIC X(01).
               88  WS-TITLE-FOUND          VALUE 'Y'.
           01  WS-COPY-FOUND-SWITCH PIC X(01).
               88  WS-COPY-FOUND           VALUE 'Y'.
           01  WS-DISC-FOUND-SWITCH PIC X(01).
               88  WS-DISC-FOUND           VALUE 'Y'.
           01  WS-MAX-DISCS        PIC 9(2) VALUE 12.
           01  WS-DISC-NUMBER      PIC 9(2).
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-ENTRIES-READ     PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-LOADED   PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-REJECTED PIC 9(7) COMP VALUE 0.
           01  WS-DISCS-REPLACED   PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM READ-NEXT-BOX-SET-ENTRY.
           PERFORM LOAD-ONE-BOX-SET-ENTRY
               UNTIL END-OF-BOX-SET-FEED.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-ENTRIES-READ, WS-ENTRIES-LOADED,
               WS-ENTRIES-REJECTED.
           DISPLAY 'BOX-SET-LOAD: ENTRIES READ ' WS-ENTRIES-READ
               ' LOADED ' WS-ENTRIES-LOADED
               ' REJECTED ' WS-ENTRIES-REJECTED
               ' LOST DISCS REPLACED ' WS-DISCS-REPLACED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT BOX-SET-FEED.
           OPEN I-O TITLE-MASTER.
           OPEN INPUT COPY-MASTER.
           PERFORM OPEN-BOX-SET-DISC.

       OPEN-BOX-SET-DISC.
           OPEN I-O BOX-SET-DISC.
           IF WS-BOX-SET-DISC-STATUS = '35' THEN
               OPEN OUTPUT BOX-SET-DISC
               CLOSE BOX-SET-DISC
               OPEN I-O BOX-SET-DISC
           END-IF.

       READ-NEXT-BOX-SET-ENTRY.
           READ BOX-SET-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
           END-READ.

      *    THE CASE MUST ALREADY BE A COPY ON THE REGISTER - THE SET
      *    IS WHAT RENTAL-POST CHECKS OUT. EVERY COPY OF A TITLE
      *    HOLDS THE SAME DISCS, SO A LINE WHOSE DISC COUNT DISAGREES
      *    WITH THE COUNT ALREADY ON THE TITLE IS REJECTED RATHER
      *    THAN LEFT TO CHANGE WHAT THE OTHER SETS ARE BILLED FOR.
       LOAD-ONE-BOX-SET-ENTRY.
           PERFORM LOOKUP-TITLE.
           PERFORM LOOKUP-SET-COPY.
           EVALUATE TRUE
               WHEN BI-IMDB-ID = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'BOX-SET-LOAD: BLANK TITLE ID'
               WHEN BI-COPY-NUMBER NOT NUMERIC
                       OR BI-COPY-NUMBER = ZERO
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'BOX-SET-LOAD: BAD COPY NUMBER FOR '
                       BI-IMDB-ID
               WHEN BI-DISC-COUNT NOT NUMERIC
                       OR BI-DISC-COUNT < 2
                       OR BI-DISC-COUNT > WS-MAX-DISCS
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'BOX-SET-LOAD: BAD DISC COUNT FOR '
                       BI-IMDB-ID ' COPY ' BI-COPY-NUMBER
               WHEN BI-SET-PRICE NOT NUMERIC
                       OR BI-SET-PRICE = ZERO
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'BOX-SET-LOAD: BAD SET PRICE FOR '
                       BI-IMDB-ID
               WHEN NOT WS-TITLE-FOUND
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'BOX-SET-LOAD: NO TITLE FOR ' BI-IMDB-ID
               WHEN NOT WS-COPY-FOUND
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'BOX-SET-LOAD: COPY ' BI-COPY-NUMBER
                       ' OF ' BI-IMDB-ID ' NOT ON REGISTER'
               WHEN TM-DISC-COUNT > 1
                       AND TM-DISC-COUNT NOT = BI-DISC-COUNT
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'BOX-SET-LOAD: ' BI-IMDB-ID
                       ' IS ALREADY A SET OF ' TM-DISC-COUNT
                       ' DISCS'
               WHEN OTHER
                   PERFORM STORE-BOX-SET-ENTRY
           END-EVALUATE.
           PERFORM READ-NEXT-BOX-SET-ENTRY.

       LOOKUP-TITLE.
           MOVE 'N' TO WS-TITLE-FOUND-SWITCH.
           MOVE BI-IMDB-ID TO TM-IMDB-ID.
           READ TITLE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TITLE-FOUND TO TRUE
           END-READ.

       LOOKUP-SET-COPY.
           MOVE 'N' TO WS-COPY-FOUND-SWITCH.
           MOVE BI-IMDB-ID TO CM-IMDB-ID.
           MOVE BI-COPY-NUMBER TO CM-COPY-NUMBER.
           READ COPY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-COPY-FOUND TO TRUE
           END-READ.

       STORE-BOX-SET-ENTRY.
           MOVE BI-DISC-COUNT TO TM-DISC-COUNT.
           MOVE BI-SET-PRICE TO TM-SET-PRICE.
           REWRITE TITLE-MASTER-RECORD.
           PERFORM STORE-ONE-SET-DISC
               VARYING WS-DISC-NUMBER FROM 1 BY 1
               UNTIL WS-DISC-NUMBER > BI-DISC-COUNT.
           ADD 1 TO WS-ENTRIES-LOADED.

      *    A DISC LOST-COPY-BILLING WROTE OFF COMES BACK INTO THE SET
      *    WHEN THE STORE LOADS ITS REPLACEMENT. A DISC STILL OUT WITH
      *    A MEMBER KEEPS ITS STATUS UNTIL RENTAL-RETURN SEES IT BACK.
       STORE-ONE-SET-DISC.
           MOVE 'N' TO WS-DISC-FOUND-SWITCH.
           MOVE BI-IMDB-ID TO BD-IMDB-ID.
           MOVE BI-COPY-NUMBER TO BD-COPY-NUMBER.
           MOVE WS-DISC-NUMBER TO BD-DISC-NUMBER.
           READ BOX-SET-DISC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DISC-FOUND TO TRUE
           END-READ.
           MOVE BI-DISC-BARCODE(WS-DISC-NUMBER) TO BD-BARCODE.
           IF WS-DISC-FOUND THEN
               IF BD-DISC-LOST THEN
                   SET BD-DISC-IN-SET TO TRUE
                   MOVE SPACES TO BD-MEMBER-ID
                   MOVE ZERO TO BD-RENTAL-DATE
                   MOVE WS-TODAY-CCYYMMDD TO BD-STATUS-DATE
                   ADD 1 TO WS-DISCS-REPLACED
               END-IF
               REWRITE BOX-SET-DISC-RECORD
           ELSE
               SET BD-DISC-IN-SET TO TRUE
               MOVE SPACES TO BD-MEMBER-ID
               MOVE ZERO TO BD-RENTAL-DATE
               MOVE WS-TODAY-CCYYMMDD TO BD-STATUS-DATE
               WRITE BOX-SET-DISC-RECORD
           END-IF.

       CLOSE-FILES.
           CLOSE BOX-SET-FEED.
           CLOSE TITLE-MASTER.
           CLOSE COPY-MASTER.
           CLOSE BOX-SET-DISC.

       END PROGRAM BOX-SET-LOAD.
