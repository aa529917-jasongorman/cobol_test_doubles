       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEAL-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEAL-FEED ASSIGN TO 'DEALIN'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEAL-MASTER ASSIGN TO 'DEALMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEAL-ID
               FILE STATUS IS WS-DEAL-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEAL-FEED.
       01  DEAL-FEED-RECORD.
           05  DF-DEAL-ID          PIC X(08).
           05  DF-DESCRIPTION      PIC X(24).
           05  DF-DEAL-TYPE        PIC X(01).
           05  DF-QUANTITY         PIC 9(2).
           05  DF-DEAL-PRICE       PIC 9(3)V9(2).
           05  DF-START-DATE       PIC 9(8).
           05  DF-END-DATE         PIC 9(8).
           05  DF-QUALIFYING-GENRES PIC X(60).
           05  DF-QUALIFYING-TITLES PIC X(100).

       FD  DEAL-MASTER.
       COPY 'deal-master.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'DEAL-LOAD'.
           01  WS-DEAL-MASTER-STATUS PIC X(02).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-DEAL-FEED        VALUE 'Y'.
           01  WS-DEAL-FOUND-SWITCH PIC X(01).
               88  WS-DEAL-FOUND           VALUE 'Y'.
           01  WS-ENTRIES-READ     PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-LOADED   PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-REJECTED PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-DEAL-ENTRY.
           PERFORM LOAD-ONE-DEAL-ENTRY UNTIL END-OF-DEAL-FEED.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-ENTRIES-READ, WS-ENTRIES-LOADED, WS-ENTRIES-REJECTED.
           DISPLAY 'DEAL-LOAD: ENTRIES READ ' WS-ENTRIES-READ
               ' LOADED ' WS-ENTRIES-LOADED
               ' REJECTED ' WS-ENTRIES-REJECTED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT DEAL-FEED.
           PERFORM OPEN-DEAL-MASTER.

       OPEN-DEAL-MASTER.
           OPEN I-O DEAL-MASTER.
           IF WS-DEAL-MASTER-STATUS = '35' THEN
               OPEN OUTPUT DEAL-MASTER
               CLOSE DEAL-MASTER
               OPEN I-O DEAL-MASTER
           END-IF.

       READ-NEXT-DEAL-ENTRY.
           READ DEAL-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
           END-READ.

      *    A DEAL NEEDS AT LEAST TWO TITLES TO BE A BASKET DEAL AT
      *    ALL. A GROUP-PRICE DEAL NEEDS ITS PRICE; A FREE-TITLE DEAL
      *    CARRIES NONE. A DEAL IS WITHDRAWN BY RELOADING IT WITH AN
      *    END DATE IN THE PAST, SO ITS UPTAKE HISTORY STILL REPORTS.
       LOAD-ONE-DEAL-ENTRY.
           EVALUATE TRUE
               WHEN DF-DEAL-ID = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'DEAL-LOAD: BLANK DEAL ID ON FEED'
               WHEN DF-DEAL-TYPE NOT = 'P' AND DF-DEAL-TYPE NOT = 'F'
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'DEAL-LOAD: BAD DEAL TYPE FOR '
                       DF-DEAL-ID
               WHEN DF-QUANTITY NOT NUMERIC
                       OR DF-QUANTITY < 2
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'DEAL-LOAD: BAD QUANTITY FOR '
                       DF-DEAL-ID
               WHEN DF-DEAL-TYPE = 'P'
                       AND (DF-DEAL-PRICE NOT NUMERIC
                           OR DF-DEAL-PRICE = ZERO)
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'DEAL-LOAD: BAD DEAL PRICE FOR '
                       DF-DEAL-ID
               WHEN DF-START-DATE NOT NUMERIC
                       OR DF-END-DATE NOT NUMERIC
                       OR DF-END-DATE < DF-START-DATE
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'DEAL-LOAD: BAD VALIDITY DATES FOR '
                       DF-DEAL-ID
               WHEN OTHER
                   PERFORM STORE-DEAL-ENTRY
           END-EVALUATE.
           PERFORM READ-NEXT-DEAL-ENTRY.

       STORE-DEAL-ENTRY.
           MOVE 'N' TO WS-DEAL-FOUND-SWITCH.
           MOVE DF-DEAL-ID TO DM-DEAL-ID.
           READ DEAL-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DEAL-FOUND TO TRUE
           END-READ.
           MOVE DF-DEAL-ID TO DM-DEAL-ID.
           MOVE DF-DESCRIPTION TO DM-DESCRIPTION.
           MOVE DF-DEAL-TYPE TO DM-DEAL-TYPE.
           MOVE DF-QUANTITY TO DM-QUANTITY.
           IF DF-DEAL-TYPE = 'P' THEN
               MOVE DF-DEAL-PRICE TO DM-DEAL-PRICE
           ELSE
               MOVE ZERO TO DM-DEAL-PRICE
           END-IF.
           MOVE DF-START-DATE TO DM-START-DATE.
           MOVE DF-END-DATE TO DM-END-DATE.
           MOVE DF-QUALIFYING-GENRES TO DM-QUALIFYING-GENRES.
           MOVE DF-QUALIFYING-TITLES TO DM-QUALIFYING-TITLES.
           IF WS-DEAL-FOUND THEN
               REWRITE DEAL-MASTER-RECORD
           ELSE
               WRITE DEAL-MASTER-RECORD
           END-IF.
           ADD 1 TO WS-ENTRIES-LOADED.

       CLOSE-FILES.
           CLOSE DEAL-FEED.
           CLOSE DEAL-MASTER.

       END PROGRAM DEAL-LOAD.
