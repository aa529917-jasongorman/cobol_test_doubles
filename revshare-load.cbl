       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVSHARE-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGREEMENT-FEED ASSIGN TO 'REVSHRIN'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REVSHARE-AGREEMENTS ASSIGN TO 'REVSHARE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-AGREEMENT-STATUS.

           SELECT TITLE-MASTER ASSIGN TO 'TITLEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-IMDB-ID
               FILE STATUS IS WS-TITLE-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AGREEMENT-FEED.
       01  AGREEMENT-FEED-RECORD.
           05  AF-IMDB-ID          PIC X(10).
           05  AF-START-DATE       PIC 9(8).
           05  AF-END-DATE         PIC 9(8).
           05  AF-STUDIO-ID        PIC X(08).
           05  AF-SHARE-PCT        PIC 9(2)V9(2).
           05  AF-MIN-GUARANTEE    PIC 9(5)V9(2).

       FD  REVSHARE-AGREEMENTS.
       COPY 'revshare-agreement.cpy'.

       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'REVSHARE-LOAD'.
           01  WS-AGREEMENT-STATUS PIC X(02).
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-AGREEMENT-FEED   VALUE 'Y'.
           01  WS-AGREEMENT-FOUND-SWITCH PIC X(01).
               88  WS-AGREEMENT-FOUND      VALUE 'Y'.
           01  WS-TITLE-FOUND-SWITCH PIC X(01).
               88  WS-TITLE-FOUND          VALUE 'Y'.
           01  WS-ENTRIES-READ     PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-LOADED   PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-REJECTED PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-AGREEMENT-ENTRY.
           PERFORM LOAD-ONE-AGREEMENT-ENTRY
               UNTIL END-OF-AGREEMENT-FEED.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-ENTRIES-READ, WS-ENTRIES-LOADED, WS-ENTRIES-REJECTED.
           DISPLAY 'REVSHARE-LOAD: ENTRIES READ ' WS-ENTRIES-READ
               ' LOADED ' WS-ENTRIES-LOADED
               ' REJECTED ' WS-ENTRIES-REJECTED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT AGREEMENT-FEED.
           OPEN INPUT TITLE-MASTER.
           PERFORM OPEN-AGREEMENT-FILE.

       OPEN-AGREEMENT-FILE.
           OPEN I-O REVSHARE-AGREEMENTS.
           IF WS-AGREEMENT-STATUS = '35' THEN
               OPEN OUTPUT REVSHARE-AGREEMENTS
               CLOSE REVSHARE-AGREEMENTS
               OPEN I-O REVSHARE-AGREEMENTS
           END-IF.

       READ-NEXT-AGREEMENT-ENTRY.
           READ AGREEMENT-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
           END-READ.

      *    AN AGREEMENT IS ONLY TAKEN AGAINST A TITLE ALREADY IN THE
      *    CATALOG - A DEAL ON A TITLE WE DO NOT CARRY WOULD NEVER
      *    SEE A RENTAL AND WOULD HIDE A KEYING ERROR ON THE IMDB ID.
       LOAD-ONE-AGREEMENT-ENTRY.
           PERFORM LOOKUP-AGREEMENT-TITLE.
           EVALUATE TRUE
               WHEN AF-IMDB-ID = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'REVSHARE-LOAD: BLANK TITLE ON FEED'
               WHEN NOT WS-TITLE-FOUND
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'REVSHARE-LOAD: TITLE ' AF-IMDB-ID
                       ' NOT IN CATALOG'
               WHEN AF-STUDIO-ID = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'REVSHARE-LOAD: NO STUDIO FOR '
                       AF-IMDB-ID
               WHEN AF-SHARE-PCT NOT NUMERIC
                       OR AF-SHARE-PCT = ZERO
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'REVSHARE-LOAD: BAD SHARE PERCENT FOR '
                       AF-IMDB-ID
               WHEN AF-MIN-GUARANTEE NOT NUMERIC
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'REVSHARE-LOAD: BAD MINIMUM GUARANTEE FOR '
                       AF-IMDB-ID
               WHEN AF-START-DATE NOT NUMERIC
                       OR AF-END-DATE NOT NUMERIC
                       OR AF-END-DATE < AF-START-DATE
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'REVSHARE-LOAD: BAD TERM DATES FOR '
                       AF-IMDB-ID
               WHEN OTHER
                   PERFORM STORE-AGREEMENT-ENTRY
           END-EVALUATE.
           PERFORM READ-NEXT-AGREEMENT-ENTRY.

       LOOKUP-AGREEMENT-TITLE.
           MOVE 'N' TO WS-TITLE-FOUND-SWITCH.
           MOVE AF-IMDB-ID TO TM-IMDB-ID.
           READ TITLE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TITLE-FOUND TO TRUE
           END-READ.

      *    RELOADING AN AGREEMENT CORRECTS ITS TERMS BUT KEEPS WHAT
      *    HAS ALREADY BEEN PAID AGAINST IT AND THE LAST MONTH
      *    SETTLED, SO A CORRECTION NEVER RE-OPENS A PAID MONTH.
       STORE-AGREEMENT-ENTRY.
           MOVE 'N' TO WS-AGREEMENT-FOUND-SWITCH.
           MOVE AF-IMDB-ID TO RA-IMDB-ID.
           MOVE AF-START-DATE TO RA-START-DATE.
           READ REVSHARE-AGREEMENTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-AGREEMENT-FOUND TO TRUE
           END-READ.
           IF NOT WS-AGREEMENT-FOUND THEN
               MOVE ZERO TO RA-SHARE-PAID-TO-DATE
               MOVE ZERO TO RA-LAST-SETTLED-MONTH
           END-IF.
           MOVE AF-IMDB-ID TO RA-IMDB-ID.
           MOVE AF-START-DATE TO RA-START-DATE.
           MOVE AF-END-DATE TO RA-END-DATE.
           MOVE AF-STUDIO-ID TO RA-STUDIO-ID.
           MOVE AF-SHARE-PCT TO RA-SHARE-PCT.
           MOVE AF-MIN-GUARANTEE TO RA-MIN-GUARANTEE.
           IF WS-AGREEMENT-FOUND THEN
               REWRITE REVSHARE-AGREEMENT-RECORD
           ELSE
               WRITE REVSHARE-AGREEMENT-RECORD
           END-IF.
           ADD 1 TO WS-ENTRIES-LOADED.

       CLOSE-FILES.
           CLOSE AGREEMENT-FEED.
           CLOSE TITLE-MASTER.
           CLOSE REVSHARE-AGREEMENTS.

       END PROGRAM REVSHARE-LOAD.
