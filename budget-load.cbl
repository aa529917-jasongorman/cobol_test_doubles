       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FEED ASSIGN TO 'BUDGETIN'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REVENUE-BUDGET ASSIGN TO 'REVBUDGET'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-KEY
               FILE STATUS IS WS-BUDGET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FEED.
       01  BUDGET-FEED-RECORD.
           05  BI-PERIOD-ID        PIC X(06).
           05  BI-STORE-ID         PIC X(03).
           05  BI-GENRE            PIC X(12).
           05  BI-REVENUE-TYPE     PIC X(01).
           05  BI-BUDGET-AMOUNT    PIC 9(7)V9(2).

       FD  REVENUE-BUDGET.
       COPY 'revenue-budget.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'BUDGET-LOAD'.
           01  WS-BUDGET-STATUS    PIC X(02).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-BUDGET-FEED      VALUE 'Y'.
           01  WS-BUDGET-FOUND-SWITCH PIC X(01).
               88  WS-BUDGET-FOUND         VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-ENTRIES-READ     PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-LOADED   PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-REJECTED PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM READ-NEXT-BUDGET-ENTRY.
           PERFORM LOAD-ONE-BUDGET-ENTRY
               UNTIL END-OF-BUDGET-FEED.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-ENTRIES-READ, WS-ENTRIES-LOADED,
               WS-ENTRIES-REJECTED.
           DISPLAY 'BUDGET-LOAD: ENTRIES READ ' WS-ENTRIES-READ
               ' LOADED ' WS-ENTRIES-LOADED
               ' REJECTED ' WS-ENTRIES-REJECTED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT BUDGET-FEED.
           PERFORM OPEN-REVENUE-BUDGET.

       OPEN-REVENUE-BUDGET.
           OPEN I-O REVENUE-BUDGET.
           IF WS-BUDGET-STATUS = '35' THEN
               OPEN OUTPUT REVENUE-BUDGET
               CLOSE REVENUE-BUDGET
               OPEN I-O REVENUE-BUDGET
           END-IF.

       READ-NEXT-BUDGET-ENTRY.
           READ BUDGET-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
           END-READ.

      *    THE PERIOD IS FINANCE'S ACCOUNTING PERIOD CODE AND NEED NOT
      *    BE ON THE CALENDAR YET - BUDGETS ARE SET AHEAD. RENTALS AND
      *    LATE FEES ARE BUDGETED BY GENRE; SUBSCRIPTIONS AND
      *    MERCHANDISE HAVE NO GENRE, SO A GENRE ON ONE OF THOSE IS A
      *    SPREADSHEET MISTAKE. RELOADING A LINE REPLACES ITS AMOUNT.
       LOAD-ONE-BUDGET-ENTRY.
           EVALUATE TRUE
               WHEN BI-PERIOD-ID = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'BUDGET-LOAD: BLANK PERIOD ON FEED'
               WHEN BI-STORE-ID = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'BUDGET-LOAD: BLANK STORE FOR PERIOD '
                       BI-PERIOD-ID
               WHEN BI-REVENUE-TYPE NOT = 'R'
                       AND BI-REVENUE-TYPE NOT = 'L'
                       AND BI-REVENUE-TYPE NOT = 'S'
                       AND BI-REVENUE-TYPE NOT = 'M'
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'BUDGET-LOAD: BAD REVENUE TYPE FOR '
                       BI-PERIOD-ID ' STORE ' BI-STORE-ID
               WHEN (BI-REVENUE-TYPE = 'R' OR BI-REVENUE-TYPE = 'L')
                       AND BI-GENRE = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'BUDGET-LOAD: NO GENRE ON RENTAL OR FEE '
                       'LINE FOR ' BI-PERIOD-ID ' STORE ' BI-STORE-ID
               WHEN (BI-REVENUE-TYPE = 'S' OR BI-REVENUE-TYPE = 'M')
                       AND BI-GENRE NOT = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'BUDGET-LOAD: GENRE ON STORE-LEVEL LINE '
                       'FOR ' BI-PERIOD-ID ' STORE ' BI-STORE-ID
               WHEN BI-BUDGET-AMOUNT NOT NUMERIC
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'BUDGET-LOAD: BAD AMOUNT FOR '
                       BI-PERIOD-ID ' STORE ' BI-STORE-ID
                       ' ' BI-GENRE
               WHEN OTHER
                   PERFORM STORE-BUDGET-ENTRY
           END-EVALUATE.
           PERFORM READ-NEXT-BUDGET-ENTRY.

       STORE-BUDGET-ENTRY.
           MOVE 'N' TO WS-BUDGET-FOUND-SWITCH.
           MOVE BI-PERIOD-ID TO RB-PERIOD-ID.
           MOVE BI-STORE-ID TO RB-STORE-ID.
           MOVE BI-REVENUE-TYPE TO RB-REVENUE-TYPE.
           MOVE BI-GENRE TO RB-GENRE.
           READ REVENUE-BUDGET
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BUDGET-FOUND TO TRUE
           END-READ.
           MOVE BI-PERIOD-ID TO RB-PERIOD-ID.
           MOVE BI-STORE-ID TO RB-STORE-ID.
           MOVE BI-REVENUE-TYPE TO RB-REVENUE-TYPE.
           MOVE BI-GENRE TO RB-GENRE.
           MOVE BI-BUDGET-AMOUNT TO RB-BUDGET-AMOUNT.
           MOVE WS-CURRENT-DATE(1:8) TO RB-LOADED-DATE.
           IF WS-BUDGET-FOUND THEN
               REWRITE REVENUE-BUDGET-RECORD
           ELSE
               WRITE REVENUE-BUDGET-RECORD
           END-IF.
           ADD 1 TO WS-ENTRIES-LOADED.

       CLOSE-FILES.
           CLOSE BUDGET-FEED.
           CLOSE REVENUE-BUDGET.

       END PROGRAM BUDGET-LOAD.
