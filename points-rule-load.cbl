       IDENTIFICATION DIVISION.
       PROGRAM-ID. POINTS-RULE-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FEED ASSIGN TO 'PTSRULIN'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POINTS-RULES ASSIGN TO 'PTSRULES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-KEY
               FILE STATUS IS WS-POINTS-RULE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FEED.
       01  RULE-FEED-RECORD.
           05  RI-RULE-TYPE        PIC X(01).
           05  RI-RULE-CODE        PIC X(12).
           05  RI-POINTS           PIC 9(5).
           05  RI-START-DATE       PIC 9(8).
           05  RI-END-DATE         PIC 9(8).

       FD  POINTS-RULES.
       COPY 'points-rule.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'POINTS-RULE-LOAD'.
           01  WS-POINTS-RULE-STATUS PIC X(02).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-RULE-FEED        VALUE 'Y'.
           01  WS-RULE-FOUND-SWITCH PIC X(01).
               88  WS-RULE-FOUND           VALUE 'Y'.
           01  WS-ENTRIES-READ     PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-LOADED   PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-REJECTED PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-RULE-ENTRY.
           PERFORM LOAD-ONE-RULE-ENTRY UNTIL END-OF-RULE-FEED.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-ENTRIES-READ, WS-ENTRIES-LOADED, WS-ENTRIES-REJECTED.
           DISPLAY 'POINTS-RULE-LOAD: ENTRIES READ ' WS-ENTRIES-READ
               ' LOADED ' WS-ENTRIES-LOADED
               ' REJECTED ' WS-ENTRIES-REJECTED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT RULE-FEED.
           PERFORM OPEN-POINTS-RULES.

       OPEN-POINTS-RULES.
           OPEN I-O POINTS-RULES.
           IF WS-POINTS-RULE-STATUS = '35' THEN
               OPEN OUTPUT POINTS-RULES
               CLOSE POINTS-RULES
               OPEN I-O POINTS-RULES
           END-IF.

       READ-NEXT-RULE-ENTRY.
           READ RULE-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
           END-READ.

      *    A BASE RULE MUST BE ONE OF THE THREE RATES THE PROGRAMS
      *    ASK FOR - ANY OTHER CODE WOULD SIT ON FILE UNREAD. A ZERO
      *    REDEMPTION RATE WOULD MAKE EVERY POINT WORTH NOTHING AND
      *    IS REFUSED; A ZERO EARN OR BONUS SIMPLY SWITCHES IT OFF.
       LOAD-ONE-RULE-ENTRY.
           EVALUATE TRUE
               WHEN RI-RULE-TYPE NOT = 'B'
                       AND RI-RULE-TYPE NOT = 'G'
                       AND RI-RULE-TYPE NOT = 'P'
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'POINTS-RULE-LOAD: BAD RULE TYPE '
                       RI-RULE-TYPE ' FOR ' RI-RULE-CODE
               WHEN RI-RULE-CODE = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'POINTS-RULE-LOAD: BLANK RULE CODE ON FEED'
               WHEN RI-RULE-TYPE = 'B'
                       AND RI-RULE-CODE NOT = 'RENTAL'
                       AND RI-RULE-CODE NOT = 'ONTIME'
                       AND RI-RULE-CODE NOT = 'REDEEM'
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'POINTS-RULE-LOAD: UNKNOWN BASE RULE '
                       RI-RULE-CODE
               WHEN RI-POINTS NOT NUMERIC
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'POINTS-RULE-LOAD: BAD POINTS FOR '
                       RI-RULE-CODE
               WHEN RI-RULE-CODE = 'REDEEM' AND RI-POINTS = ZERO
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'POINTS-RULE-LOAD: ZERO REDEMPTION RATE '
                       'REFUSED'
               WHEN RI-START-DATE NOT NUMERIC
                       OR RI-END-DATE NOT NUMERIC
                       OR RI-END-DATE < RI-START-DATE
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'POINTS-RULE-LOAD: BAD DATES FOR '
                       RI-RULE-CODE
               WHEN OTHER
                   PERFORM STORE-RULE-ENTRY
           END-EVALUATE.
           PERFORM READ-NEXT-RULE-ENTRY.

       STORE-RULE-ENTRY.
           MOVE 'N' TO WS-RULE-FOUND-SWITCH.
           MOVE RI-RULE-TYPE TO LR-RULE-TYPE.
           MOVE RI-RULE-CODE TO LR-RULE-CODE.
           READ POINTS-RULES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RULE-FOUND TO TRUE
           END-READ.
           MOVE RI-RULE-TYPE TO LR-RULE-TYPE.
           MOVE RI-RULE-CODE TO LR-RULE-CODE.
           MOVE RI-POINTS TO LR-POINTS.
           MOVE RI-START-DATE TO LR-START-DATE.
           MOVE RI-END-DATE TO LR-END-DATE.
           IF WS-RULE-FOUND THEN
               REWRITE POINTS-RULE-RECORD
           ELSE
               WRITE POINTS-RULE-RECORD
           END-IF.
           ADD 1 TO WS-ENTRIES-LOADED.

       CLOSE-FILES.
           CLOSE RULE-FEED.
           CLOSE POINTS-RULES.

       END PROGRAM POINTS-RULE-LOAD.
