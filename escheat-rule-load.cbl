       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT-RULE-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FEED ASSIGN TO 'ESCHRULIN'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESCHEAT-RULES ASSIGN TO 'ESCHRULES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-KEY
               FILE STATUS IS WS-ESCHEAT-RULE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FEED.
       01  RULE-FEED-RECORD.
           05  ES-STATE            PIC X(02).
           05  ES-PROPERTY-TYPE    PIC X(01).
           05  ES-DORMANCY-YEARS   PIC 9(2).
           05  ES-NOTICE-THRESHOLD PIC 9(3)V9(2).
           05  ES-NOTICE-DAYS      PIC 9(3).
           05  ES-EXEMPT-FLAG      PIC X(01).

       FD  ESCHEAT-RULES.
       COPY 'escheat-rule.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'ESCHEAT-RULE-LOAD'.
           01  WS-ESCHEAT-RULE-STATUS PIC X(02).
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
           DISPLAY 'ESCHEAT-RULE-LOAD: ENTRIES READ ' WS-ENTRIES-READ
               ' LOADED ' WS-ENTRIES-LOADED
               ' REJECTED ' WS-ENTRIES-REJECTED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT RULE-FEED.
           PERFORM OPEN-ESCHEAT-RULES.

       OPEN-ESCHEAT-RULES.
           OPEN I-O ESCHEAT-RULES.
           IF WS-ESCHEAT-RULE-STATUS = '35' THEN
               OPEN OUTPUT ESCHEAT-RULES
               CLOSE ESCHEAT-RULES
               OPEN I-O ESCHEAT-RULES
           END-IF.

       READ-NEXT-RULE-ENTRY.
           READ RULE-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
           END-READ.

      *    A ZERO DORMANCY PERIOD WOULD SWEEP EVERY LIVE BALANCE INTO
      *    THE FILING AND IS REFUSED; A STATE THAT DOES NOT TAKE THE
      *    PROPERTY IS LOADED WITH THE EXEMPT FLAG INSTEAD.
       LOAD-ONE-RULE-ENTRY.
           EVALUATE TRUE
               WHEN ES-STATE = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'ESCHEAT-RULE-LOAD: BLANK STATE ON FEED'
               WHEN ES-PROPERTY-TYPE NOT = 'G'
                       AND ES-PROPERTY-TYPE NOT = 'C'
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'ESCHEAT-RULE-LOAD: BAD PROPERTY TYPE '
                       ES-PROPERTY-TYPE ' FOR ' ES-STATE
               WHEN ES-DORMANCY-YEARS NOT NUMERIC
                       OR ES-DORMANCY-YEARS = ZERO
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'ESCHEAT-RULE-LOAD: BAD DORMANCY YEARS FOR '
                       ES-STATE ' ' ES-PROPERTY-TYPE
               WHEN ES-NOTICE-THRESHOLD NOT NUMERIC
                       OR ES-NOTICE-DAYS NOT NUMERIC
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'ESCHEAT-RULE-LOAD: BAD NOTICE TERMS FOR '
                       ES-STATE ' ' ES-PROPERTY-TYPE
               WHEN ES-EXEMPT-FLAG NOT = 'Y'
                       AND ES-EXEMPT-FLAG NOT = 'N'
                       AND ES-EXEMPT-FLAG NOT = SPACE
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'ESCHEAT-RULE-LOAD: BAD EXEMPT FLAG FOR '
                       ES-STATE ' ' ES-PROPERTY-TYPE
               WHEN OTHER
                   PERFORM STORE-RULE-ENTRY
           END-EVALUATE.
           PERFORM READ-NEXT-RULE-ENTRY.

       STORE-RULE-ENTRY.
           MOVE 'N' TO WS-RULE-FOUND-SWITCH.
           MOVE ES-STATE TO ER-STATE.
           MOVE ES-PROPERTY-TYPE TO ER-PROPERTY-TYPE.
           READ ESCHEAT-RULES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RULE-FOUND TO TRUE
           END-READ.
           MOVE ES-STATE TO ER-STATE.
           MOVE ES-PROPERTY-TYPE TO ER-PROPERTY-TYPE.
           MOVE ES-DORMANCY-YEARS TO ER-DORMANCY-YEARS.
           MOVE ES-NOTICE-THRESHOLD TO ER-NOTICE-THRESHOLD.
           MOVE ES-NOTICE-DAYS TO ER-NOTICE-DAYS.
           MOVE ES-EXEMPT-FLAG TO ER-EXEMPT-FLAG.
           IF WS-RULE-FOUND THEN
               REWRITE ESCHEAT-RULE-RECORD
           ELSE
               WRITE ESCHEAT-RULE-RECORD
           END-IF.
           ADD 1 TO WS-ENTRIES-LOADED.

       CLOSE-FILES.
           CLOSE RULE-FEED.
           CLOSE ESCHEAT-RULES.

       END PROGRAM ESCHEAT-RULE-LOAD.
