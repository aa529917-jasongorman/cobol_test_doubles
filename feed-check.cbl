       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-REGISTRY ASSIGN TO 'FEEDREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FR-FEED-ID
               FILE STATUS IS WS-FEED-REGISTRY-STATUS.

           SELECT FORCE-LIST ASSIGN TO 'RUNFORCE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORCE-LIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-REGISTRY.
       COPY 'feed-registry.cpy'.

       FD  FORCE-LIST.
       01  FORCE-LIST-RECORD.
           05  FL-PROGRAM-ID       PIC X(18).

       WORKING-STORAGE SECTION.
           01  WS-FEED-REGISTRY-STATUS PIC X(02).
           01  WS-FILE-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-FILE-IS-OPEN         VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-FORCE-LIST-STATUS PIC X(02).
           01  WS-FORCE-EOF-SWITCH PIC X(01).
               88  END-OF-FORCE-LIST       VALUE 'Y'.
           01  WS-FORCED-SWITCH    PIC X(01).
               88  WS-REPLAY-FORCED        VALUE 'Y'.
           01  WS-REGISTERED-SWITCH PIC X(01).
               88  WS-FEED-REGISTERED      VALUE 'Y'.
           01  WS-NEXT-SEQUENCE    PIC 9(8).
           01  WS-SAVED-PROGRAM-ID PIC X(18).
           01  WS-SAVED-FEED-ID    PIC X(10).
           01  WS-SAVED-SENDER-ID  PIC X(08).
           01  WS-SAVED-CREATION-DATE PIC 9(8).
           01  WS-SAVED-SEQUENCE   PIC 9(7).
           01  WS-SAVED-RECORD-COUNT PIC 9(7).
           01  WS-SAVED-HASH-TOTAL PIC 9(13)V9(2).
           01  WS-BALANCED-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-FEED-BALANCED        VALUE 'Y'.
           01  WS-REJECT-REASON    PIC X(28).
           01  WS-EXC-KEY          PIC X(30).
           01  WS-EXC-SEVERITY     PIC X(01).
           01  WS-EXC-AMOUNT       PIC S9(7)V9(2).
           01  WS-EXC-TEXT         PIC X(60).
       LINKAGE SECTION.
           01  PROGRAM-NAME    PIC X(18).
           01  FEED-ID         PIC X(10).
           COPY 'feed-control.cpy'.
           01  RECORD-COUNT    PIC 9(7) COMP.
           01  HASH-TOTAL      PIC 9(13)V9(2).
           01  FEED-RESULT     PIC X(01).
               88  FEED-ACCEPTED           VALUE 'A'.
       PROCEDURE DIVISION USING PROGRAM-NAME, FEED-ID,
           FEED-CONTROL-RECORD, FEED-RESULT.
      *    THE HEADER IS CHECKED BEFORE THE CALLER POSTS ANYTHING.
      *    RESULT A ACCEPTS THE FILE; H IS A MISSING OR UNREADABLE
      *    HEADER, S THE WRONG SENDER, D A FILE ALREADY POSTED AND
      *    Q ONE THAT ARRIVED OUT OF SEQUENCE.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILE-IF-NEEDED.
           MOVE 'A' TO FEED-RESULT.
           MOVE 'N' TO WS-BALANCED-SWITCH.
           MOVE PROGRAM-NAME TO WS-SAVED-PROGRAM-ID.
           MOVE FEED-ID TO WS-SAVED-FEED-ID.
           MOVE ZERO TO WS-SAVED-SEQUENCE.
           PERFORM CHECK-HEADER-FIELDS.
           IF FEED-ACCEPTED THEN
               MOVE FC-SENDER-ID TO WS-SAVED-SENDER-ID
               MOVE FC-CREATION-DATE TO WS-SAVED-CREATION-DATE
               MOVE FC-SEQUENCE-NUMBER TO WS-SAVED-SEQUENCE
               PERFORM CHECK-AGAINST-REGISTRY
           END-IF.
           IF NOT FEED-ACCEPTED THEN
               PERFORM RAISE-FEED-EXCEPTION
           END-IF.
           GOBACK.

       CHECK-HEADER-FIELDS.
           EVALUATE TRUE
               WHEN NOT FC-HEADER
                   MOVE 'H' TO FEED-RESULT
                   DISPLAY 'FEED-CHECK: ** ' FEED-ID
                       ' FIRST RECORD IS NOT A HEADER - FEED REJECTED'
               WHEN FC-SENDER-ID = SPACES
                       OR FC-CREATION-DATE NOT NUMERIC
                       OR FC-SEQUENCE-NUMBER NOT NUMERIC
                       OR FC-SEQUENCE-NUMBER = ZERO
                   MOVE 'H' TO FEED-RESULT
                   DISPLAY 'FEED-CHECK: ** ' FEED-ID
                       ' HEADER INCOMPLETE - FEED REJECTED'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    THE FIRST FILE EVER SEEN ON A FEED IS TAKEN AS IT COMES
      *    AND STARTS THE REGISTRY ROW. AFTER THAT EACH FILE MUST
      *    COME FROM THE SAME SENDER WITH THE NEXT SEQUENCE NUMBER.
      *    A FILE ALREADY POSTED IS ONLY TAKEN AGAIN WHEN THE
      *    OPERATOR LISTS THE PROGRAM ON RUNFORCE TO REPLAY IT.
       CHECK-AGAINST-REGISTRY.
           MOVE 'N' TO WS-REGISTERED-SWITCH.
           MOVE FEED-ID TO FR-FEED-ID.
           READ FEED-REGISTRY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FEED-REGISTERED TO TRUE
           END-READ.
           IF WS-FEED-REGISTERED THEN
               COMPUTE WS-NEXT-SEQUENCE = FR-LAST-SEQUENCE + 1
               EVALUATE TRUE
                   WHEN FC-SENDER-ID NOT = FR-SENDER-ID
                       MOVE 'S' TO FEED-RESULT
                       DISPLAY 'FEED-CHECK: ** ' FEED-ID
                           ' SENT BY ' FC-SENDER-ID ', EXPECTED '
                           FR-SENDER-ID ' - FEED REJECTED'
                   WHEN FC-SEQUENCE-NUMBER NOT > FR-LAST-SEQUENCE
                       PERFORM CHECK-FORCE-LIST
                       IF WS-REPLAY-FORCED THEN
                           DISPLAY 'FEED-CHECK: ' FEED-ID
                               ' SEQUENCE ' FC-SEQUENCE-NUMBER
                               ' REPLAY FORCED BY RUNFORCE ENTRY'
                       ELSE
                           MOVE 'D' TO FEED-RESULT
                           DISPLAY 'FEED-CHECK: ** ' FEED-ID
                               ' SEQUENCE ' FC-SEQUENCE-NUMBER
                               ' ALREADY POSTED (LAST '
                               FR-LAST-SEQUENCE ') - FEED REJECTED'
                       END-IF
                   WHEN FC-SEQUENCE-NUMBER > WS-NEXT-SEQUENCE
                       MOVE 'Q' TO FEED-RESULT
                       DISPLAY 'FEED-CHECK: ** ' FEED-ID
                           ' SEQUENCE ' FC-SEQUENCE-NUMBER
                           ' RECEIVED, EXPECTED ' WS-NEXT-SEQUENCE
                           ' - FEED REJECTED'
                   WHEN FC-CREATION-DATE < FR-LAST-CREATION-DATE
                       MOVE 'Q' TO FEED-RESULT
                       DISPLAY 'FEED-CHECK: ** ' FEED-ID
                           ' CREATED ' FC-CREATION-DATE
                           ' BEFORE LAST FILE OF '
                           FR-LAST-CREATION-DATE ' - FEED REJECTED'
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               DISPLAY 'FEED-CHECK: ' FEED-ID
                   ' NOT ON REGISTRY - FIRST FILE FROM '
                   FC-SENDER-ID ' ACCEPTED'
           END-IF.

      *    A REJECTED FILE GOES TO THE SHARED EXCEPTION FILE UNDER
      *    THE CALLING PROGRAM, ONE OPEN EXCEPTION PER FEED UNTIL
      *    SOMEONE SIGNS IT OFF.
       RAISE-FEED-EXCEPTION.
           EVALUATE FEED-RESULT
               WHEN 'H'
                   MOVE 'HEADER MISSING OR INCOMPLETE' TO
                       WS-REJECT-REASON
               WHEN 'S'
                   MOVE 'SENT BY THE WRONG SENDER' TO WS-REJECT-REASON
               WHEN 'D'
                   MOVE 'SEQUENCE ALREADY POSTED' TO WS-REJECT-REASON
               WHEN 'Q'
                   MOVE 'RECEIVED OUT OF SEQUENCE' TO WS-REJECT-REASON
               WHEN 'T'
                   MOVE 'NO TRAILER - FILE TRUNCATED' TO
                       WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'TRAILER OUT OF BALANCE' TO WS-REJECT-REASON
           END-EVALUATE.
           MOVE SPACES TO WS-EXC-KEY.
           STRING FEED-ID ' FEED REJECTED'
           INTO WS-EXC-KEY
           END-STRING.
           MOVE 'H' TO WS-EXC-SEVERITY.
           MOVE ZERO TO WS-EXC-AMOUNT.
           MOVE SPACES TO WS-EXC-TEXT.
           STRING FEED-ID ' FEED SEQ ' WS-SAVED-SEQUENCE ' '
               WS-REJECT-REASON ' - NOT POSTED'
           INTO WS-EXC-TEXT
           END-STRING.
           CALL 'EXCEPTION-LOG' USING WS-SAVED-PROGRAM-ID, WS-EXC-KEY,
               WS-EXC-SEVERITY, WS-EXC-AMOUNT, WS-EXC-TEXT.
           CALL 'CLOSE-EXCEPTION-LOG'.

       CHECK-FORCE-LIST.
           MOVE 'N' TO WS-FORCED-SWITCH.
           MOVE 'N' TO WS-FORCE-EOF-SWITCH.
           OPEN INPUT FORCE-LIST.
           IF WS-FORCE-LIST-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-FORCE-EOF-SWITCH
           END-IF.
           PERFORM SCAN-ONE-FORCE-ENTRY
               UNTIL END-OF-FORCE-LIST OR WS-REPLAY-FORCED.
           IF WS-FORCE-LIST-STATUS = '00'
                   OR WS-FORCE-LIST-STATUS = '10' THEN
               CLOSE FORCE-LIST
           END-IF.

       SCAN-ONE-FORCE-ENTRY.
           READ FORCE-LIST
               AT END
                   MOVE 'Y' TO WS-FORCE-EOF-SWITCH
               NOT AT END
                   IF FL-PROGRAM-ID = PROGRAM-NAME
                       SET WS-REPLAY-FORCED TO TRUE
                   END-IF
           END-READ.

       OPEN-FILE-IF-NEEDED.
           IF NOT WS-FILE-IS-OPEN THEN
               OPEN I-O FEED-REGISTRY
               IF WS-FEED-REGISTRY-STATUS = '35' THEN
                   OPEN OUTPUT FEED-REGISTRY
                   CLOSE FEED-REGISTRY
                   OPEN I-O FEED-REGISTRY
               END-IF
               SET WS-FILE-IS-OPEN TO TRUE
           END-IF.

      *    THE CALLER COUNTS THE DETAIL RECORDS AND ADDS UP THE HASH
      *    FIELD ON A PASS OVER THE WHOLE FILE, THEN HANDS THE
      *    TRAILER IN. ANY DIFFERENCE MEANS A TRUNCATED OR DAMAGED
      *    FILE AND RESULT B REJECTS IT. A CALLER THAT HITS END OF
      *    FILE WITHOUT SEEING A TRAILER PASSES A BLANK RECORD AND
      *    GETS RESULT T.
       ENTRY 'FEED-CHECK-TRAILER' USING FEED-ID, FEED-CONTROL-RECORD,
           RECORD-COUNT, HASH-TOTAL, FEED-RESULT.
           MOVE 'A' TO FEED-RESULT.
           MOVE 'N' TO WS-BALANCED-SWITCH.
           IF NOT FC-TRAILER THEN
               MOVE 'T' TO FEED-RESULT
               DISPLAY 'FEED-CHECK: ** NO TRAILER ON ' FEED-ID
                   ' - FEED REJECTED'
           ELSE
               IF FC-RECORD-COUNT NOT NUMERIC
                       OR FC-HASH-TOTAL NOT NUMERIC THEN
                   MOVE 'B' TO FEED-RESULT
                   DISPLAY 'FEED-CHECK: ** ' FEED-ID
                       ' TRAILER INCOMPLETE - FEED REJECTED'
               ELSE
                   IF FC-RECORD-COUNT NOT = RECORD-COUNT
                           OR FC-HASH-TOTAL NOT = HASH-TOTAL THEN
                       MOVE 'B' TO FEED-RESULT
                       DISPLAY 'FEED-CHECK: ** ' FEED-ID
                           ' OUT OF BALANCE - TRAILER COUNT '
                           FC-RECORD-COUNT ' TOTAL ' FC-HASH-TOTAL
                           ', FILE COUNT ' RECORD-COUNT
                           ' TOTAL ' HASH-TOTAL ' - FEED REJECTED'
                   ELSE
                       MOVE FC-RECORD-COUNT TO WS-SAVED-RECORD-COUNT
                       MOVE FC-HASH-TOTAL TO WS-SAVED-HASH-TOTAL
                       SET WS-FEED-BALANCED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT FEED-ACCEPTED THEN
               PERFORM RAISE-FEED-EXCEPTION
           END-IF.
           GOBACK.

      *    CALLED ONCE THE FEED HAS POSTED, SO A RUN THAT ABENDS
      *    PART WAY LEAVES THE REGISTRY ON THE PREVIOUS FILE AND THE
      *    SAME FILE IS TAKEN AGAIN ON THE RESTART. A FORCED REPLAY
      *    OF AN OLDER FILE NEVER WINDS THE SEQUENCE BACK.
       ENTRY 'FEED-CHECK-ACCEPT' USING FEED-ID.
           IF FEED-ID = WS-SAVED-FEED-ID AND WS-FEED-BALANCED THEN
               PERFORM OPEN-FILE-IF-NEEDED
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE 'N' TO WS-REGISTERED-SWITCH
               MOVE FEED-ID TO FR-FEED-ID
               READ FEED-REGISTRY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FEED-REGISTERED TO TRUE
               END-READ
               IF NOT WS-FEED-REGISTERED
                       OR WS-SAVED-SEQUENCE > FR-LAST-SEQUENCE THEN
                   MOVE FEED-ID TO FR-FEED-ID
                   MOVE WS-SAVED-SENDER-ID TO FR-SENDER-ID
                   MOVE WS-SAVED-SEQUENCE TO FR-LAST-SEQUENCE
                   MOVE WS-SAVED-CREATION-DATE
                       TO FR-LAST-CREATION-DATE
                   MOVE WS-SAVED-RECORD-COUNT TO FR-LAST-RECORD-COUNT
                   MOVE WS-SAVED-HASH-TOTAL TO FR-LAST-HASH-TOTAL
               END-IF
               MOVE WS-SAVED-PROGRAM-ID TO FR-ACCEPTED-BY
               MOVE WS-CURRENT-DATE TO FR-ACCEPTED-TIMESTAMP
               IF WS-FEED-REGISTERED THEN
                   REWRITE FEED-REGISTRY-RECORD
               ELSE
                   WRITE FEED-REGISTRY-RECORD
               END-IF
               MOVE 'N' TO WS-BALANCED-SWITCH
           END-IF.
           IF WS-FILE-IS-OPEN THEN
               CLOSE FEED-REGISTRY
               MOVE 'N' TO WS-FILE-OPEN-SWITCH
           END-IF.
           GOBACK.

       END PROGRAM FEED-CHECK.
