       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-ITEMS ASSIGN TO 'EXCPITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EI-EXCEPTION-ID
               FILE STATUS IS WS-EXCEPTION-ITEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-ITEMS.
       COPY 'exception-item.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-EXCEPTION-ITEM-STATUS PIC X(02).
           01  WS-FILE-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-FILE-IS-OPEN         VALUE 'Y'.
           01  WS-SCAN-EOF-SWITCH  PIC X(01).
               88  END-OF-EXCEPTION-SCAN   VALUE 'Y'.
           01  WS-ITEM-FOUND-SWITCH PIC X(01).
               88  WS-ITEM-FOUND           VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-LOADED-PROGRAM   PIC X(18) VALUE SPACES.
           01  WS-LAST-EXCEPTION-ID PIC 9(7) VALUE 0.
      *    THE CALLING STEP'S EXCEPTIONS STILL OPEN FROM EARLIER
      *    NIGHTS, LOADED ON THE FIRST CALL, SO A REPEAT OF THE SAME
      *    KEY FINDS ITS RECORD WITHOUT A SCAN PER CALL.
           01  WS-OPEN-MAX         PIC 9(5) COMP VALUE 2000.
           01  WS-OPEN-COUNT       PIC 9(5) COMP VALUE 0.
           01  WS-OPEN-IDX         PIC 9(5) COMP.
           01  WS-OPEN-TABLE.
               05  WS-OPEN-ENTRY OCCURS 2000 TIMES.
                   10  WS-OE-KEY           PIC X(30).
                   10  WS-OE-EXCEPTION-ID  PIC 9(7).
       LINKAGE SECTION.
           01  PROGRAM-NAME        PIC X(18).
           01  EXCEPTION-KEY       PIC X(30).
           01  EXCEPTION-SEVERITY  PIC X(01).
           01  EXCEPTION-AMOUNT    PIC S9(7)V9(2).
           01  EXCEPTION-TEXT      PIC X(60).
       PROCEDURE DIVISION USING PROGRAM-NAME, EXCEPTION-KEY,
                                   EXCEPTION-SEVERITY,
                                   EXCEPTION-AMOUNT, EXCEPTION-TEXT.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILE-IF-NEEDED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           IF PROGRAM-NAME NOT = WS-LOADED-PROGRAM THEN
               PERFORM LOAD-OPEN-EXCEPTIONS
           END-IF.
           PERFORM FIND-OPEN-EXCEPTION.
           IF WS-ITEM-FOUND THEN
               PERFORM RAISE-EXISTING-EXCEPTION
           ELSE
               PERFORM RAISE-NEW-EXCEPTION
           END-IF.
           GOBACK.

       OPEN-FILE-IF-NEEDED.
           IF NOT WS-FILE-IS-OPEN THEN
               OPEN I-O EXCEPTION-ITEMS
               IF WS-EXCEPTION-ITEM-STATUS = '35' THEN
                   OPEN OUTPUT EXCEPTION-ITEMS
                   CLOSE EXCEPTION-ITEMS
                   OPEN I-O EXCEPTION-ITEMS
               END-IF
               SET WS-FILE-IS-OPEN TO TRUE
               MOVE SPACES TO WS-LOADED-PROGRAM
           END-IF.

       LOAD-OPEN-EXCEPTIONS.
           MOVE PROGRAM-NAME TO WS-LOADED-PROGRAM.
           MOVE ZERO TO WS-OPEN-COUNT.
           MOVE ZERO TO WS-LAST-EXCEPTION-ID.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           MOVE ZEROS TO EI-EXCEPTION-ID.
           START EXCEPTION-ITEMS KEY IS NOT LESS THAN EI-EXCEPTION-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM NOTE-ONE-EXCEPTION UNTIL END-OF-EXCEPTION-SCAN.

       NOTE-ONE-EXCEPTION.
           READ EXCEPTION-ITEMS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   MOVE EI-EXCEPTION-ID TO WS-LAST-EXCEPTION-ID
                   IF EI-SOURCE-PROGRAM = PROGRAM-NAME
                           AND EI-EXCEPTION-OPEN
                           AND WS-OPEN-COUNT < WS-OPEN-MAX
                       ADD 1 TO WS-OPEN-COUNT
                       MOVE EI-EXCEPTION-KEY
                           TO WS-OE-KEY(WS-OPEN-COUNT)
                       MOVE EI-EXCEPTION-ID
                           TO WS-OE-EXCEPTION-ID(WS-OPEN-COUNT)
                   END-IF
           END-READ.

       FIND-OPEN-EXCEPTION.
           MOVE 'N' TO WS-ITEM-FOUND-SWITCH.
           PERFORM CHECK-ONE-OPEN-ENTRY
               VARYING WS-OPEN-IDX FROM 1 BY 1
               UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
               OR WS-ITEM-FOUND.
           IF WS-ITEM-FOUND THEN
               MOVE 'N' TO WS-ITEM-FOUND-SWITCH
               READ EXCEPTION-ITEMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EI-EXCEPTION-OPEN
                           SET WS-ITEM-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.

       CHECK-ONE-OPEN-ENTRY.
           IF WS-OE-KEY(WS-OPEN-IDX) = EXCEPTION-KEY THEN
               SET WS-ITEM-FOUND TO TRUE
               MOVE WS-OE-EXCEPTION-ID(WS-OPEN-IDX)
                   TO EI-EXCEPTION-ID
           END-IF.

      *    THE LATEST RUN'S AMOUNT AND WORDING REPLACE THE OLD ONES
      *    SO THE OWNER SEES WHERE THE PROBLEM STANDS TODAY. A RERUN
      *    OF THE STEP ON THE SAME DAY DOES NOT COUNT AGAIN.
       RAISE-EXISTING-EXCEPTION.
           IF EI-LAST-RAISED-DATE NOT = WS-TODAY-CCYYMMDD THEN
               ADD 1 TO EI-TIMES-RAISED
               MOVE WS-TODAY-CCYYMMDD TO EI-LAST-RAISED-DATE
           END-IF.
           PERFORM MOVE-SEVERITY.
           MOVE EXCEPTION-AMOUNT TO EI-AMOUNT.
           MOVE EXCEPTION-TEXT TO EI-DESCRIPTION.
           REWRITE EXCEPTION-ITEM-RECORD.

       RAISE-NEW-EXCEPTION.
           ADD 1 TO WS-LAST-EXCEPTION-ID.
           MOVE WS-LAST-EXCEPTION-ID TO EI-EXCEPTION-ID.
           MOVE PROGRAM-NAME TO EI-SOURCE-PROGRAM.
           MOVE EXCEPTION-KEY TO EI-EXCEPTION-KEY.
           PERFORM MOVE-SEVERITY.
           MOVE EXCEPTION-AMOUNT TO EI-AMOUNT.
           MOVE EXCEPTION-TEXT TO EI-DESCRIPTION.
           MOVE WS-TODAY-CCYYMMDD TO EI-RAISED-DATE.
           MOVE WS-TODAY-CCYYMMDD TO EI-LAST-RAISED-DATE.
           MOVE 1 TO EI-TIMES-RAISED.
           SET EI-EXCEPTION-OPEN TO TRUE.
           MOVE SPACES TO EI-OWNER-ID.
           MOVE ZEROS TO EI-ASSIGNED-DATE.
           MOVE ZEROS TO EI-CLOSED-DATE.
           MOVE SPACES TO EI-CLOSED-BY.
           MOVE SPACES TO EI-RESOLUTION-NOTE.
           WRITE EXCEPTION-ITEM-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION-LOG: DUPLICATE EXCEPTION ID '
                       EI-EXCEPTION-ID
           END-WRITE.
           IF WS-OPEN-COUNT < WS-OPEN-MAX THEN
               ADD 1 TO WS-OPEN-COUNT
               MOVE EXCEPTION-KEY TO WS-OE-KEY(WS-OPEN-COUNT)
               MOVE EI-EXCEPTION-ID
                   TO WS-OE-EXCEPTION-ID(WS-OPEN-COUNT)
           END-IF.

       MOVE-SEVERITY.
           MOVE EXCEPTION-SEVERITY TO EI-SEVERITY.
           IF NOT EI-SEVERITY-HIGH AND NOT EI-SEVERITY-MEDIUM
                   AND NOT EI-SEVERITY-LOW THEN
               SET EI-SEVERITY-MEDIUM TO TRUE
           END-IF.

       ENTRY 'CLOSE-EXCEPTION-LOG'.
           IF WS-FILE-IS-OPEN THEN
               CLOSE EXCEPTION-ITEMS
               MOVE 'N' TO WS-FILE-OPEN-SWITCH
           END-IF.
           GOBACK.

       END PROGRAM EXCEPTION-LOG.
