       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-ITEMS ASSIGN TO 'SUSPENSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-ITEMS.
       COPY 'suspense-item.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-SUSPENSE-STATUS  PIC X(02).
           01  WS-FILE-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-FILE-IS-OPEN         VALUE 'Y'.
           01  WS-SCAN-EOF-SWITCH  PIC X(01).
               88  END-OF-SUSPENSE-SCAN    VALUE 'Y'.
           01  WS-ITEM-FOUND-SWITCH PIC X(01).
               88  WS-ITEM-FOUND           VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
      *    THE LAST SUSPENSE NUMBER USED ON THE CALLING STEP'S FEED,
      *    FOUND ON THE FIRST NEW ITEM SO LATER ONES NEED NO SCAN.
           01  WS-LOADED-FEED      PIC X(10) VALUE SPACES.
           01  WS-LAST-SUSPENSE-ID PIC 9(7) VALUE 0.
       LINKAGE SECTION.
           01  PROGRAM-NAME        PIC X(18).
           01  SUSPENSE-FEED       PIC X(10).
           01  SUSPENSE-ID         PIC 9(7).
           01  SUSPENSE-REASON     PIC X(30).
           01  SUSPENSE-MEMBER     PIC X(08).
           01  SUSPENSE-AMOUNT     PIC S9(7)V9(2).
           01  SUSPENSE-IMAGE      PIC X(100).
      *    A SUSPENSE-ID OF ZERO PUTS A NEW ITEM INTO SUSPENSE AND
      *    HANDS BACK ITS NUMBER. ANY OTHER NUMBER IS A RELEASED ITEM
      *    THAT FAILED AGAIN ON RETRY AND GOES BACK INTO SUSPENSE.
       PROCEDURE DIVISION USING PROGRAM-NAME, SUSPENSE-FEED,
                                   SUSPENSE-ID, SUSPENSE-REASON,
                                   SUSPENSE-MEMBER, SUSPENSE-AMOUNT,
                                   SUSPENSE-IMAGE.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILE-IF-NEEDED.
           PERFORM SET-TODAY.
           IF SUSPENSE-ID = ZERO THEN
               PERFORM SUSPEND-NEW-ITEM
           ELSE
               PERFORM RESUSPEND-RETRIED-ITEM
           END-IF.
           GOBACK.

       OPEN-FILE-IF-NEEDED.
           IF NOT WS-FILE-IS-OPEN THEN
               OPEN I-O SUSPENSE-ITEMS
               IF WS-SUSPENSE-STATUS = '35' THEN
                   OPEN OUTPUT SUSPENSE-ITEMS
                   CLOSE SUSPENSE-ITEMS
                   OPEN I-O SUSPENSE-ITEMS
               END-IF
               SET WS-FILE-IS-OPEN TO TRUE
               MOVE SPACES TO WS-LOADED-FEED
           END-IF.

       SET-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.

       SUSPEND-NEW-ITEM.
           IF SUSPENSE-FEED NOT = WS-LOADED-FEED THEN
               PERFORM FIND-LAST-SUSPENSE-ID
           END-IF.
           ADD 1 TO WS-LAST-SUSPENSE-ID.
           MOVE SUSPENSE-FEED TO SU-SOURCE-FEED.
           MOVE WS-LAST-SUSPENSE-ID TO SU-SUSPENSE-ID.
           MOVE PROGRAM-NAME TO SU-SOURCE-PROGRAM.
           MOVE SUSPENSE-REASON TO SU-REASON.
           MOVE SUSPENSE-MEMBER TO SU-MEMBER-ID.
           MOVE SUSPENSE-AMOUNT TO SU-AMOUNT.
           MOVE WS-TODAY-CCYYMMDD TO SU-FIRST-SEEN-DATE.
           MOVE WS-TODAY-CCYYMMDD TO SU-LAST-TRIED-DATE.
           MOVE 1 TO SU-TIMES-TRIED.
           SET SU-ITEM-SUSPENDED TO TRUE.
           MOVE SPACES TO SU-ACTION-BY.
           MOVE ZEROS TO SU-ACTION-DATE.
           MOVE SPACES TO SU-ACTION-NOTE.
           MOVE ZEROS TO SU-CLEARED-DATE.
           MOVE SUSPENSE-IMAGE TO SU-RECORD-IMAGE.
           WRITE SUSPENSE-ITEM-RECORD
               INVALID KEY
                   DISPLAY 'SUSPENSE-LOG: DUPLICATE SUSPENSE ID '
                       SU-SOURCE-FEED ' ' SU-SUSPENSE-ID
           END-WRITE.
           MOVE SU-SUSPENSE-ID TO SUSPENSE-ID.

       FIND-LAST-SUSPENSE-ID.
           MOVE SUSPENSE-FEED TO WS-LOADED-FEED.
           MOVE ZERO TO WS-LAST-SUSPENSE-ID.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           MOVE SUSPENSE-FEED TO SU-SOURCE-FEED.
           MOVE ZEROS TO SU-SUSPENSE-ID.
           START SUSPENSE-ITEMS KEY IS NOT LESS THAN SU-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM NOTE-ONE-SUSPENSE-ID UNTIL END-OF-SUSPENSE-SCAN.

       NOTE-ONE-SUSPENSE-ID.
           READ SUSPENSE-ITEMS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF SU-SOURCE-FEED = SUSPENSE-FEED THEN
                       MOVE SU-SUSPENSE-ID TO WS-LAST-SUSPENSE-ID
                   ELSE
                       MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   END-IF
           END-READ.

      *    THE NEW REASON REPLACES THE OLD ONE, AND THE IMAGE IS THE
      *    ONE JUST TRIED, SO A CORRECTION THAT DID NOT WORK IS WHAT
      *    THE OPERATOR SEES NEXT TIME.
       RESUSPEND-RETRIED-ITEM.
           PERFORM READ-SUSPENSE-ITEM.
           IF WS-ITEM-FOUND THEN
               MOVE SUSPENSE-REASON TO SU-REASON
               MOVE SUSPENSE-MEMBER TO SU-MEMBER-ID
               MOVE SUSPENSE-AMOUNT TO SU-AMOUNT
               MOVE SUSPENSE-IMAGE TO SU-RECORD-IMAGE
               MOVE WS-TODAY-CCYYMMDD TO SU-LAST-TRIED-DATE
               ADD 1 TO SU-TIMES-TRIED
               SET SU-ITEM-SUSPENDED TO TRUE
               REWRITE SUSPENSE-ITEM-RECORD
           ELSE
               DISPLAY 'SUSPENSE-LOG: SUSPENSE ITEM NOT FOUND '
                   SUSPENSE-FEED ' ' SUSPENSE-ID
           END-IF.

       READ-SUSPENSE-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-SWITCH.
           MOVE SUSPENSE-FEED TO SU-SOURCE-FEED.
           MOVE SUSPENSE-ID TO SU-SUSPENSE-ID.
           READ SUSPENSE-ITEMS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ITEM-FOUND TO TRUE
           END-READ.

      *    HANDS BACK THE NEXT RELEASED ITEM ON THE FEED AFTER THE
      *    NUMBER GIVEN, OR A NUMBER OF ZERO WHEN THERE ARE NO MORE.
      *    THE CALLER STARTS FROM ZERO.
       ENTRY 'SUSPENSE-NEXT-RELEASED' USING SUSPENSE-FEED,
                                           SUSPENSE-ID,
                                           SUSPENSE-IMAGE.
           PERFORM OPEN-FILE-IF-NEEDED.
           MOVE 'N' TO WS-ITEM-FOUND-SWITCH.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           MOVE SUSPENSE-FEED TO SU-SOURCE-FEED.
           MOVE SUSPENSE-ID TO SU-SUSPENSE-ID.
           START SUSPENSE-ITEMS KEY IS GREATER THAN SU-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START.
           PERFORM CHECK-ONE-RELEASED-ITEM
               UNTIL END-OF-SUSPENSE-SCAN OR WS-ITEM-FOUND.
           IF WS-ITEM-FOUND THEN
               MOVE SU-SUSPENSE-ID TO SUSPENSE-ID
               MOVE SU-RECORD-IMAGE TO SUSPENSE-IMAGE
           ELSE
               MOVE ZERO TO SUSPENSE-ID
               MOVE SPACES TO SUSPENSE-IMAGE
           END-IF.
           GOBACK.

       CHECK-ONE-RELEASED-ITEM.
           READ SUSPENSE-ITEMS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF SU-SOURCE-FEED NOT = SUSPENSE-FEED THEN
                       MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   ELSE
                       IF SU-ITEM-RELEASED THEN
                           SET WS-ITEM-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    A RELEASED ITEM THAT POSTED ON RETRY IS CLOSED OFF. IT STAYS
      *    ON FILE WITH THE DATE IT CLEARED FOR THE AUDITORS.
       ENTRY 'SUSPENSE-CLEARED' USING SUSPENSE-FEED, SUSPENSE-ID.
           PERFORM OPEN-FILE-IF-NEEDED.
           PERFORM SET-TODAY.
           PERFORM READ-SUSPENSE-ITEM.
           IF WS-ITEM-FOUND THEN
               MOVE WS-TODAY-CCYYMMDD TO SU-LAST-TRIED-DATE
               MOVE WS-TODAY-CCYYMMDD TO SU-CLEARED-DATE
               ADD 1 TO SU-TIMES-TRIED
               SET SU-ITEM-POSTED TO TRUE
               REWRITE SUSPENSE-ITEM-RECORD
           ELSE
               DISPLAY 'SUSPENSE-LOG: SUSPENSE ITEM NOT FOUND '
                   SUSPENSE-FEED ' ' SUSPENSE-ID
           END-IF.
           GOBACK.

       ENTRY 'CLOSE-SUSPENSE-LOG'.
           IF WS-FILE-IS-OPEN THEN
               CLOSE SUSPENSE-ITEMS
               MOVE 'N' TO WS-FILE-OPEN-SWITCH
           END-IF.
           GOBACK.

       END PROGRAM SUSPENSE-LOG.
