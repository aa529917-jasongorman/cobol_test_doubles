       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-AGE-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-ITEMS ASSIGN TO 'SUSPENSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT AGING-SORT-FILE ASSIGN TO 'SORTWK01'.

           SELECT AGING-REPORT ASSIGN TO 'SUSPAGERPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-ITEMS.
       COPY 'suspense-item.cpy'.

      *    ONE RECORD PER ITEM STILL IN SUSPENSE OR RELEASED AND
      *    WAITING FOR ITS RETRY, OLDEST FIRST UNDER EACH FEED.
       SD  AGING-SORT-FILE.
       01  AGING-SORT-RECORD.
           05  SX-SOURCE-FEED      PIC X(10).
           05  SX-FIRST-SEEN-DATE  PIC 9(8).
           05  SX-SUSPENSE-ID      PIC 9(7).
           05  SX-STATUS           PIC X(01).
               88  SX-ITEM-RELEASED        VALUE 'R'.
           05  SX-MEMBER-ID        PIC X(08).
           05  SX-AMOUNT           PIC S9(7)V9(2).
           05  SX-TIMES-TRIED      PIC 9(5).
           05  SX-REASON           PIC X(30).

       FD  AGING-REPORT.
       01  AGING-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'SUSPENSE-AGE-RPT'.
           01  WS-SUSPENSE-STATUS  PIC X(02).
           01  WS-SCAN-EOF-SWITCH  PIC X(01).
               88  END-OF-SCAN             VALUE 'Y'.
           01  WS-SORTED-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-SORTED-ITEMS     VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-CURRENT-FEED     PIC X(10).
      *    HOW LONG AN ITEM MAY SIT BEFORE IT IS FLAGGED. A PAYMENT IN
      *    SUSPENSE IS A MEMBER'S MONEY NOT ON THEIR ACCOUNT - THEY
      *    ARE BEING DUNNED FOR A BALANCE THEY HAVE PAID - SO IT IS
      *    FLAGGED AFTER THREE DAYS AGAINST A WEEK FOR THE OTHERS.
           01  WS-PAYMENT-LIMIT-DAYS PIC 9(3) VALUE 3.
           01  WS-OTHER-LIMIT-DAYS PIC 9(3) VALUE 7.
           01  WS-LIMIT-DAYS       PIC 9(3).
           01  WS-AGE-DAYS         PIC S9(6) COMP.
           01  WS-AGE-EDIT         PIC ZZZZ9.
           01  WS-TIMES-EDIT       PIC ZZZZ9.
           01  WS-AMOUNT-EDIT      PIC -ZZZZZZ9.99.
           01  WS-COUNT-EDIT       PIC ZZZZZZ9.
           01  WS-COUNT-B-EDIT     PIC ZZZZZZ9.
           01  WS-BUCKET-LABEL     PIC X(08).
           01  WS-OVERDUE-FLAG     PIC X(07).
           01  WS-REPORT-LINE      PIC X(132).
           01  WS-ITEMS-READ       PIC 9(7) COMP VALUE 0.
           01  WS-ITEMS-OPEN       PIC 9(7) COMP VALUE 0.
           01  WS-ZERO-COUNT       PIC 9(7) COMP VALUE 0.
           01  WS-FEED-OPEN        PIC 9(7) COMP.
           01  WS-FEED-OVERDUE     PIC 9(7) COMP.
           01  WS-FEED-AMOUNT      PIC S9(7)V9(2).
           01  WS-TOTAL-RELEASED   PIC 9(7) COMP VALUE 0.
           01  WS-TOTAL-OVERDUE    PIC 9(7) COMP VALUE 0.
           01  WS-TOTAL-OVER-30    PIC 9(7) COMP VALUE 0.
           01  WS-UNAPPLIED-COUNT  PIC 9(7) COMP VALUE 0.
           01  WS-UNAPPLIED-AMOUNT PIC S9(7)V9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           SORT AGING-SORT-FILE
               ON ASCENDING KEY SX-SOURCE-FEED SX-FIRST-SEEN-DATE
                   SX-SUSPENSE-ID
               INPUT PROCEDURE IS EXTRACT-OPEN-ITEMS
               OUTPUT PROCEDURE IS PRODUCE-AGING-REPORT.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-ITEMS-READ, WS-ITEMS-OPEN, WS-ZERO-COUNT.
           MOVE WS-UNAPPLIED-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY 'SUSPENSE-AGE-RPT: ITEMS READ '
               WS-ITEMS-READ ' OPEN ' WS-ITEMS-OPEN
               ' OVERDUE ' WS-TOTAL-OVERDUE
               ' UNAPPLIED PAYMENTS ' WS-UNAPPLIED-COUNT
               ' AMOUNT ' WS-AMOUNT-EDIT.
           GOBACK.

      *****************************************************************
      *    ONLY ITEMS STILL WAITING ARE AGED - POSTED AND CANCELLED
      *    ONES STAY ON FILE FOR THE AUDITORS BUT ARE DONE WITH. NO
      *    SUSPENSE FILE YET MEANS NOTHING HAS BEEN SUSPENDED.
      *****************************************************************
       EXTRACT-OPEN-ITEMS SECTION.
       EXTRACT-OPEN-ITEMS-START.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT SUSPENSE-ITEMS.
           IF WS-SUSPENSE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-IF.
           PERFORM RELEASE-ONE-ITEM UNTIL END-OF-SCAN.
           IF WS-SUSPENSE-STATUS = '00'
                   OR WS-SUSPENSE-STATUS = '10' THEN
               CLOSE SUSPENSE-ITEMS
           END-IF.
           GO TO EXTRACT-OPEN-ITEMS-EXIT.

       RELEASE-ONE-ITEM.
           READ SUSPENSE-ITEMS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   IF SU-ITEM-OUTSTANDING
                       PERFORM RELEASE-OPEN-ITEM
                   END-IF
           END-READ.

       RELEASE-OPEN-ITEM.
           MOVE SU-SOURCE-FEED TO SX-SOURCE-FEED.
           MOVE SU-FIRST-SEEN-DATE TO SX-FIRST-SEEN-DATE.
           MOVE SU-SUSPENSE-ID TO SX-SUSPENSE-ID.
           MOVE SU-STATUS TO SX-STATUS.
           MOVE SU-MEMBER-ID TO SX-MEMBER-ID.
           MOVE SU-AMOUNT TO SX-AMOUNT.
           MOVE SU-TIMES-TRIED TO SX-TIMES-TRIED.
           MOVE SU-REASON TO SX-REASON.
           RELEASE AGING-SORT-RECORD.
           ADD 1 TO WS-ITEMS-OPEN.

       EXTRACT-OPEN-ITEMS-EXIT.
           EXIT.

      *****************************************************************
      *    ONE BLOCK PER FEED, EACH LINE AGED FROM THE NIGHT THE ITEM
      *    WAS FIRST SUSPENDED AND FLAGGED ONCE PAST ITS LIMIT, THEN
      *    THE COUNTS THE SHIFT LEAD AND FINANCE CHECK EACH MORNING.
      *****************************************************************
       PRODUCE-AGING-REPORT SECTION.
       PRODUCE-AGING-REPORT-START.
           OPEN OUTPUT AGING-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM RETURN-NEXT-SORTED-ITEM.
           PERFORM REPORT-ONE-FEED
               UNTIL END-OF-SORTED-ITEMS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE AGING-REPORT.
           GO TO PRODUCE-AGING-REPORT-EXIT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SUSPENSE AGING BY FEED - '
               'RUN DATE ' WS-TODAY-CCYYMMDD
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '      SUS-ID S   AGE BUCKET   TRIES MEMBER   '
               '     AMOUNT REASON                         FLAG'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.

       RETURN-NEXT-SORTED-ITEM.
           RETURN AGING-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF-SWITCH
           END-RETURN.

       REPORT-ONE-FEED.
           MOVE SX-SOURCE-FEED TO WS-CURRENT-FEED.
           MOVE ZERO TO WS-FEED-OPEN.
           MOVE ZERO TO WS-FEED-OVERDUE.
           MOVE ZERO TO WS-FEED-AMOUNT.
           IF WS-CURRENT-FEED = 'PAYMENTS' THEN
               MOVE WS-PAYMENT-LIMIT-DAYS TO WS-LIMIT-DAYS
           ELSE
               MOVE WS-OTHER-LIMIT-DAYS TO WS-LIMIT-DAYS
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FEED: ' WS-CURRENT-FEED
               ' FLAGGED AFTER ' WS-LIMIT-DAYS ' DAYS'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM REPORT-ONE-ITEM
               UNTIL END-OF-SORTED-ITEMS
               OR SX-SOURCE-FEED NOT = WS-CURRENT-FEED.
           MOVE WS-FEED-OPEN TO WS-COUNT-EDIT.
           MOVE WS-FEED-OVERDUE TO WS-COUNT-B-EDIT.
           MOVE WS-FEED-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FEED TOTAL ' WS-CURRENT-FEED
               ' OPEN ' WS-COUNT-EDIT
               ' OVERDUE ' WS-COUNT-B-EDIT
               ' AMOUNT ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.

       REPORT-ONE-ITEM.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) -
               FUNCTION INTEGER-OF-DATE(SX-FIRST-SEEN-DATE).
           EVALUATE TRUE
               WHEN WS-AGE-DAYS >= 30
                   MOVE '30+ DAYS' TO WS-BUCKET-LABEL
                   ADD 1 TO WS-TOTAL-OVER-30
               WHEN WS-AGE-DAYS >= 14
                   MOVE '14 DAYS' TO WS-BUCKET-LABEL
               WHEN WS-AGE-DAYS >= 7
                   MOVE '7 DAYS' TO WS-BUCKET-LABEL
               WHEN OTHER
                   MOVE 'CURRENT' TO WS-BUCKET-LABEL
           END-EVALUATE.
           MOVE SPACES TO WS-OVERDUE-FLAG.
           IF WS-AGE-DAYS >= WS-LIMIT-DAYS THEN
               MOVE 'OVERDUE' TO WS-OVERDUE-FLAG
               ADD 1 TO WS-FEED-OVERDUE
               ADD 1 TO WS-TOTAL-OVERDUE
           END-IF.
           ADD 1 TO WS-FEED-OPEN.
           ADD SX-AMOUNT TO WS-FEED-AMOUNT.
           IF SX-ITEM-RELEASED THEN
               ADD 1 TO WS-TOTAL-RELEASED
           END-IF.
           IF WS-CURRENT-FEED = 'PAYMENTS' THEN
               ADD 1 TO WS-UNAPPLIED-COUNT
               ADD SX-AMOUNT TO WS-UNAPPLIED-AMOUNT
           END-IF.
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
           MOVE SX-TIMES-TRIED TO WS-TIMES-EDIT.
           MOVE SX-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '     ' SX-SUSPENSE-ID ' ' SX-STATUS
               ' ' WS-AGE-EDIT ' ' WS-BUCKET-LABEL
               ' ' WS-TIMES-EDIT ' ' SX-MEMBER-ID
               ' ' WS-AMOUNT-EDIT ' ' SX-REASON
               ' ' WS-OVERDUE-FLAG
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM RETURN-NEXT-SORTED-ITEM.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-ITEMS-OPEN TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ITEMS IN SUSPENSE: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-TOTAL-RELEASED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RELEASED FOR RETRY: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-TOTAL-OVERDUE TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OVERDUE: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-TOTAL-OVER-30 TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OVER 30 DAYS: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-UNAPPLIED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-UNAPPLIED-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'UNAPPLIED PAYMENTS: ' WS-COUNT-EDIT
               ' AMOUNT ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.

       PRODUCE-AGING-REPORT-EXIT.
           EXIT.

       END PROGRAM SUSPENSE-AGE-RPT.
