               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT RETURN-TRANSFERS ASSIGN TO 'RTNXFER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-TRANSFER-STATUS.

           SELECT POINTS-LEDGER ASSIGN TO 'PTSLEDGER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-KEY
               FILE STATUS IS WS-POINTS-LEDGER-STATUS.

           SELECT POINTS-RULES ASSIGN TO 'PTSRULES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LR-KEY
               FILE STATUS IS WS-POINTS-RULE-STATUS.

           SELECT BOX-SET-DISC ASSIGN TO 'BOXSETDISC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-KEY
               FILE STATUS IS WS-BOX-SET-DISC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURNS-FEED.
           05  RF-IMDB-ID          PIC X(10).
           05  RF-RENTAL-DATE      PIC 9(8).
           05  RF-RETURN-DATE      PIC 9(8).
           05  RF-RETURN-STORE     PIC X(03).
      *    A BOX SET HANDED BACK SHORT: THE DISC NUMBERS STILL WITH
      *    THE MEMBER. BLANK OR ZERO FOR A COMPLETE RETURN.
           05  RF-MISSING-DISC     PIC 9(2) OCCURS 4 TIMES.
       COPY 'feed-control.cpy'.

       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.
       FD  STORE-CALENDAR.
       COPY 'store-calendar.cpy'.

      *    SAME LAYOUT AS THE XFERREQS FILE STORE-TRANSFER POSTS, SO
      *    THE SEND-HOME REQUESTS RAISED HERE RIDE THE EXISTING FLOW.
      *    REQUESTS ARE ADDED TO THE END, SO ANY STORE-TRANSFER HAS
      *    NOT YET LANDED SURVIVE THE NEXT BATCH OF RETURNS;
      *    STORE-TRANSFER EMPTIES THE FILE ONCE IT HAS READ IT.
       FD  RETURN-TRANSFERS.
       01  TRANSFER-REQUEST-RECORD.
           05  XF-IMDB-ID          PIC X(10).
           05  XF-FROM-STORE       PIC X(03).
           05  XF-TO-STORE         PIC X(03).
           05  XF-QUANTITY         PIC 9(4).
           05  XF-COPY-NUMBER      PIC 9(4).
           05  XF-TRANSFER-TYPE    PIC X(01).
               88  XF-RETURN-HOME          VALUE 'H'.
           05  XF-APPROVED-BY      PIC X(08).

       FD  POINTS-LEDGER.
       COPY 'points-ledger.cpy'.

       FD  POINTS-RULES.
       COPY 'points-rule.cpy'.

       FD  BOX-SET-DISC.
       COPY 'box-set-disc.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'RENTAL-RETURN'.
           01  WS-NOTICE-BODY      PIC X(500) VALUE SPACES.
           01  WS-HOLDS-EXPIRED    PIC 9(7) COMP VALUE 0.
           01  WS-HOLD-NOTICE-SUBJECT PIC X(100).
           01  WS-HOLD-NOTICE-TEXT PIC X(40).
      *    THE FORMAT OF THE COPY BEING OFFERED OR SHELVED, AND
      *    ITS SLOT IN THE TITLE'S PER-FORMAT COUNTS.
           01  WS-OFFER-FORMAT     PIC X(03).
           01  WS-OFFER-SLOT       PIC 9(1) COMP.
           01  WS-HOLDS-NOTIFIED   PIC 9(7) COMP VALUE 0.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-RETURNS          VALUE 'Y'.
           01  WS-COPY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-COPY-FILE-AVAILABLE  VALUE 'Y'.
           01  WS-CALENDAR-STATUS  PIC X(02).
           01  WS-RETURN-TRANSFER-STATUS PIC X(02).
           01  WS-SENT-HOME-SWITCH PIC X(01).
               88  WS-COPY-SENT-HOME       VALUE 'Y'.
           01  WS-CALENDAR-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-CALENDAR-AVAILABLE   VALUE 'Y'.
           01  WS-GRACE-DAYS       PIC S9(6) COMP.
           01  WS-RETURNS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-RETURNS-POSTED   PIC 9(7) COMP VALUE 0.
           01  WS-RETURNS-REJECTED PIC 9(7) COMP VALUE 0.
           01  WS-TRANSFERS-RAISED PIC 9(7) COMP VALUE 0.
           01  WS-FEES-FINALIZED   PIC 9(7) COMP VALUE 0.
           01  WS-ZERO-AMOUNT      PIC S9(7)V9(2) VALUE 0.
           01  WS-FEE-DELTA-TOTAL  PIC S9(7)V9(2) VALUE 0.
           01  WS-BAL-DELTA-TOTAL  PIC S9(7)V9(2) VALUE 0.
           01  WS-BAL-POSTED-COUNT PIC 9(7) COMP VALUE 0.
           01  WS-POINTS-LEDGER-STATUS PIC X(02).
           01  WS-POINTS-RULE-STATUS PIC X(02).
           01  WS-RULES-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-RULES-FILE-AVAILABLE VALUE 'Y'.
      *    HOUSE RATES, USED WHEN NO BASE RULE IS ON THE RULES FILE.
           01  WS-DEFAULT-ONTIME-POINTS PIC 9(5) VALUE 10.
           01  WS-DEFAULT-REDEEM-RATE PIC 9(5) VALUE 100.
           01  WS-ONTIME-POINTS    PIC 9(5).
           01  WS-POINTS-PER-DOLLAR PIC 9(5).
           01  WS-POINTS-EARNED-VALUE PIC 9(5)V9(2).
           01  WS-POINTS-EARNED-CTR PIC 9(7) COMP VALUE 0.
           01  WS-POINTS-EARNED-CTL PIC S9(7)V9(2) VALUE 0.
           01  WS-BOX-SET-DISC-STATUS PIC X(02).
           01  WS-DISC-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-DISC-FILE-AVAILABLE  VALUE 'Y'.
      *    WHICH DISCS OF THE SET IN HAND ARE STILL WITH THE MEMBER,
      *    BY DISC NUMBER.
           01  WS-DISC-OUT-TABLE.
               05  WS-DISC-OUT-FLAG    PIC X(01) OCCURS 99 TIMES.
                   88  WS-DISC-STILL-OUT       VALUE 'Y'.
           01  WS-DISCS-STILL-OUT  PIC 9(2).
           01  WS-MISSING-IX       PIC 9(1) COMP.
           01  WS-DISC-NUMBER      PIC 9(2).
           01  WS-SET-DAYS-LATE    PIC S9(6) COMP.
           01  WS-DISC-DAYS-LATE   PIC S9(6) COMP.
           01  WS-PARTIAL-RETURNS  PIC 9(7) COMP VALUE 0.
           01  WS-FEED-ID          PIC X(10) VALUE 'RETURNS'.
           01  WS-FEED-RESULT      PIC X(01).
               88  WS-FEED-ACCEPTED        VALUE 'A'.
           01  WS-FEED-EOF-SWITCH  PIC X(01).
               88  END-OF-FEED-CHECK       VALUE 'Y'.
           01  WS-FEED-RECORDS     PIC 9(7) COMP VALUE 0.
           01  WS-FEED-HASH        PIC 9(13)V9(2) VALUE 0.
      *    A RETURN THAT CANNOT POST GOES TO SUSPENSE WITH ITS REASON.
      *    RELEASED ITEMS ARE RETRIED AHEAD OF THE NIGHT'S FEED.
           01  WS-SUSPENSE-ID      PIC 9(7) VALUE 0.
           01  WS-SUSPENSE-REASON  PIC X(30).
           01  WS-SUSPENSE-IMAGE   PIC X(100).
           01  WS-RETURNS-SUSPENDED PIC 9(7) COMP VALUE 0.
           01  WS-RETRIES-TRIED    PIC 9(7) COMP VALUE 0.
           01  WS-RETRIES-POSTED   PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM VERIFY-FEED-CONTROL.
           IF NOT WS-FEED-ACCEPTED THEN
               PERFORM CLOSE-FILES
               DISPLAY 'RENTAL-RETURN: RETURNS FEED REJECTED - '
                   'NOTHING POSTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM RETRY-RELEASED-RETURNS.
           PERFORM READ-NEXT-RETURN.
           PERFORM PROCESS-ONE-RETURN UNTIL END-OF-RETURNS.
           IF WS-HOLDQ-IS-OPEN THEN
               PERFORM EXPIRE-LAPSED-HOLDS
           END-IF.
           PERFORM CLOSE-FILES.
           CALL 'FEED-CHECK-ACCEPT' USING WS-FEED-ID.
           CALL 'CLOSE-SEND-MAIL'.
           CALL 'CLOSE-SEND-SMS'.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'FEEDELTA  ',
               WS-FEES-FINALIZED, WS-FEE-DELTA-TOTAL.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'BALDELTA  ',
               WS-BAL-POSTED-COUNT, WS-BAL-DELTA-TOTAL.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'PTSEARNED ',
               WS-POINTS-EARNED-CTR, WS-POINTS-EARNED-CTL.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'RETURNED  ',
               WS-RETURNS-POSTED, WS-ZERO-AMOUNT.
           CALL 'CLOSE-CONTROL-TOTAL'.
           CALL 'CLOSE-SUSPENSE-LOG'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-RETURNS-READ, WS-RETURNS-POSTED,
               WS-RETURNS-REJECTED.
           DISPLAY 'RENTAL-RETURN: RETURNS READ ' WS-RETURNS-READ
               ' POSTED ' WS-RETURNS-POSTED
               ' REJECTED ' WS-RETURNS-REJECTED
               ' SUSPENDED ' WS-RETURNS-SUSPENDED
               ' RETRIED ' WS-RETRIES-TRIED
               ' RETRIES POSTED ' WS-RETRIES-POSTED
               ' PARTIAL SETS ' WS-PARTIAL-RETURNS
               ' HOLDS NOTIFIED ' WS-HOLDS-NOTIFIED
               ' HOLDS EXPIRED ' WS-HOLDS-EXPIRED
               ' SENT HOME ' WS-TRANSFERS-RAISED.
           GOBACK.

       OPEN-FILES.
           IF WS-CALENDAR-STATUS = '00' THEN
               SET WS-CALENDAR-AVAILABLE TO TRUE
           END-IF.
           OPEN EXTEND RETURN-TRANSFERS.
           IF WS-RETURN-TRANSFER-STATUS = '35' THEN
               OPEN OUTPUT RETURN-TRANSFERS
           END-IF.
           OPEN I-O POINTS-LEDGER.
           IF WS-POINTS-LEDGER-STATUS = '35' THEN
               OPEN OUTPUT POINTS-LEDGER
               CLOSE POINTS-LEDGER
               OPEN I-O POINTS-LEDGER
           END-IF.
           OPEN INPUT POINTS-RULES.
           IF WS-POINTS-RULE-STATUS = '00' THEN
               SET WS-RULES-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O BOX-SET-DISC.
           IF WS-BOX-SET-DISC-STATUS = '00' THEN
               SET WS-DISC-FILE-AVAILABLE TO TRUE
           END-IF.
           PERFORM DETERMINE-POINTS-RATES.

      *    NOTHING POSTS UNTIL THE HEADER HAS CLEARED THE FEED
      *    REGISTRY AND THE TRAILER HAS BALANCED THE WHOLE FILE.
      *    THE FEED IS THEN REOPENED AND POSTED FROM THE TOP.
       VERIFY-FEED-CONTROL.
           MOVE ZERO TO WS-FEED-RECORDS.
           MOVE ZERO TO WS-FEED-HASH.
           MOVE 'N' TO WS-FEED-EOF-SWITCH.
           MOVE 'H' TO WS-FEED-RESULT.
           READ RETURNS-FEED
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
                   DISPLAY 'RENTAL-RETURN: RETURNS FEED IS EMPTY'
               NOT AT END
                   CALL 'FEED-CHECK' USING WS-PROGRAM-NAME,
                       WS-FEED-ID, FEED-CONTROL-RECORD,
                       WS-FEED-RESULT
           END-READ.
           IF WS-FEED-ACCEPTED THEN
               PERFORM TALLY-ONE-FEED-RECORD
                   UNTIL END-OF-FEED-CHECK
           END-IF.
           CLOSE RETURNS-FEED.
           OPEN INPUT RETURNS-FEED.
           READ RETURNS-FEED
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-READ.

       TALLY-ONE-FEED-RECORD.
           READ RETURNS-FEED
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
                   MOVE SPACES TO FEED-CONTROL-RECORD
                   CALL 'FEED-CHECK-TRAILER' USING WS-FEED-ID,
                       FEED-CONTROL-RECORD, WS-FEED-RECORDS,
                       WS-FEED-HASH, WS-FEED-RESULT
               NOT AT END
                   IF FC-TRAILER
                       MOVE 'Y' TO WS-FEED-EOF-SWITCH
                       CALL 'FEED-CHECK-TRAILER' USING WS-FEED-ID,
                           FEED-CONTROL-RECORD, WS-FEED-RECORDS,
                           WS-FEED-HASH, WS-FEED-RESULT
                   ELSE
                       ADD 1 TO WS-FEED-RECORDS
                       IF RF-RETURN-DATE NUMERIC
                           ADD RF-RETURN-DATE TO WS-FEED-HASH
                       END-IF
                   END-IF
           END-READ.

       READ-NEXT-RETURN.
           READ RETURNS-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF FC-TRAILER
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-RETURNS-READ
                   END-IF
           END-READ.

      *    RETURNS RELEASED FROM SUSPENSE SINCE THE LAST RUN, AS
      *    CORRECTED BY THE OPERATOR, GO THROUGH THE SAME POSTING AS
      *    THE FEED AND COUNT IN ITS TOTALS. ONE THAT FAILS AGAIN GOES
      *    BACK INTO SUSPENSE UNDER ITS OLD NUMBER.
       RETRY-RELEASED-RETURNS.
           MOVE ZERO TO WS-SUSPENSE-ID.
           CALL 'SUSPENSE-NEXT-RELEASED' USING WS-FEED-ID,
               WS-SUSPENSE-ID, WS-SUSPENSE-IMAGE.
           PERFORM RETRY-ONE-RETURN UNTIL WS-SUSPENSE-ID = ZERO.

       RETRY-ONE-RETURN.
           MOVE WS-SUSPENSE-IMAGE TO RETURN-FEED-RECORD.
           ADD 1 TO WS-RETURNS-READ.
           ADD 1 TO WS-RETRIES-TRIED.
           PERFORM APPLY-ONE-RETURN.
           IF WS-SUSPENSE-REASON = SPACES THEN
               CALL 'SUSPENSE-CLEARED' USING WS-FEED-ID,
                   WS-SUSPENSE-ID
               ADD 1 TO WS-RETRIES-POSTED
           ELSE
               PERFORM SUSPEND-RETURN
           END-IF.
           CALL 'SUSPENSE-NEXT-RELEASED' USING WS-FEED-ID,
               WS-SUSPENSE-ID, WS-SUSPENSE-IMAGE.

       PROCESS-ONE-RETURN.
           PERFORM APPLY-ONE-RETURN.
           IF WS-SUSPENSE-REASON NOT = SPACES THEN
               MOVE ZERO TO WS-SUSPENSE-ID
               PERFORM SUSPEND-RETURN
           END-IF.
           PERFORM READ-NEXT-RETURN.

       APPLY-ONE-RETURN.
           MOVE SPACES TO WS-SUSPENSE-REASON.
           PERFORM LOOKUP-RENTAL.
           IF WS-RENTAL-FOUND THEN
               IF RF-RETURN-DATE NOT NUMERIC
                   DISPLAY 'RENTAL-RETURN: BAD RETURN DATE '
                       RF-RETURN-DATE ' FOR ' RF-MEMBER-ID ' '
                       RF-IMDB-ID
                   MOVE 'BAD RETURN DATE' TO WS-SUSPENSE-REASON
               ELSE
                   IF RT-RETURN-DATE = ZERO THEN
                       PERFORM POST-RETURN
                       DISPLAY 'RENTAL-RETURN: ALREADY RETURNED '
                           RF-MEMBER-ID ' ' RF-IMDB-ID ' '
                           RF-RENTAL-DATE
                       MOVE 'ALREADY RETURNED'
                           TO WS-SUSPENSE-REASON
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-RETURNS-REJECTED
               DISPLAY 'RENTAL-RETURN: NO RENTAL ON FILE FOR '
                   RF-MEMBER-ID ' ' RF-IMDB-ID ' ' RF-RENTAL-DATE
               MOVE 'NO RENTAL ON FILE' TO WS-SUSPENSE-REASON
           END-IF.

       SUSPEND-RETURN.
           MOVE RETURN-FEED-RECORD TO WS-SUSPENSE-IMAGE.
           CALL 'SUSPENSE-LOG' USING WS-PROGRAM-NAME, WS-FEED-ID,
               WS-SUSPENSE-ID, WS-SUSPENSE-REASON, RF-MEMBER-ID,
               WS-ZERO-AMOUNT, WS-SUSPENSE-IMAGE.
           ADD 1 TO WS-RETURNS-SUSPENDED.

       LOOKUP-RENTAL.
           MOVE 'N' TO WS-RENTAL-FOUND-SWITCH.
                   SET WS-RENTAL-FOUND TO TRUE
           END-READ.

      *    A BOX SET HANDED BACK WITH DISCS STILL OUT IS NOT A
      *    RETURN OF THE RENTAL - THE SET STAYS OUT TO THE MEMBER
      *    UNTIL THE LAST DISC COMES BACK.
       POST-RETURN.
           MOVE SPACES TO WS-DISC-OUT-TABLE.
           MOVE ZERO TO WS-DISCS-STILL-OUT.
           IF RT-DISC-COUNT > ZERO THEN
               PERFORM NOTE-ONE-MISSING-DISC
                   VARYING WS-MISSING-IX FROM 1 BY 1
                   UNTIL WS-MISSING-IX > 4
           END-IF.
           IF WS-DISCS-STILL-OUT > ZERO THEN
               PERFORM POST-PARTIAL-SET-RETURN
           ELSE
               PERFORM POST-FULL-RETURN
           END-IF.

      *    A DISC NUMBER OUTSIDE THE SET, OR GIVEN TWICE, IS IGNORED.
       NOTE-ONE-MISSING-DISC.
           IF RF-MISSING-DISC(WS-MISSING-IX) NUMERIC THEN
               MOVE RF-MISSING-DISC(WS-MISSING-IX) TO WS-DISC-NUMBER
               IF WS-DISC-NUMBER > ZERO
                       AND WS-DISC-NUMBER <= RT-DISC-COUNT THEN
                   IF NOT WS-DISC-STILL-OUT(WS-DISC-NUMBER) THEN
                       SET WS-DISC-STILL-OUT(WS-DISC-NUMBER) TO TRUE
                       ADD 1 TO WS-DISCS-STILL-OUT
                   END-IF
               END-IF
           END-IF.

      *    THE DAY THE CASE FIRST CAME BACK IS KEPT; FROM THEN ON
      *    LATE-FEE-CALC AND LOST-COPY-BILLING CHARGE ONLY FOR THE
      *    DISCS STILL OUT. A LATER PARTIAL RETURN JUST UPDATES WHICH
      *    DISCS THOSE ARE. NO POINTS, NO HOLD OFFER - THE SET IS NOT
      *    BACK ON THE SHELF.
       POST-PARTIAL-SET-RETURN.
           IF RT-SET-RETURN-DATE = ZERO THEN
               MOVE RF-RETURN-DATE TO RT-SET-RETURN-DATE
           END-IF.
           MOVE WS-DISCS-STILL-OUT TO RT-DISCS-MISSING.
           MOVE RF-RETURN-STORE TO RT-RETURN-STORE.
           REWRITE RENTAL-TRANSACTION-RECORD.
           PERFORM UPDATE-SET-DISCS.
           ADD 1 TO WS-PARTIAL-RETURNS.
           DISPLAY 'RENTAL-RETURN: PARTIAL SET RETURN ' RF-MEMBER-ID
               ' ' RF-IMDB-ID ' ' RF-RENTAL-DATE ' DISCS STILL OUT '
               WS-DISCS-STILL-OUT.

       UPDATE-SET-DISCS.
           IF WS-DISC-FILE-AVAILABLE
                   AND RT-COPY-NUMBER > ZERO THEN
               PERFORM UPDATE-ONE-SET-DISC
                   VARYING WS-DISC-NUMBER FROM 1 BY 1
                   UNTIL WS-DISC-NUMBER > RT-DISC-COUNT
           END-IF.

       UPDATE-ONE-SET-DISC.
           MOVE RT-IMDB-ID TO BD-IMDB-ID.
           MOVE RT-COPY-NUMBER TO BD-COPY-NUMBER.
           MOVE WS-DISC-NUMBER TO BD-DISC-NUMBER.
           READ BOX-SET-DISC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SET-ONE-DISC-STATUS
           END-READ.

       SET-ONE-DISC-STATUS.
           IF WS-DISC-STILL-OUT(WS-DISC-NUMBER) THEN
               SET BD-DISC-MISSING TO TRUE
               MOVE RT-MEMBER-ID TO BD-MEMBER-ID
               MOVE RT-RENTAL-DATE TO BD-RENTAL-DATE
               MOVE RF-RETURN-DATE TO BD-STATUS-DATE
               REWRITE BOX-SET-DISC-RECORD
           ELSE
               IF BD-DISC-MISSING THEN
                   SET BD-DISC-IN-SET TO TRUE
                   MOVE SPACES TO BD-MEMBER-ID
                   MOVE ZERO TO BD-RENTAL-DATE
                   MOVE RF-RETURN-DATE TO BD-STATUS-DATE
                   REWRITE BOX-SET-DISC-RECORD
               END-IF
           END-IF.

      *    THE LAST MISSING DISCS OF A SET COMING BACK CLOSE IT LIKE
      *    ANY OTHER RETURN, WITH THE FEE SPLIT BETWEEN THE WHOLE
      *    SET AND THE DISCS THAT WERE LATE ON THEIR OWN.
      *    A COPY SENT HOME IS NOT OFFERED TO A HOLD OR PUT BACK IN
      *    THE RENTABLE POOL HERE - STORE-TRANSFER DOES BOTH WHEN IT
      *    LANDS THE COPY ON ITS HOME SHELF.
       POST-FULL-RETURN.
           MOVE RF-RETURN-DATE TO RT-RETURN-DATE.
           MOVE WS-TODAY-CCYYMMDD TO RT-RETURN-POSTED-DATE.
           MOVE RF-RETURN-STORE TO RT-RETURN-STORE.
           PERFORM FINALIZE-LATE-FEE.
           IF RT-DISCS-MISSING > ZERO THEN
               PERFORM UPDATE-SET-DISCS
               MOVE ZERO TO RT-DISCS-MISSING
           END-IF.
           REWRITE RENTAL-TRANSACTION-RECORD.
           PERFORM RELEASE-OPEN-RENTAL.
           MOVE 'N' TO WS-SENT-HOME-SWITCH.
           PERFORM CHECK-IN-SPECIFIC-COPY.
           IF RF-RETURN-DATE <= RT-DUE-DATE
                   AND WS-ONTIME-POINTS > ZERO THEN
               PERFORM AWARD-ON-TIME-POINTS
           END-IF.
           ADD 1 TO WS-RETURNS-POSTED.
           MOVE 'N' TO WS-HOLD-FOUND-SWITCH.
           MOVE RF-IMDB-ID TO WS-OFFER-IMDB-ID.
           MOVE RF-RETURN-DATE TO WS-OFFER-DATE.
           MOVE RT-MEDIA-FORMAT TO WS-OFFER-FORMAT.
           PERFORM RESOLVE-OFFER-FORMAT.
           IF WS-HOLDQ-IS-OPEN
                   AND NOT WS-COPY-SENT-HOME THEN
               PERFORM OFFER-COPY-TO-FIRST-HOLD
           END-IF.
           IF NOT WS-WAITING-HOLD-FOUND
                   AND NOT WS-COPY-SENT-HOME THEN
               PERFORM RETURN-COPY-TO-RENTABLE-POOL
           END-IF.

      *    TO THIS MEMBER IS THE DOUBLE-RETURN TELL - THE RETURN
      *    STILL POSTS, BUT THE REGISTER IS LEFT ALONE AND THE
      *    MISMATCH GOES TO SYSOUT FOR THE MANAGER.
      *    A MEMBER MAY RETURN AT ANY STORE. A COPY THAT COMES BACK
      *    SOMEWHERE OTHER THAN ITS HOME STORE IS NOT SHELVED THERE -
      *    IT GOES IN TRANSIT AND A SEND-HOME TRANSFER IS RAISED, SO
      *    THE STORECOPY COUNTS KEEP MATCHING THE SHELVES. A RETURN
      *    WITH NO STORE ON THE FEED IS TAKEN AS A HOME-STORE RETURN.
       CHECK-IN-SPECIFIC-COPY.
           IF WS-COPY-FILE-AVAILABLE
                   AND RT-COPY-NUMBER > ZERO THEN
                   NOT INVALID KEY
                       IF CM-COPY-RENTED
                               AND CM-MEMBER-ID = RF-MEMBER-ID
                           PERFORM CHECK-IN-REGISTERED-COPY
                       ELSE
                           DISPLAY 'RENTAL-RETURN: COPY '
                               RT-COPY-NUMBER ' OF ' RF-IMDB-ID
               END-READ
           END-IF.

       CHECK-IN-REGISTERED-COPY.
           IF RF-RETURN-STORE NOT = SPACES
                   AND RF-RETURN-STORE NOT = CM-HOME-STORE THEN
               SET CM-COPY-IN-TRANSIT TO TRUE
               SET WS-COPY-SENT-HOME TO TRUE
               PERFORM RAISE-RETURN-HOME-TRANSFER
           ELSE
               SET CM-COPY-ON-SHELF TO TRUE
           END-IF.
           MOVE SPACES TO CM-MEMBER-ID.
           MOVE RF-RETURN-DATE TO CM-STATUS-DATE.
           REWRITE COPY-MASTER-RECORD.

       RAISE-RETURN-HOME-TRANSFER.
           MOVE CM-IMDB-ID TO XF-IMDB-ID.
           MOVE RF-RETURN-STORE TO XF-FROM-STORE.
           MOVE CM-HOME-STORE TO XF-TO-STORE.
           MOVE 1 TO XF-QUANTITY.
           MOVE CM-COPY-NUMBER TO XF-COPY-NUMBER.
           SET XF-RETURN-HOME TO TRUE.
           MOVE SPACES TO XF-APPROVED-BY.
           WRITE TRANSFER-REQUEST-RECORD.
           ADD 1 TO WS-TRANSFERS-RAISED.

      *    THE RENTAL NO LONGER COUNTS AGAINST THE RENTER'S TIER
      *    LIMIT. A COUNT RENTAL-POST HAS NOT YET TAKEN IS LEFT FOR
      *    IT TO TAKE FROM THE RENTALS.
       RELEASE-OPEN-RENTAL.
           MOVE RT-MEMBER-ID TO MM-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MM-OPEN-RENTALS-KNOWN
                           AND MM-OPEN-RENTALS > ZERO
                       SUBTRACT 1 FROM MM-OPEN-RENTALS
                       REWRITE MEMBER-MASTER-RECORD
                   END-IF
           END-READ.

      *    A TAPE BACK BY ITS DUE DATE EARNS THE RENTER THE ON-TIME
      *    POINTS. THEY GO ON THE RENTER'S OWN RECORD, NOT THE
      *    HOUSEHOLD HEAD'S - POINTS FOLLOW THE MEMBER, NOT THE BILL.
      *    A STAFF ACCOUNT IS OUTSIDE THE LOYALTY PROGRAM AND EARNS
      *    NOTHING.
       AWARD-ON-TIME-POINTS.
           MOVE RT-MEMBER-ID TO MM-MEMBER-ID.
           READ MEMBER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT MM-STAFF-ACCOUNT THEN
                       ADD WS-ONTIME-POINTS TO MM-POINTS-BALANCE
                       MOVE RF-RETURN-DATE TO MM-POINTS-ACTIVITY-DATE
                       REWRITE MEMBER-MASTER-RECORD
                       PERFORM WRITE-ON-TIME-LEDGER-ENTRY
                       COMPUTE WS-POINTS-EARNED-VALUE =
                           WS-ONTIME-POINTS / WS-POINTS-PER-DOLLAR
                       ADD 1 TO WS-POINTS-EARNED-CTR
                       ADD WS-POINTS-EARNED-VALUE
                           TO WS-POINTS-EARNED-CTL
                   END-IF
           END-READ.

       WRITE-ON-TIME-LEDGER-ENTRY.
           MOVE RT-MEMBER-ID TO LP-MEMBER-ID.
           MOVE FUNCTION CURRENT-DATE TO LP-EVENT-TIMESTAMP.
           SET LP-POINTS-EARNED TO TRUE.
           MOVE RT-IMDB-ID TO LP-IMDB-ID.
           MOVE RT-RENTAL-DATE TO LP-RENTAL-DATE.
           MOVE WS-ONTIME-POINTS TO LP-POINTS.
           MOVE MM-POINTS-BALANCE TO LP-BALANCE-AFTER.
           MOVE 'ON-TIME' TO LP-REASON.
           MOVE SPACES TO LP-OPERATOR-ID.
           WRITE POINTS-LEDGER-RECORD
               INVALID KEY
                   DISPLAY 'RENTAL-RETURN: DUPLICATE POINTS LEDGER '
                       'KEY FOR ' RT-MEMBER-ID ' ' RT-IMDB-ID
           END-WRITE.

      *    THE ON-TIME AWARD AND THE REDEMPTION RATE (FOR VALUING
      *    WHAT IS AWARDED) COME FROM THE BASE RULES WHEN LOADED AND
      *    IN FORCE TODAY, OTHERWISE FROM THE HOUSE RATES.
       DETERMINE-POINTS-RATES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           MOVE WS-DEFAULT-ONTIME-POINTS TO WS-ONTIME-POINTS.
           MOVE WS-DEFAULT-REDEEM-RATE TO WS-POINTS-PER-DOLLAR.
           IF WS-RULES-FILE-AVAILABLE THEN
               MOVE 'B' TO LR-RULE-TYPE
               MOVE 'ONTIME' TO LR-RULE-CODE
               READ POINTS-RULES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-TODAY-CCYYMMDD >= LR-START-DATE
                               AND WS-TODAY-CCYYMMDD <= LR-END-DATE
                           MOVE LR-POINTS TO WS-ONTIME-POINTS
                       END-IF
               END-READ
               MOVE 'B' TO LR-RULE-TYPE
               MOVE 'REDEEM' TO LR-RULE-CODE
               READ POINTS-RULES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-TODAY-CCYYMMDD >= LR-START-DATE
                               AND WS-TODAY-CCYYMMDD <= LR-END-DATE
                               AND LR-POINTS > ZERO
                           MOVE LR-POINTS TO WS-POINTS-PER-DOLLAR
                       END-IF
               END-READ
           END-IF.

       RETURN-COPY-TO-RENTABLE-POOL.
           MOVE 'N' TO WS-TITLE-FOUND-SWITCH.
           MOVE WS-OFFER-IMDB-ID TO TM-IMDB-ID.
           END-READ.
           IF WS-TITLE-FOUND THEN
               ADD 1 TO TM-COPIES-ON-HAND
               ADD 1 TO TM-FORMAT-ON-HAND(WS-OFFER-SLOT)
               REWRITE TITLE-MASTER-RECORD
           END-IF.

               IF WS-DAYS-LATE < ZERO THEN
                   MOVE ZERO TO WS-DAYS-LATE
               END-IF
               IF RT-DISCS-MISSING > ZERO
                       AND RT-SET-RETURN-DATE > ZERO
                       AND RT-DISC-COUNT > ZERO THEN
                   PERFORM SPLIT-FEE-BY-MISSING-DISCS
               ELSE
                   COMPUTE WS-FINAL-LATE-FEE ROUNDED =
                       WS-DAYS-LATE * WS-LATE-FEE-PER-DAY
               END-IF
           ELSE
               MOVE ZERO TO WS-FINAL-LATE-FEE
           END-IF.
               PERFORM POST-FEE-DELTA-TO-MEMBER
           END-IF.

      *    SAME SPLIT AS LATE-FEE-CALC: THE WHOLE-SET RATE UP TO THE
      *    DAY THE CASE CAME BACK, THEN ONLY THE MISSING DISCS' SHARE
      *    OF IT.
       SPLIT-FEE-BY-MISSING-DISCS.
           COMPUTE WS-SET-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(RT-SET-RETURN-DATE) -
               FUNCTION INTEGER-OF-DATE(RT-DUE-DATE).
           IF WS-SET-DAYS-LATE < ZERO THEN
               MOVE ZERO TO WS-SET-DAYS-LATE
           END-IF.
           IF WS-SET-DAYS-LATE > WS-DAYS-LATE THEN
               MOVE WS-DAYS-LATE TO WS-SET-DAYS-LATE
           END-IF.
           COMPUTE WS-DISC-DAYS-LATE =
               WS-DAYS-LATE - WS-SET-DAYS-LATE.
           COMPUTE WS-FINAL-LATE-FEE ROUNDED =
               WS-SET-DAYS-LATE * WS-LATE-FEE-PER-DAY +
               WS-DISC-DAYS-LATE * WS-LATE-FEE-PER-DAY
                   * RT-DISCS-MISSING / RT-DISC-COUNT.

       COUNT-CLOSED-GRACE-DAYS.
           MOVE ZERO TO WS-GRACE-DAYS.
           IF WS-CALENDAR-AVAILABLE THEN
               END-READ
           END-IF.

      *    A RETURNED COPY ONLY SATISFIES A HOLD FOR ITS OWN FORMAT,
      *    OR ONE PLACED WITHOUT A FORMAT. A BLANK FORMAT ON THE
      *    RENTAL OR THE HOLD IS A DVD FROM BEFORE FORMATS WERE
      *    TRACKED.
       RESOLVE-OFFER-FORMAT.
           IF WS-OFFER-FORMAT = SPACES THEN
               MOVE 'DVD' TO WS-OFFER-FORMAT
           END-IF.
           EVALUATE WS-OFFER-FORMAT
               WHEN 'BLU'
                   MOVE 2 TO WS-OFFER-SLOT
               WHEN '4K'
                   MOVE 3 TO WS-OFFER-SLOT
               WHEN OTHER
                   MOVE 1 TO WS-OFFER-SLOT
           END-EVALUATE.

       OFFER-COPY-TO-FIRST-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-SWITCH.
           MOVE 'N' TO WS-HOLD-EOF-SWITCH.
           END-READ.

       FIND-FIRST-WAITING-HOLD.
           IF HQ-HOLD-WAITING
                   AND (HQ-MEDIA-FORMAT = WS-OFFER-FORMAT
                       OR HQ-MEDIA-FORMAT = SPACES) THEN
               SET WS-WAITING-HOLD-FOUND TO TRUE
           ELSE
               PERFORM READ-NEXT-TITLE-HOLD
       NOTIFY-HOLD-MEMBER.
           SET HQ-HOLD-NOTIFIED TO TRUE.
           MOVE WS-OFFER-DATE TO HQ-NOTIFIED-DATE.
           MOVE WS-OFFER-FORMAT TO HQ-MEDIA-FORMAT.
           COMPUTE WS-PICKUP-EXPIRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-OFFER-DATE) +
               (WS-HOLD-HOURS-KEPT / 24).
           MOVE 'N' TO WS-HOLD-FOUND-SWITCH.
           MOVE WS-SWEEP-KEY(1:10) TO WS-OFFER-IMDB-ID.
           MOVE WS-TODAY-CCYYMMDD TO WS-OFFER-DATE.
           MOVE HQ-MEDIA-FORMAT TO WS-OFFER-FORMAT.
           PERFORM RESOLVE-OFFER-FORMAT.
           PERFORM OFFER-COPY-TO-FIRST-HOLD.
           IF NOT WS-WAITING-HOLD-FOUND THEN
               PERFORM RETURN-COPY-TO-RENTABLE-POOL

       CLOSE-FILES.
           CLOSE RETURNS-FEED.
           IF WS-DISC-FILE-AVAILABLE THEN
               CLOSE BOX-SET-DISC
           END-IF.
           CLOSE RETURN-TRANSFERS.
           CLOSE POINTS-LEDGER.
           IF WS-RULES-FILE-AVAILABLE THEN
               CLOSE POINTS-RULES
           END-IF.
           IF WS-COPY-FILE-AVAILABLE THEN
               CLOSE COPY-MASTER
           END-IF.
