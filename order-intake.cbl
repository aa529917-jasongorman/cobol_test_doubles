           05  WO-CURRENCY-CODE    PIC X(03).
           05  WO-PROMO-CODE       PIC X(10).
           05  WO-QUOTE-ID         PIC X(14).
           05  WO-MEDIA-FORMAT     PIC X(03).
      *    THE MEMBERSHIP CARD THE ORDER WAS PLACED ON; SPACES WHEN
      *    THE STOREFRONT TOOK THE ORDER ON THE MEMBER LOGIN ALONE.
           05  WO-CARD-NUMBER      PIC X(10).
      *    THE STOREFRONT CHECKOUT THE ORDER WAS PLACED IN. ORDERS OF
      *    ONE CHECKOUT COME TOGETHER ON THE FEED UNDER ONE BASKET ID
      *    SO A MULTI-TITLE DEAL IS WORKED OUT OVER THEM ALL; SPACES
      *    FOR AN ORDER PRICED ON ITS OWN.
           05  WO-BASKET-ID        PIC X(12).
       COPY 'feed-control.cpy'.

       FD  ORDER-RESPONSES.
       01  ORDER-RESPONSE-RECORD.
               88  WS-RENTAL-LIMIT-HIT     VALUE 'TL'.
               88  WS-CREDIT-LIMIT-HIT     VALUE 'CL'.
               88  WS-MEMBER-IN-COLLECTION VALUE 'WO'.
               88  WS-CARD-NOT-VALID       VALUE 'CX'.
           01  WS-GIFT-CARD-NUMBER PIC X(12) VALUE SPACES.
           01  WS-OPERATOR-ID      PIC X(08) VALUE SPACES.
           01  WS-ORDER-STORE-ID   PIC X(03) VALUE SPACES.
           01  WS-POINTS-TO-REDEEM PIC 9(7) VALUE 0.
           01  WS-LAST-BASKET-ID   PIC X(12).
           01  WS-ORDERS-READ      PIC 9(7) COMP VALUE 0.
           01  WS-ORDERS-ACCEPTED  PIC 9(7) COMP VALUE 0.
           01  WS-ORDERS-REJECTED  PIC 9(7) COMP VALUE 0.
           01  WS-FEED-ID          PIC X(10) VALUE 'WEBORDERS'.
           01  WS-FEED-RESULT      PIC X(01).
               88  WS-FEED-ACCEPTED        VALUE 'A'.
           01  WS-FEED-EOF-SWITCH  PIC X(01).
               88  END-OF-FEED-CHECK       VALUE 'Y'.
           01  WS-FEED-RECORDS     PIC 9(7) COMP VALUE 0.
           01  WS-FEED-HASH        PIC 9(13)V9(2) VALUE 0.
      *    A REJECTED ORDER GOES TO SUSPENSE WITH ITS REASON AS WELL
      *    AS BACK TO THE STOREFRONT. RELEASED ITEMS ARE RETRIED AHEAD
      *    OF THE NIGHT'S FEED.
           01  WS-SUSPENSE-ID      PIC 9(7) VALUE 0.
           01  WS-SUSPENSE-AMOUNT  PIC S9(7)V9(2) VALUE 0.
           01  WS-SUSPENSE-IMAGE   PIC X(100).
           01  WS-ORDERS-SUSPENDED PIC 9(7) COMP VALUE 0.
           01  WS-RETRIES-TRIED    PIC 9(7) COMP VALUE 0.
           01  WS-RETRIES-POSTED   PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM VERIFY-FEED-CONTROL.
           IF NOT WS-FEED-ACCEPTED THEN
               PERFORM CLOSE-FILES
               DISPLAY 'ORDER-INTAKE: WEBORDERS FEED REJECTED - '
                   'NOTHING POSTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM RETRY-RELEASED-ORDERS.
           PERFORM READ-NEXT-WEB-ORDER.
           PERFORM PROCESS-ONE-WEB-ORDER UNTIL END-OF-WEB-ORDERS.
           PERFORM CLOSE-FILES.
           CALL 'FEED-CHECK-ACCEPT' USING WS-FEED-ID.
           CALL 'CLOSE-RENTAL-POST'.
           CALL 'CLOSE-SUSPENSE-LOG'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-ORDERS-READ, WS-ORDERS-ACCEPTED,
               WS-ORDERS-REJECTED.
           DISPLAY 'ORDER-INTAKE: ORDERS READ ' WS-ORDERS-READ
               ' ACCEPTED ' WS-ORDERS-ACCEPTED
               ' REJECTED ' WS-ORDERS-REJECTED
               ' SUSPENDED ' WS-ORDERS-SUSPENDED
               ' RETRIED ' WS-RETRIES-TRIED
               ' RETRIES POSTED ' WS-RETRIES-POSTED.
           GOBACK.

       OPEN-FILES.
               SET WS-PROMO-FILE-AVAILABLE TO TRUE
           END-IF.

      *    NOTHING POSTS UNTIL THE HEADER HAS CLEARED THE FEED
      *    REGISTRY AND THE TRAILER HAS BALANCED THE WHOLE FILE.
      *    THE FEED IS THEN REOPENED AND POSTED FROM THE TOP.
       VERIFY-FEED-CONTROL.
           MOVE ZERO TO WS-FEED-RECORDS.
           MOVE ZERO TO WS-FEED-HASH.
           MOVE 'N' TO WS-FEED-EOF-SWITCH.
           MOVE 'H' TO WS-FEED-RESULT.
           READ WEB-ORDERS
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
                   DISPLAY 'ORDER-INTAKE: WEBORDERS FEED IS EMPTY'
               NOT AT END
                   CALL 'FEED-CHECK' USING WS-PROGRAM-NAME,
                       WS-FEED-ID, FEED-CONTROL-RECORD,
                       WS-FEED-RESULT
           END-READ.
           IF WS-FEED-ACCEPTED THEN
               PERFORM TALLY-ONE-FEED-RECORD
                   UNTIL END-OF-FEED-CHECK
           END-IF.
           CLOSE WEB-ORDERS.
           OPEN INPUT WEB-ORDERS.
           READ WEB-ORDERS
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-READ.

       TALLY-ONE-FEED-RECORD.
           READ WEB-ORDERS
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
                       IF WO-RENTAL-DAYS NUMERIC
                           ADD WO-RENTAL-DAYS TO WS-FEED-HASH
                       END-IF
                   END-IF
           END-READ.

       READ-NEXT-WEB-ORDER.
           READ WEB-ORDERS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF FC-TRAILER
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-ORDERS-READ
                   END-IF
           END-READ.

      *    ORDERS RELEASED FROM SUSPENSE SINCE THE LAST RUN, AS
      *    CORRECTED BY THE OPERATOR, GO THROUGH THE SAME EDITS AND
      *    POSTING AS THE FEED, WITH A RESPONSE RECORD EITHER WAY. THE
      *    CHECKOUT THEY CAME IN IS LONG SETTLED, SO EACH IS PRICED ON
      *    ITS OWN. ONE THAT FAILS AGAIN GOES BACK INTO SUSPENSE UNDER
      *    ITS OLD NUMBER.
       RETRY-RELEASED-ORDERS.
           MOVE ZERO TO WS-SUSPENSE-ID.
           CALL 'SUSPENSE-NEXT-RELEASED' USING WS-FEED-ID,
               WS-SUSPENSE-ID, WS-SUSPENSE-IMAGE.
           PERFORM RETRY-ONE-WEB-ORDER UNTIL WS-SUSPENSE-ID = ZERO.

       RETRY-ONE-WEB-ORDER.
           MOVE WS-SUSPENSE-IMAGE TO WEB-ORDER-RECORD.
           MOVE SPACES TO WO-BASKET-ID.
           ADD 1 TO WS-ORDERS-READ.
           ADD 1 TO WS-RETRIES-TRIED.
           PERFORM APPLY-ONE-WEB-ORDER.
           IF WS-REJECT-REASON = SPACES THEN
               CALL 'SUSPENSE-CLEARED' USING WS-FEED-ID,
                   WS-SUSPENSE-ID
               ADD 1 TO WS-RETRIES-POSTED
           ELSE
               PERFORM SUSPEND-WEB-ORDER
           END-IF.
           CALL 'SUSPENSE-NEXT-RELEASED' USING WS-FEED-ID,
               WS-SUSPENSE-ID, WS-SUSPENSE-IMAGE.

       PROCESS-ONE-WEB-ORDER.
           PERFORM APPLY-ONE-WEB-ORDER.
           IF WS-REJECT-REASON NOT = SPACES THEN
               MOVE ZERO TO WS-SUSPENSE-ID
               PERFORM SUSPEND-WEB-ORDER
           END-IF.
           MOVE WO-BASKET-ID TO WS-LAST-BASKET-ID.
           PERFORM READ-NEXT-WEB-ORDER.
      *    THE CHECKOUT IS SETTLED AS SOON AS ITS LAST ORDER HAS
      *    POSTED, SO ITS DEAL PRINTS WITH ITS OWN RECEIPTS.
           IF WS-LAST-BASKET-ID NOT = SPACES
                   AND (END-OF-WEB-ORDERS
                       OR WO-BASKET-ID NOT = WS-LAST-BASKET-ID)
           THEN
               CALL 'CLOSE-RENTAL-BASKET'
           END-IF.

      *    THE EDITS GATE THE FEED THE WAY ACQ-FEED-EDIT GATES THE
      *    ACQUISITIONS FEED: ONLY ORDERS THAT PASS EVERY CHECK
      *    REACH RENTAL-POST, AND EVERY ORDER - CLEAN OR NOT - GETS
      *    A RESPONSE RECORD THE STOREFRONT CAN READ BACK.
       APPLY-ONE-WEB-ORDER.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM LOOKUP-ORDER-MEMBER.
           PERFORM LOOKUP-ORDER-TITLE.
           EVALUATE TRUE
               WHEN NOT WS-MEMBER-FOUND
                   MOVE 'UNKNOWN MEMBER' TO WS-REJECT-REASON
               WHEN MM-CARD-NUMBER NOT = SPACES
                       AND WO-CARD-NUMBER NOT = SPACES
                       AND WO-CARD-NUMBER NOT = MM-CARD-NUMBER
                   MOVE 'CARD REPLACED OR NOT MEMBER''S'
                       TO WS-REJECT-REASON
               WHEN MM-CARD-NUMBER NOT = SPACES
                       AND MM-CARD-CANCELLED
                   MOVE 'MEMBERSHIP CARD CANCELLED' TO
                       WS-REJECT-REASON
               WHEN MM-CARD-NUMBER NOT = SPACES
                       AND MM-CARD-EXPIRY-DATE < WS-TODAY-CCYYMMDD
                   MOVE 'MEMBERSHIP CARD EXPIRED' TO
                       WS-REJECT-REASON
               WHEN NOT WS-TITLE-FOUND
                   MOVE 'UNKNOWN TITLE' TO WS-REJECT-REASON
               WHEN TM-COPIES-ON-HAND = ZERO
                   MOVE 'BAD RENTAL DAYS' TO WS-REJECT-REASON
               WHEN WO-CURRENCY-CODE = SPACES
                   MOVE 'BLANK CURRENCY CODE' TO WS-REJECT-REASON
               WHEN WO-MEDIA-FORMAT NOT = SPACES
                       AND WO-MEDIA-FORMAT NOT = 'DVD'
                       AND WO-MEDIA-FORMAT NOT = 'BLU'
                       AND WO-MEDIA-FORMAT NOT = '4K'
                   MOVE 'BAD MEDIA FORMAT' TO WS-REJECT-REASON
               WHEN WO-PROMO-CODE NOT = SPACES
                       AND NOT WS-PROMO-FOUND
                   MOVE 'UNKNOWN PROMO CODE' TO WS-REJECT-REASON
           IF WS-REJECT-REASON NOT = SPACES THEN
               PERFORM WRITE-REJECT-RESPONSE
           END-IF.

       SUSPEND-WEB-ORDER.
           MOVE WEB-ORDER-RECORD TO WS-SUSPENSE-IMAGE.
           CALL 'SUSPENSE-LOG' USING WS-PROGRAM-NAME, WS-FEED-ID,
               WS-SUSPENSE-ID, WS-REJECT-REASON, WO-MEMBER-ID,
               WS-SUSPENSE-AMOUNT, WS-SUSPENSE-IMAGE.
           ADD 1 TO WS-ORDERS-SUSPENDED.

       LOOKUP-ORDER-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND-SWITCH.
               TM-GENRE, 'FETCH-RATING-CACHED', WS-RENTAL-PRICE,
               WS-UNRATED-FLAG, WO-RENTAL-DAYS, WO-CURRENCY-CODE,
               WS-POST-STATUS, WO-PROMO-CODE, WS-GIFT-CARD-NUMBER,
               WO-QUOTE-ID, WS-OPERATOR-ID, WS-ORDER-STORE-ID,
               WS-POINTS-TO-REDEEM, WO-MEDIA-FORMAT,
               WO-CARD-NUMBER, WO-BASKET-ID.
           EVALUATE TRUE
               WHEN WS-RENTAL-POSTED
                   PERFORM WRITE-ACCEPT-RESPONSE
               WHEN WS-MEMBER-IN-COLLECTION
                   MOVE 'MEMBER ACCOUNT IN COLLECTIONS' TO
                       WS-REJECT-REASON
               WHEN WS-CARD-NOT-VALID
                   MOVE 'MEMBERSHIP CARD NOT VALID' TO
                       WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'POSTING FAILED' TO WS-REJECT-REASON
           END-EVALUATE.
