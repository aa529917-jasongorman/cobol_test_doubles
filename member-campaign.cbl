       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-CAMPAIGN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-PARMS ASSIGN TO 'CAMPPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO 'MEMBERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-MEMBER-ID
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT RENTAL-TRANSACTION ASSIGN TO 'RENTALTXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RENTAL-TXN-STATUS.

           SELECT RENTAL-HISTORY ASSIGN TO 'RENTHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RENTAL-HISTORY-STATUS.

           SELECT PROMO-MASTER ASSIGN TO 'PROMOMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-CODE
               FILE STATUS IS WS-PROMO-MASTER-STATUS.

           SELECT CAMPAIGN-LOG ASSIGN TO 'CAMPLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-KEY
               FILE STATUS IS WS-CAMPAIGN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-PARMS.
       01  CAMPAIGN-PARM-RECORD.
           05  CP-WINBACK-DAYS     PIC 9(3).
           05  CP-EXPIRY-DAYS      PIC 9(3).
           05  CP-BIRTHDAY-PERCENT PIC 9(2)V9(2).
           05  CP-ANNIVERSARY-PERCENT PIC 9(2)V9(2).
           05  CP-WINBACK-PERCENT  PIC 9(2)V9(2).

       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.

       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.

       FD  RENTAL-HISTORY.
       COPY 'rental-history.cpy'.

       FD  PROMO-MASTER.
       COPY 'promo-master.cpy'.

       FD  CAMPAIGN-LOG.
       COPY 'campaign-log.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'MEMBER-CAMPAIGN'.
           01  WS-PARM-STATUS      PIC X(02).
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-RENTAL-HISTORY-STATUS PIC X(02).
           01  WS-PROMO-MASTER-STATUS PIC X(02).
           01  WS-CAMPAIGN-LOG-STATUS PIC X(02).
           01  WS-HISTORY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-HISTORY-AVAILABLE    VALUE 'Y'.
           01  WS-MEMBER-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-MEMBERS          VALUE 'Y'.
           01  WS-RENTAL-EOF-SWITCH PIC X(01).
               88  END-OF-MEMBER-RENTALS   VALUE 'Y'.
           01  WS-HISTORY-EOF-SWITCH PIC X(01).
               88  END-OF-MEMBER-HISTORY   VALUE 'Y'.
           01  WS-CHANNEL-DELIVERABLE-SW PIC X(01).
               88  WS-CHANNEL-DELIVERABLE  VALUE 'Y'.
           01  WS-ALREADY-SENT-SWITCH PIC X(01).
               88  WS-CAMPAIGN-ALREADY-SENT VALUE 'Y'.
           01  WS-OFFER-SENT-SWITCH PIC X(01).
               88  WS-OFFER-SENT           VALUE 'Y'.
           01  WS-CODE-FOUND-SWITCH PIC X(01).
               88  WS-CODE-FOUND           VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-TODAY-PARTS REDEFINES WS-TODAY-CCYYMMDD.
               05  WS-TODAY-YEAR       PIC 9(4).
               05  WS-TODAY-MMDD       PIC 9(4).
           01  WS-TOMORROW-CCYYMMDD PIC 9(8).
           01  WS-YEAR-AGO-DATE    PIC 9(8).
           01  WS-WINBACK-CUTOFF   PIC 9(8).
           01  WS-LAST-RENTAL-DATE PIC 9(8).
           01  WS-EVENT-DATE       PIC 9(8).
           01  WS-EVENT-PARTS REDEFINES WS-EVENT-DATE.
               05  WS-EVENT-YEAR       PIC 9(4).
               05  WS-EVENT-MMDD       PIC 9(4).
           01  WS-EVENT-TODAY-SWITCH PIC X(01).
               88  WS-EVENT-IS-TODAY       VALUE 'Y'.
      *    THE OFFERS AND HOW LONG THEIR CODES LIVE, OVERRIDDEN BY
      *    THE PARM CARD WHEN MARKETING CHANGES THEM.
           01  WS-WINBACK-DAYS     PIC 9(3) VALUE 90.
           01  WS-EXPIRY-DAYS      PIC 9(3) VALUE 14.
           01  WS-BIRTHDAY-PERCENT PIC 9(2)V9(2) VALUE 50.00.
           01  WS-ANNIVERSARY-PERCENT PIC 9(2)V9(2) VALUE 25.00.
           01  WS-WINBACK-PERCENT  PIC 9(2)V9(2) VALUE 30.00.
      *    THE OFFER BEING MADE TO THE CURRENT MEMBER.
           01  WS-OFFER-CAMPAIGN   PIC X(08).
           01  WS-OFFER-PREFIX     PIC X(01).
           01  WS-OFFER-PERCENT    PIC 9(2)V9(2).
           01  WS-OFFER-SMS-LEAD   PIC X(20).
           01  WS-OFFER-SUBJECT-LEAD PIC X(40).
           01  WS-OFFER-EXPIRY     PIC 9(8).
           01  WS-OFFER-CODE.
               05  WS-OC-PREFIX        PIC X(01).
               05  WS-OC-MEMBER-ID     PIC X(08).
               05  WS-OC-YEAR-DIGIT    PIC X(01).
           01  WS-PERCENT-EDIT     PIC Z9.
           01  WS-PERCENT-TEXT     PIC X(03).
           01  WS-TEMPLATE-VARS.
               05  WS-TV-VAR OCCURS 4 TIMES PIC X(80).
           01  WS-RENDER-STATUS    PIC X(01).
               88  WS-TEMPLATE-RENDERED    VALUE 'Y'.
           01  WS-OFFER-SUBJECT    PIC X(100).
           01  WS-OFFER-BODY       PIC X(500).
           01  WS-OFFER-TEXT       PIC X(40).
           01  WS-MEMBERS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-OFFERS-SENT      PIC 9(7) COMP VALUE 0.
           01  WS-MEMBERS-SKIPPED  PIC 9(7) COMP VALUE 0.
           01  WS-BIRTHDAY-SENT    PIC 9(7) COMP VALUE 0.
           01  WS-ANNIVERSARY-SENT PIC 9(7) COMP VALUE 0.
           01  WS-WINBACK-SENT     PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM READ-CAMPAIGN-PARMS.
           PERFORM SET-CAMPAIGN-DATES.
           PERFORM READ-NEXT-MEMBER.
           PERFORM CAMPAIGN-ONE-MEMBER UNTIL END-OF-MEMBERS.
           PERFORM CLOSE-FILES.
           CALL 'CLOSE-SEND-MAIL'.
           CALL 'CLOSE-SEND-SMS'.
           CALL 'CLOSE-RENDER-TEMPLATE'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-MEMBERS-READ, WS-OFFERS-SENT, WS-MEMBERS-SKIPPED.
           DISPLAY 'MEMBER-CAMPAIGN: MEMBERS ' WS-MEMBERS-READ
               ' BIRTHDAY ' WS-BIRTHDAY-SENT
               ' ANNIVERSARY ' WS-ANNIVERSARY-SENT
               ' WIN-BACK ' WS-WINBACK-SENT
               ' SKIPPED ' WS-MEMBERS-SKIPPED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT CAMPAIGN-PARMS.
           OPEN INPUT MEMBER-MASTER.
           OPEN INPUT RENTAL-TRANSACTION.
           OPEN INPUT RENTAL-HISTORY.
           IF WS-RENTAL-HISTORY-STATUS = '00' THEN
               SET WS-HISTORY-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O PROMO-MASTER.
           IF WS-PROMO-MASTER-STATUS = '35' THEN
               OPEN OUTPUT PROMO-MASTER
               CLOSE PROMO-MASTER
               OPEN I-O PROMO-MASTER
           END-IF.
           OPEN I-O CAMPAIGN-LOG.
           IF WS-CAMPAIGN-LOG-STATUS = '35' THEN
               OPEN OUTPUT CAMPAIGN-LOG
               CLOSE CAMPAIGN-LOG
               OPEN I-O CAMPAIGN-LOG
           END-IF.

       READ-CAMPAIGN-PARMS.
           IF WS-PARM-STATUS = '00' THEN
               READ CAMPAIGN-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-WINBACK-DAYS NUMERIC
                               AND CP-WINBACK-DAYS > ZERO THEN
                           MOVE CP-WINBACK-DAYS TO WS-WINBACK-DAYS
                       END-IF
                       IF CP-EXPIRY-DAYS NUMERIC
                               AND CP-EXPIRY-DAYS > ZERO THEN
                           MOVE CP-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       END-IF
                       IF CP-BIRTHDAY-PERCENT NUMERIC
                               AND CP-BIRTHDAY-PERCENT > ZERO THEN
                           MOVE CP-BIRTHDAY-PERCENT TO
                               WS-BIRTHDAY-PERCENT
                       END-IF
                       IF CP-ANNIVERSARY-PERCENT NUMERIC
                               AND CP-ANNIVERSARY-PERCENT > ZERO THEN
                           MOVE CP-ANNIVERSARY-PERCENT TO
                               WS-ANNIVERSARY-PERCENT
                       END-IF
                       IF CP-WINBACK-PERCENT NUMERIC
                               AND CP-WINBACK-PERCENT > ZERO THEN
                           MOVE CP-WINBACK-PERCENT TO
                               WS-WINBACK-PERCENT
                       END-IF
               END-READ
           END-IF.

      *    A CAMPAIGN SENT ON OR AFTER THE YEAR-AGO DATE BLOCKS THE
      *    SAME CAMPAIGN TODAY; LAST YEAR'S BIRTHDAY FALLS JUST
      *    OUTSIDE IT, SO THE OFFER COMES ROUND ONCE A YEAR.
       SET-CAMPAIGN-DATES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           COMPUTE WS-TOMORROW-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) + 1).
           COMPUTE WS-YEAR-AGO-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) - 364).
           COMPUTE WS-WINBACK-CUTOFF =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) -
                   WS-WINBACK-DAYS).
           COMPUTE WS-OFFER-EXPIRY =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) +
                   WS-EXPIRY-DAYS).

       READ-NEXT-MEMBER.
           READ MEMBER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MEMBER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MEMBERS-READ
           END-READ.

      *    ONLY MEMBERS WHO TAKE OUR MESSAGES, ON A CHANNEL THAT HAS
      *    NOT BOUNCED, ON A CUSTOMER ACCOUNT IN GOOD STANDING, ARE
      *    OFFERED ANYTHING - AND AT MOST ONE OFFER A NIGHT, THE
      *    BIRTHDAY FIRST, THEN THE ANNIVERSARY, THEN THE WIN-BACK.
      *    STAFF ACCOUNTS ARE NEVER MARKETED TO.
       CAMPAIGN-ONE-MEMBER.
           MOVE 'N' TO WS-OFFER-SENT-SWITCH.
           PERFORM CHECK-CHANNEL-DELIVERABLE.
           EVALUATE TRUE
               WHEN MM-ALERT-PREFERENCES = 'NONE'
                       OR MM-ALERT-PREFERENCES = SPACES
                   ADD 1 TO WS-MEMBERS-SKIPPED
               WHEN NOT WS-CHANNEL-DELIVERABLE
                   ADD 1 TO WS-MEMBERS-SKIPPED
               WHEN MM-WRITTEN-OFF OR MM-ACCOUNT-CLOSING
                   ADD 1 TO WS-MEMBERS-SKIPPED
               WHEN MM-STAFF-ACCOUNT
                   ADD 1 TO WS-MEMBERS-SKIPPED
               WHEN OTHER
                   PERFORM CHECK-BIRTHDAY-OFFER
                   IF NOT WS-OFFER-SENT THEN
                       PERFORM CHECK-ANNIVERSARY-OFFER
                   END-IF
                   IF NOT WS-OFFER-SENT THEN
                       PERFORM CHECK-WINBACK-OFFER
                   END-IF
           END-EVALUATE.
           PERFORM READ-NEXT-MEMBER.

       CHECK-CHANNEL-DELIVERABLE.
           IF MM-ALERT-CHANNEL = 'SMS' THEN
               IF MM-PHONE-BOUNCED THEN
                   MOVE 'N' TO WS-CHANNEL-DELIVERABLE-SW
               ELSE
                   SET WS-CHANNEL-DELIVERABLE TO TRUE
               END-IF
           ELSE
               IF MM-EMAIL-BOUNCED THEN
                   MOVE 'N' TO WS-CHANNEL-DELIVERABLE-SW
               ELSE
                   SET WS-CHANNEL-DELIVERABLE TO TRUE
               END-IF
           END-IF.

       CHECK-BIRTHDAY-OFFER.
           MOVE MM-BIRTH-DATE TO WS-EVENT-DATE.
           PERFORM CHECK-EVENT-IS-TODAY.
           IF WS-EVENT-IS-TODAY THEN
               MOVE 'BIRTHDAY' TO WS-OFFER-CAMPAIGN
               MOVE 'B' TO WS-OFFER-PREFIX
               MOVE WS-BIRTHDAY-PERCENT TO WS-OFFER-PERCENT
               MOVE 'Happy birthday!' TO WS-OFFER-SMS-LEAD
               MOVE 'Happy birthday from the store - '
                   TO WS-OFFER-SUBJECT-LEAD
               PERFORM MAKE-CAMPAIGN-OFFER
               IF WS-OFFER-SENT THEN
                   ADD 1 TO WS-BIRTHDAY-SENT
               END-IF
           END-IF.

      *    THE JOIN DAY ITSELF IS NOT AN ANNIVERSARY.
       CHECK-ANNIVERSARY-OFFER.
           MOVE MM-JOIN-DATE TO WS-EVENT-DATE.
           PERFORM CHECK-EVENT-IS-TODAY.
           IF WS-EVENT-IS-TODAY
                   AND WS-EVENT-YEAR < WS-TODAY-YEAR THEN
               MOVE 'ANNIVERS' TO WS-OFFER-CAMPAIGN
               MOVE 'A' TO WS-OFFER-PREFIX
               MOVE WS-ANNIVERSARY-PERCENT TO WS-OFFER-PERCENT
               MOVE 'Happy anniversary!' TO WS-OFFER-SMS-LEAD
               MOVE 'Thank you for another year - '
                   TO WS-OFFER-SUBJECT-LEAD
               PERFORM MAKE-CAMPAIGN-OFFER
               IF WS-OFFER-SENT THEN
                   ADD 1 TO WS-ANNIVERSARY-SENT
               END-IF
           END-IF.

      *    A 29 FEBRUARY DATE IS CELEBRATED ON 28 FEBRUARY IN A YEAR
      *    WITHOUT ONE.
       CHECK-EVENT-IS-TODAY.
           MOVE 'N' TO WS-EVENT-TODAY-SWITCH.
           IF WS-EVENT-DATE NUMERIC AND WS-EVENT-DATE > ZERO THEN
               IF WS-EVENT-MMDD = WS-TODAY-MMDD THEN
                   SET WS-EVENT-IS-TODAY TO TRUE
               END-IF
               IF WS-EVENT-MMDD = 0229
                       AND WS-TODAY-MMDD = 0228
                       AND WS-TOMORROW-CCYYMMDD(5:4) = '0301' THEN
                   SET WS-EVENT-IS-TODAY TO TRUE
               END-IF
           END-IF.

      *    A MEMBER WHO HAS NEVER RENTED HAS NOTHING TO BE WON BACK
      *    TO; ONE WHOSE LAST RENTAL, LIVE OR ARCHIVED, IS OLDER THAN
      *    THE WIN-BACK DAYS IS OFFERED A REASON TO COME IN. THE
      *    CAMPAIGN LOG IS CHECKED FIRST TO SPARE THE RENTAL SCANS.
       CHECK-WINBACK-OFFER.
           MOVE 'WINBACK' TO WS-OFFER-CAMPAIGN.
           PERFORM CHECK-CAMPAIGN-SENT.
           IF NOT WS-CAMPAIGN-ALREADY-SENT THEN
               PERFORM FIND-LAST-RENTAL-DATE
               IF WS-LAST-RENTAL-DATE > ZERO
                       AND WS-LAST-RENTAL-DATE < WS-WINBACK-CUTOFF THEN
                   MOVE 'W' TO WS-OFFER-PREFIX
                   MOVE WS-WINBACK-PERCENT TO WS-OFFER-PERCENT
                   MOVE 'We miss you!' TO WS-OFFER-SMS-LEAD
                   MOVE 'We miss you - come back and save '
                       TO WS-OFFER-SUBJECT-LEAD
                   PERFORM MAKE-CAMPAIGN-OFFER
                   IF WS-OFFER-SENT THEN
                       ADD 1 TO WS-WINBACK-SENT
                   END-IF
               END-IF
           END-IF.

       FIND-LAST-RENTAL-DATE.
           MOVE ZERO TO WS-LAST-RENTAL-DATE.
           MOVE 'N' TO WS-RENTAL-EOF-SWITCH.
           MOVE MM-MEMBER-ID TO RT-MEMBER-ID.
           MOVE LOW-VALUES TO RT-IMDB-ID.
           MOVE ZEROS TO RT-RENTAL-DATE.
           START RENTAL-TRANSACTION KEY IS NOT LESS THAN RT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RENTAL-EOF-SWITCH
           END-START.
           IF NOT END-OF-MEMBER-RENTALS THEN
               PERFORM READ-NEXT-MEMBER-RENTAL
               PERFORM TRACK-LATEST-RENTAL
                   UNTIL END-OF-MEMBER-RENTALS
           END-IF.
           IF WS-HISTORY-AVAILABLE THEN
               PERFORM FIND-LAST-ARCHIVED-RENTAL
           END-IF.

       READ-NEXT-MEMBER-RENTAL.
           READ RENTAL-TRANSACTION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RENTAL-EOF-SWITCH
               NOT AT END
                   IF RT-MEMBER-ID NOT = MM-MEMBER-ID
                       MOVE 'Y' TO WS-RENTAL-EOF-SWITCH
                   END-IF
           END-READ.

       TRACK-LATEST-RENTAL.
           IF RT-RENTAL-DATE > WS-LAST-RENTAL-DATE THEN
               MOVE RT-RENTAL-DATE TO WS-LAST-RENTAL-DATE
           END-IF.
           PERFORM READ-NEXT-MEMBER-RENTAL.

       FIND-LAST-ARCHIVED-RENTAL.
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH.
           MOVE MM-MEMBER-ID TO RH-MEMBER-ID.
           MOVE LOW-VALUES TO RH-IMDB-ID.
           MOVE ZEROS TO RH-RENTAL-DATE.
           START RENTAL-HISTORY KEY IS NOT LESS THAN RH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
           END-START.
           IF NOT END-OF-MEMBER-HISTORY THEN
               PERFORM READ-NEXT-MEMBER-HISTORY
               PERFORM TRACK-LATEST-HISTORY
                   UNTIL END-OF-MEMBER-HISTORY
           END-IF.

       READ-NEXT-MEMBER-HISTORY.
           READ RENTAL-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
               NOT AT END
                   IF RH-MEMBER-ID NOT = MM-MEMBER-ID
                       MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
                   END-IF
           END-READ.

       TRACK-LATEST-HISTORY.
           IF RH-RENTAL-DATE > WS-LAST-RENTAL-DATE THEN
               MOVE RH-RENTAL-DATE TO WS-LAST-RENTAL-DATE
           END-IF.
           PERFORM READ-NEXT-MEMBER-HISTORY.

       MAKE-CAMPAIGN-OFFER.
           PERFORM CHECK-CAMPAIGN-SENT.
           IF NOT WS-CAMPAIGN-ALREADY-SENT THEN
               PERFORM ISSUE-MEMBER-PROMO-CODE
               PERFORM SEND-CAMPAIGN-MESSAGE
               PERFORM RECORD-CAMPAIGN-SENT
               SET WS-OFFER-SENT TO TRUE
               ADD 1 TO WS-OFFERS-SENT
           END-IF.

       CHECK-CAMPAIGN-SENT.
           MOVE 'N' TO WS-ALREADY-SENT-SWITCH.
           MOVE MM-MEMBER-ID TO CG-MEMBER-ID.
           MOVE WS-OFFER-CAMPAIGN TO CG-CAMPAIGN.
           MOVE WS-YEAR-AGO-DATE TO CG-SEND-DATE.
           START CAMPAIGN-LOG KEY IS NOT LESS THAN CG-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CAMPAIGN-LOG NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CG-MEMBER-ID = MM-MEMBER-ID
                                   AND CG-CAMPAIGN = WS-OFFER-CAMPAIGN
                               SET WS-CAMPAIGN-ALREADY-SENT TO TRUE
                           END-IF
                   END-READ
           END-START.

      *    THE CODE IS THE CAMPAIGN LETTER, THE MEMBER ID AND THE LAST
      *    DIGIT OF THE YEAR, GOOD FOR ONE RENTAL BY THAT MEMBER ONLY
      *    UNTIL IT EXPIRES. THE SAME CODE TEN YEARS ON IS SIMPLY
      *    REISSUED OVER THE OLD ONE.
       ISSUE-MEMBER-PROMO-CODE.
           MOVE WS-OFFER-PREFIX TO WS-OC-PREFIX.
           MOVE MM-MEMBER-ID TO WS-OC-MEMBER-ID.
           MOVE WS-TODAY-CCYYMMDD(4:1) TO WS-OC-YEAR-DIGIT.
           MOVE 'N' TO WS-CODE-FOUND-SWITCH.
           MOVE WS-OFFER-CODE TO PC-CODE.
           READ PROMO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CODE-FOUND TO TRUE
           END-READ.
           MOVE WS-OFFER-CODE TO PC-CODE.
           SET PC-PERCENT-DISCOUNT TO TRUE.
           MOVE WS-OFFER-PERCENT TO PC-DISCOUNT-VALUE.
           MOVE WS-TODAY-CCYYMMDD TO PC-START-DATE.
           MOVE WS-OFFER-EXPIRY TO PC-END-DATE.
           MOVE 1 TO PC-PER-MEMBER-LIMIT.
           MOVE 1 TO PC-TOTAL-LIMIT.
           MOVE ZERO TO PC-TIMES-REDEEMED.
           MOVE MM-MEMBER-ID TO PC-MEMBER-ID.
           MOVE WS-OFFER-CAMPAIGN TO PC-CAMPAIGN.
           IF WS-CODE-FOUND THEN
               REWRITE PROMO-MASTER-RECORD
           ELSE
               WRITE PROMO-MASTER-RECORD
           END-IF.

      *    TEMPLATE VARIABLES: &1 MEMBER NAME, &2 THE CODE, &3 THE
      *    PERCENT OFF, &4 THE LAST DAY THE CODE IS GOOD.
       SEND-CAMPAIGN-MESSAGE.
           MOVE WS-OFFER-PERCENT TO WS-PERCENT-EDIT.
           MOVE SPACES TO WS-PERCENT-TEXT.
           STRING FUNCTION TRIM(WS-PERCENT-EDIT) '%'
           INTO WS-PERCENT-TEXT
           END-STRING.
           IF MM-ALERT-CHANNEL = 'SMS' THEN
               MOVE SPACES TO WS-OFFER-TEXT
               STRING FUNCTION TRIM(WS-OFFER-SMS-LEAD)
                   ' Code ' WS-OFFER-CODE
               INTO WS-OFFER-TEXT
               END-STRING
               CALL 'SEND-SMS' USING MM-PHONE, WS-OFFER-TEXT
           ELSE
               MOVE MM-NAME TO WS-TV-VAR(1)
               MOVE WS-OFFER-CODE TO WS-TV-VAR(2)
               MOVE WS-PERCENT-TEXT TO WS-TV-VAR(3)
               MOVE WS-OFFER-EXPIRY TO WS-TV-VAR(4)
               MOVE SPACES TO WS-OFFER-BODY
               CALL 'RENDER-TEMPLATE' USING WS-OFFER-CAMPAIGN,
                                       MM-LANGUAGE,
                                       WS-TEMPLATE-VARS,
                                       WS-OFFER-SUBJECT,
                                       WS-OFFER-BODY,
                                       WS-RENDER-STATUS
               IF NOT WS-TEMPLATE-RENDERED THEN
                   MOVE SPACES TO WS-OFFER-SUBJECT
                   STRING FUNCTION TRIM(WS-OFFER-SUBJECT-LEAD) ' '
                       FUNCTION TRIM(WS-PERCENT-TEXT)
                       ' off your next rental with code '
                       WS-OFFER-CODE ' until ' WS-OFFER-EXPIRY
                   INTO WS-OFFER-SUBJECT
                   END-STRING
               END-IF
               CALL 'SEND-MAIL' USING MM-EMAIL, WS-OFFER-SUBJECT,
                   WS-OFFER-BODY
           END-IF.

       RECORD-CAMPAIGN-SENT.
           MOVE MM-MEMBER-ID TO CG-MEMBER-ID.
           MOVE WS-OFFER-CAMPAIGN TO CG-CAMPAIGN.
           MOVE WS-TODAY-CCYYMMDD TO CG-SEND-DATE.
           MOVE WS-OFFER-CODE TO CG-PROMO-CODE.
           MOVE WS-OFFER-EXPIRY TO CG-EXPIRY-DATE.
           MOVE WS-OFFER-PERCENT TO CG-DISCOUNT-PERCENT.
           MOVE MM-ALERT-CHANNEL TO CG-CHANNEL.
           WRITE CAMPAIGN-LOG-RECORD
               INVALID KEY
                   REWRITE CAMPAIGN-LOG-RECORD
           END-WRITE.

       CLOSE-FILES.
           IF WS-PARM-STATUS = '00'
                   OR WS-PARM-STATUS = '10' THEN
               CLOSE CAMPAIGN-PARMS
           END-IF.
           CLOSE MEMBER-MASTER.
           CLOSE RENTAL-TRANSACTION.
           IF WS-HISTORY-AVAILABLE THEN
               CLOSE RENTAL-HISTORY
           END-IF.
           CLOSE PROMO-MASTER.
           CLOSE CAMPAIGN-LOG.

       END PROGRAM MEMBER-CAMPAIGN.
