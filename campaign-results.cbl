       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN-RESULTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-LOG ASSIGN TO 'CAMPLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CG-KEY
               FILE STATUS IS WS-CAMPAIGN-LOG-STATUS.

           SELECT PROMO-REDEMPTIONS ASSIGN TO 'PROMOLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PROMO-LOG-STATUS.

           SELECT RENTAL-TRANSACTION ASSIGN TO 'RENTALTXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RENTAL-TXN-STATUS.

           SELECT RENTAL-HISTORY ASSIGN TO 'RENTHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RENTAL-HISTORY-STATUS.

           SELECT RESULTS-REPORT ASSIGN TO 'CAMPRSLT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-LOG.
       COPY 'campaign-log.cpy'.

       FD  PROMO-REDEMPTIONS.
       COPY 'promo-redemption.cpy'.

       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.

       FD  RENTAL-HISTORY.
       COPY 'rental-history.cpy'.

       FD  RESULTS-REPORT.
       01  RESULTS-REPORT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-CAMPAIGN-LOG-STATUS PIC X(02).
           01  WS-PROMO-LOG-STATUS PIC X(02).
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-RENTAL-HISTORY-STATUS PIC X(02).
           01  WS-LOG-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  END-OF-CAMPAIGN-LOG     VALUE 'Y'.
           01  WS-PROMO-LOG-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-PROMO-LOG-AVAILABLE  VALUE 'Y'.
           01  WS-RENTALS-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-RENTALS-AVAILABLE    VALUE 'Y'.
           01  WS-HISTORY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-HISTORY-AVAILABLE    VALUE 'Y'.
           01  WS-REDEMPTION-EOF-SWITCH PIC X(01).
               88  END-OF-CODE-REDEMPTIONS VALUE 'Y'.
           01  WS-REDEEMED-SWITCH  PIC X(01).
               88  WS-CODE-REDEEMED        VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-REDEEM-DATE      PIC 9(8).
           01  WS-CAMPAIGN-IDX     PIC 9(2) COMP.
      *    ONE SLOT PER CAMPAIGN, THE FOURTH FOR ALL OF THEM.
           01  WS-CAMPAIGN-NAMES-DATA.
               05  FILLER          PIC X(12) VALUE 'BIRTHDAY'.
               05  FILLER          PIC X(12) VALUE 'ANNIVERSARY'.
               05  FILLER          PIC X(12) VALUE 'WIN-BACK'.
               05  FILLER          PIC X(12) VALUE 'ALL'.
           01  WS-CAMPAIGN-NAMES REDEFINES WS-CAMPAIGN-NAMES-DATA.
               05  WS-CAMPAIGN-NAME OCCURS 4 TIMES PIC X(12).
           01  WS-CAMPAIGN-TABLE.
               05  WS-CAMPAIGN-ENTRY OCCURS 4 TIMES.
                   10  WS-CR-SENT          PIC 9(7) COMP.
                   10  WS-CR-REDEEMED      PIC 9(7) COMP.
                   10  WS-CR-DISCOUNT      PIC 9(7)V9(2).
                   10  WS-CR-REVENUE       PIC 9(7)V9(2).
           01  WS-REDEMPTION-RATE  PIC 9(3)V9(1).
           01  WS-COUNT-EDIT       PIC ZZZZZZ9.
           01  WS-RATE-EDIT        PIC ZZ9.9.
           01  WS-DISCOUNT-EDIT    PIC ZZZZZZ9.99.
           01  WS-REVENUE-EDIT     PIC ZZZZZZ9.99.
           01  WS-REPORT-LINE      PIC X(100).
           01  WS-CODES-READ       PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           INITIALIZE WS-CAMPAIGN-TABLE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM READ-NEXT-CAMPAIGN-CODE.
           PERFORM TALLY-ONE-CAMPAIGN-CODE UNTIL END-OF-CAMPAIGN-LOG.
           PERFORM WRITE-CAMPAIGN-LINE
               VARYING WS-CAMPAIGN-IDX FROM 1 BY 1
               UNTIL WS-CAMPAIGN-IDX > 4.
           PERFORM CLOSE-FILES.
           DISPLAY 'CAMPAIGN-RESULTS: CODES SENT ' WS-CODES-READ.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT CAMPAIGN-LOG.
           IF WS-CAMPAIGN-LOG-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-LOG-EOF-SWITCH
           END-IF.
           OPEN INPUT PROMO-REDEMPTIONS.
           IF WS-PROMO-LOG-STATUS = '00' THEN
               SET WS-PROMO-LOG-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT RENTAL-TRANSACTION.
           IF WS-RENTAL-TXN-STATUS = '00' THEN
               SET WS-RENTALS-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT RENTAL-HISTORY.
           IF WS-RENTAL-HISTORY-STATUS = '00' THEN
               SET WS-HISTORY-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT RESULTS-REPORT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MEMBER CAMPAIGN RESULTS - RUN DATE '
               WS-CURRENT-DATE(1:8)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE RESULTS-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CAMPAIGN        SENT REDEEMED  RATE%'
               '    DISCOUNT     REVENUE'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE RESULTS-REPORT-LINE FROM WS-REPORT-LINE.

       READ-NEXT-CAMPAIGN-CODE.
           READ CAMPAIGN-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CODES-READ
           END-READ.

       TALLY-ONE-CAMPAIGN-CODE.
           EVALUATE TRUE
               WHEN CG-BIRTHDAY
                   MOVE 1 TO WS-CAMPAIGN-IDX
               WHEN CG-ANNIVERSARY
                   MOVE 2 TO WS-CAMPAIGN-IDX
               WHEN OTHER
                   MOVE 3 TO WS-CAMPAIGN-IDX
           END-EVALUATE.
           ADD 1 TO WS-CR-SENT(WS-CAMPAIGN-IDX).
           ADD 1 TO WS-CR-SENT(4).
           IF WS-PROMO-LOG-AVAILABLE THEN
               PERFORM FIND-CODE-REDEMPTION
           END-IF.
           PERFORM READ-NEXT-CAMPAIGN-CODE.

      *    A CODE COUNTS AS REDEEMED WHEN THE MEMBER IT WAS SENT TO
      *    USED IT BETWEEN THE SEND DATE AND ITS EXPIRY; THE SAME CODE
      *    REISSUED YEARS LATER IS NOT CREDITED TO THE OLD SEND.
       FIND-CODE-REDEMPTION.
           MOVE 'N' TO WS-REDEEMED-SWITCH.
           MOVE 'N' TO WS-REDEMPTION-EOF-SWITCH.
           MOVE CG-PROMO-CODE TO PL-CODE.
           MOVE CG-MEMBER-ID TO PL-MEMBER-ID.
           MOVE LOW-VALUES TO PL-REDEEM-TIMESTAMP.
           START PROMO-REDEMPTIONS KEY IS NOT LESS THAN PL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REDEMPTION-EOF-SWITCH
           END-START.
           IF NOT END-OF-CODE-REDEMPTIONS THEN
               PERFORM READ-NEXT-CODE-REDEMPTION
               PERFORM CHECK-ONE-REDEMPTION
                   UNTIL END-OF-CODE-REDEMPTIONS
           END-IF.

       READ-NEXT-CODE-REDEMPTION.
           READ PROMO-REDEMPTIONS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REDEMPTION-EOF-SWITCH
               NOT AT END
                   IF PL-CODE NOT = CG-PROMO-CODE
                           OR PL-MEMBER-ID NOT = CG-MEMBER-ID
                       MOVE 'Y' TO WS-REDEMPTION-EOF-SWITCH
                   END-IF
           END-READ.

       CHECK-ONE-REDEMPTION.
           MOVE PL-REDEEM-TIMESTAMP(1:8) TO WS-REDEEM-DATE.
           IF WS-REDEEM-DATE NOT < CG-SEND-DATE
                   AND WS-REDEEM-DATE NOT > CG-EXPIRY-DATE THEN
               SET WS-CODE-REDEEMED TO TRUE
               MOVE 'Y' TO WS-REDEMPTION-EOF-SWITCH
               ADD 1 TO WS-CR-REDEEMED(WS-CAMPAIGN-IDX)
               ADD 1 TO WS-CR-REDEEMED(4)
               ADD PL-DISCOUNT-AMOUNT TO
                   WS-CR-DISCOUNT(WS-CAMPAIGN-IDX)
               ADD PL-DISCOUNT-AMOUNT TO WS-CR-DISCOUNT(4)
               PERFORM ADD-REDEEMED-RENTAL-REVENUE
           ELSE
               PERFORM READ-NEXT-CODE-REDEMPTION
           END-IF.

      *    THE RENTAL THE CODE WAS USED ON, LIVE OR ALREADY ARCHIVED,
      *    AT THE DISCOUNTED RATE THE MEMBER ACTUALLY PAID.
       ADD-REDEEMED-RENTAL-REVENUE.
           IF WS-RENTALS-AVAILABLE THEN
               MOVE CG-MEMBER-ID TO RT-MEMBER-ID
               MOVE PL-IMDB-ID TO RT-IMDB-ID
               MOVE WS-REDEEM-DATE TO RT-RENTAL-DATE
               READ RENTAL-TRANSACTION
                   INVALID KEY
                       PERFORM ADD-ARCHIVED-RENTAL-REVENUE
                   NOT INVALID KEY
                       ADD RT-RATE TO WS-CR-REVENUE(WS-CAMPAIGN-IDX)
                       ADD RT-RATE TO WS-CR-REVENUE(4)
               END-READ
           ELSE
               PERFORM ADD-ARCHIVED-RENTAL-REVENUE
           END-IF.

       ADD-ARCHIVED-RENTAL-REVENUE.
           IF WS-HISTORY-AVAILABLE THEN
               MOVE CG-MEMBER-ID TO RH-MEMBER-ID
               MOVE PL-IMDB-ID TO RH-IMDB-ID
               MOVE WS-REDEEM-DATE TO RH-RENTAL-DATE
               READ RENTAL-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD RH-RATE TO WS-CR-REVENUE(WS-CAMPAIGN-IDX)
                       ADD RH-RATE TO WS-CR-REVENUE(4)
               END-READ
           END-IF.

       WRITE-CAMPAIGN-LINE.
           MOVE ZERO TO WS-REDEMPTION-RATE.
           IF WS-CR-SENT(WS-CAMPAIGN-IDX) > ZERO THEN
               COMPUTE WS-REDEMPTION-RATE ROUNDED =
                   WS-CR-REDEEMED(WS-CAMPAIGN-IDX) * 100 /
                   WS-CR-SENT(WS-CAMPAIGN-IDX)
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-CAMPAIGN-NAME(WS-CAMPAIGN-IDX) TO
               WS-REPORT-LINE(1:12).
           MOVE WS-CR-SENT(WS-CAMPAIGN-IDX) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(13:7).
           MOVE WS-CR-REDEEMED(WS-CAMPAIGN-IDX) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(21:7).
           MOVE WS-REDEMPTION-RATE TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT TO WS-REPORT-LINE(31:5).
           MOVE WS-CR-DISCOUNT(WS-CAMPAIGN-IDX) TO WS-DISCOUNT-EDIT.
           MOVE WS-DISCOUNT-EDIT TO WS-REPORT-LINE(37:10).
           MOVE WS-CR-REVENUE(WS-CAMPAIGN-IDX) TO WS-REVENUE-EDIT.
           MOVE WS-REVENUE-EDIT TO WS-REPORT-LINE(49:10).
           WRITE RESULTS-REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-CAMPAIGN-LOG-STATUS = '00'
                   OR WS-CAMPAIGN-LOG-STATUS = '10' THEN
               CLOSE CAMPAIGN-LOG
           END-IF.
           IF WS-PROMO-LOG-AVAILABLE THEN
               CLOSE PROMO-REDEMPTIONS
           END-IF.
           IF WS-RENTALS-AVAILABLE THEN
               CLOSE RENTAL-TRANSACTION
           END-IF.
           IF WS-HISTORY-AVAILABLE THEN
               CLOSE RENTAL-HISTORY
           END-IF.
           CLOSE RESULTS-REPORT.

       END PROGRAM CAMPAIGN-RESULTS.
