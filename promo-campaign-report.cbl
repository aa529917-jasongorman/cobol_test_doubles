               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PROMO-LOG-STATUS.

           SELECT DEAL-MASTER ASSIGN TO 'DEALMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-DEAL-ID
               FILE STATUS IS WS-DEAL-MASTER-STATUS.

           SELECT DEAL-REDEMPTIONS ASSIGN TO 'DEALLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-DEAL-LOG-STATUS.

           SELECT CAMPAIGN-REPORT ASSIGN TO 'PROMORPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  PROMO-REDEMPTIONS.
       COPY 'promo-redemption.cpy'.

       FD  DEAL-MASTER.
       COPY 'deal-master.cpy'.

       FD  DEAL-REDEMPTIONS.
       COPY 'deal-redemption.cpy'.

       FD  CAMPAIGN-REPORT.
       01  CAMPAIGN-REPORT-LINE    PIC X(100).

           01  WS-DISCOUNTS-EDIT   PIC ZZZZZZ9.99.
           01  WS-REPORT-LINE      PIC X(100).
           01  WS-CODES-REPORTED   PIC 9(7) COMP VALUE 0.
           01  WS-DEAL-MASTER-STATUS PIC X(02).
           01  WS-DEAL-LOG-STATUS  PIC X(02).
           01  WS-DEAL-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  END-OF-DEALS            VALUE 'Y'.
           01  WS-DEAL-LOG-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-DEAL-LOG-AVAILABLE   VALUE 'Y'.
           01  WS-DEAL-LOG-EOF-SWITCH PIC X(01).
               88  END-OF-DEAL-REDEMPTIONS VALUE 'Y'.
           01  WS-DEAL-BASKETS     PIC 9(5) COMP.
           01  WS-DEAL-TITLES      PIC 9(7) COMP.
           01  WS-DEAL-DISCOUNTS   PIC 9(7)V9(2).
           01  WS-TITLES-EDIT      PIC ZZZZZZ9.
           01  WS-DEALS-REPORTED   PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM READ-NEXT-PROMO.
           PERFORM REPORT-ONE-PROMO UNTIL END-OF-PROMOS.
           PERFORM WRITE-DEAL-HEADER.
           PERFORM READ-NEXT-DEAL.
           PERFORM REPORT-ONE-DEAL UNTIL END-OF-DEALS.
           PERFORM CLOSE-FILES.
           DISPLAY 'PROMO-CAMPAIGN-REPORT: CODES '
               WS-CODES-REPORTED ' DEALS ' WS-DEALS-REPORTED.
           GOBACK.

       OPEN-FILES.
           IF WS-PROMO-LOG-STATUS = '00' THEN
               SET WS-LOG-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT DEAL-MASTER.
           IF WS-DEAL-MASTER-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-DEAL-EOF-SWITCH
           END-IF.
           OPEN INPUT DEAL-REDEMPTIONS.
           IF WS-DEAL-LOG-STATUS = '00' THEN
               SET WS-DEAL-LOG-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT CAMPAIGN-REPORT.

       WRITE-REPORT-HEADER.
           ADD PL-DISCOUNT-AMOUNT TO WS-CODE-DISCOUNTS.
           PERFORM READ-NEXT-CODE-REDEMPTION.

      *    BASKET DEALS ARE REPORTED AFTER THE CODES: FOR EACH DEAL,
      *    HOW MANY CHECKOUTS TOOK IT, HOW MANY TITLES IT COVERED, AND
      *    THE RENTAL REVENUE IT GAVE UP.
       WRITE-DEAL-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CAMPAIGN-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE 'BASKET DEAL UPTAKE' TO WS-REPORT-LINE.
           WRITE CAMPAIGN-REPORT-LINE FROM WS-REPORT-LINE.

       READ-NEXT-DEAL.
           READ DEAL-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DEAL-EOF-SWITCH
           END-READ.

       REPORT-ONE-DEAL.
           PERFORM SUM-DEAL-REDEMPTIONS.
           MOVE WS-DEAL-BASKETS TO WS-REDEMPTIONS-EDIT.
           MOVE WS-DEAL-TITLES TO WS-TITLES-EDIT.
           MOVE WS-DEAL-DISCOUNTS TO WS-DISCOUNTS-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING DM-DEAL-ID
               ' TYPE ' DM-DEAL-TYPE
               ' BASKETS: ' WS-REDEMPTIONS-EDIT
               ' TITLES: ' WS-TITLES-EDIT
               ' REVENUE IMPACT: ' WS-DISCOUNTS-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE CAMPAIGN-REPORT-LINE FROM WS-REPORT-LINE.
           ADD 1 TO WS-DEALS-REPORTED.
           PERFORM READ-NEXT-DEAL.

       SUM-DEAL-REDEMPTIONS.
           MOVE ZERO TO WS-DEAL-BASKETS.
           MOVE ZERO TO WS-DEAL-TITLES.
           MOVE ZERO TO WS-DEAL-DISCOUNTS.
           IF WS-DEAL-LOG-AVAILABLE THEN
               MOVE 'N' TO WS-DEAL-LOG-EOF-SWITCH
               MOVE DM-DEAL-ID TO DR-DEAL-ID
               MOVE LOW-VALUES TO DR-BASKET-ID
               MOVE ZERO TO DR-SETTLED-DATE
               START DEAL-REDEMPTIONS KEY IS NOT LESS THAN DR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-DEAL-LOG-EOF-SWITCH
               END-START
               IF NOT END-OF-DEAL-REDEMPTIONS THEN
                   PERFORM READ-NEXT-DEAL-REDEMPTION
                   PERFORM TALLY-ONE-DEAL-REDEMPTION
                       UNTIL END-OF-DEAL-REDEMPTIONS
               END-IF
           END-IF.

       READ-NEXT-DEAL-REDEMPTION.
           READ DEAL-REDEMPTIONS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DEAL-LOG-EOF-SWITCH
               NOT AT END
                   IF DR-DEAL-ID NOT = DM-DEAL-ID
                       MOVE 'Y' TO WS-DEAL-LOG-EOF-SWITCH
                   END-IF
           END-READ.

       TALLY-ONE-DEAL-REDEMPTION.
           ADD 1 TO WS-DEAL-BASKETS.
           ADD DR-TITLE-COUNT TO WS-DEAL-TITLES.
           ADD DR-DISCOUNT-AMOUNT TO WS-DEAL-DISCOUNTS.
           PERFORM READ-NEXT-DEAL-REDEMPTION.

       CLOSE-FILES.
           IF WS-PROMO-MASTER-STATUS = '00'
                   OR WS-PROMO-MASTER-STATUS = '10' THEN
           IF WS-LOG-AVAILABLE THEN
               CLOSE PROMO-REDEMPTIONS
           END-IF.
           IF WS-DEAL-MASTER-STATUS = '00'
                   OR WS-DEAL-MASTER-STATUS = '10' THEN
               CLOSE DEAL-MASTER
           END-IF.
           IF WS-DEAL-LOG-AVAILABLE THEN
               CLOSE DEAL-REDEMPTIONS
           END-IF.
           CLOSE CAMPAIGN-REPORT.

       END PROGRAM PROMO-CAMPAIGN-REPORT.
