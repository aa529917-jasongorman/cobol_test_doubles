           01  WS-TAX-TOTAL        PIC 9(5)V9(2).
           01  WS-TAX-TOTAL-EDIT   PIC ZZZZ9.99.
           01  WS-LATE-FEE-TOTAL-EDIT PIC ZZZZ9.99.
      *    A CREDIT BALANCE PRINTS WITH A TRAILING CR, THE WAY THE
      *    BANK STATEMENTS MEMBERS ARE USED TO SHOW IT.
           01  WS-ACCOUNT-BALANCE-EDIT PIC ZZZZ9.99CR.
           01  WS-CREDIT-AMOUNT-EDIT PIC ZZZZ9.99.
           01  WS-STATEMENT-SUBJECT PIC X(100).
           01  WS-STATEMENT-BODY   PIC X(500).
           01  WS-MSG-TYPE         PIC X(08) VALUE 'STMT'.
           01  WS-SUB-FEE-TOTAL    PIC 9(5)V9(2).
           01  WS-SUB-FEE-EDIT     PIC ZZ9.99.
           01  WS-SUB-DETAIL       PIC X(60).
           01  WS-POINTS-BALANCE-EDIT PIC ZZZZZZ9.
           01  WS-STATEMENTS-PRINTED PIC 9(7) COMP VALUE 0.
           01  WS-STATEMENTS-UNSENT PIC 9(7) COMP VALUE 0.
           01  WS-HH-MAX           PIC 9(3) COMP VALUE 200.
           01  WS-HH-COUNT         PIC 9(3) COMP VALUE 0.
           01  WS-HH-IDX           PIC 9(3) COMP.
           PERFORM PROCESS-ONE-MEMBER UNTIL END-OF-MEMBERS.
           PERFORM CLOSE-FILES.
           CALL 'CLOSE-SEND-MAIL'.
           CALL 'CLOSE-SEND-PRINT-MAIL' USING WS-PROGRAM-NAME.
           CALL 'CLOSE-RENDER-TEMPLATE'.
           CALL 'CLOSE-CURRENCY-LOOKUP'.
           MOVE WS-MEMBERS-PROCESSED TO WS-STATEMENTS-SENT.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-MEMBERS-PROCESSED, WS-STATEMENTS-SENT,
               WS-ZERO-COUNT.
           DISPLAY 'MEMBER-STATEMENT: MEMBERS ' WS-MEMBERS-PROCESSED
               ' PRINTED ' WS-STATEMENTS-PRINTED
               ' NO ADDRESS ' WS-STATEMENTS-UNSENT.
           GOBACK.

       DETERMINE-PERIOD.
               END-STRING
           END-IF.
           PERFORM BUILD-CURRENCY-DETAIL.
           IF MM-ACCOUNT-BALANCE < ZERO THEN
               PERFORM APPEND-CREDIT-DETAIL
           END-IF.
           IF MM-POINTS-BALANCE > ZERO THEN
               PERFORM APPEND-POINTS-DETAIL
           END-IF.
           IF WS-SUB-FEE-TOTAL > ZERO THEN
               MOVE WS-SUB-FEE-TOTAL TO WS-SUB-FEE-EDIT
               MOVE SPACES TO WS-SUB-DETAIL
                   END-STRING
               END-IF
           END-IF.
           PERFORM DELIVER-STATEMENT.

      *    A MEMBER WITH NO EMAIL, OR ONE QUEUE-DISPATCH HAS MARKED
      *    BOUNCED, GETS THE SAME STATEMENT ON PAPER AT THE POSTAL
      *    ADDRESS. WITH NEITHER, THE STATEMENT IS COUNTED AS UNSENT
      *    SO THE BRANCH CAN CHASE A CURRENT ADDRESS.
       DELIVER-STATEMENT.
           EVALUATE TRUE
               WHEN MM-EMAIL NOT = SPACES AND NOT MM-EMAIL-BOUNCED
                   CALL 'SEND-MAIL' USING MM-EMAIL,
                       WS-STATEMENT-SUBJECT, WS-STATEMENT-BODY
               WHEN MM-ADDR-LINE-1 NOT = SPACES
                       AND MM-ADDR-ZIP NOT = SPACES
                   CALL 'SEND-PRINT-MAIL' USING WS-MSG-TYPE,
                       MM-MEMBER-ID, MM-NAME, MM-POSTAL-ADDRESS,
                       WS-STATEMENT-SUBJECT, WS-STATEMENT-BODY
                   ADD 1 TO WS-STATEMENTS-PRINTED
               WHEN OTHER
                   ADD 1 TO WS-STATEMENTS-UNSENT
                   DISPLAY 'MEMBER-STATEMENT: NO USABLE EMAIL OR '
                       'POSTAL ADDRESS FOR ' MM-MEMBER-ID
           END-EVALUATE.

      *    A MEMBER IN CREDIT IS TOLD SO IN WORDS, NOT JUST BY THE
      *    CR ON THE BALANCE - THE CREDIT PAYS FOR THE NEXT RENTAL
      *    OR FEE, OR COMES BACK AS A REFUND ON REQUEST.
       APPEND-CREDIT-DETAIL.
           COMPUTE WS-CREDIT-AMOUNT-EDIT = ZERO - MM-ACCOUNT-BALANCE.
           MOVE SPACES TO WS-SUB-DETAIL.
           STRING 'Credit on your account: ' WS-CREDIT-AMOUNT-EDIT
           INTO WS-SUB-DETAIL
           END-STRING.
           IF WS-CCY-DETAIL = SPACES THEN
               MOVE WS-SUB-DETAIL TO WS-CCY-DETAIL
           ELSE
               STRING FUNCTION TRIM(WS-CCY-DETAIL) ' '
                   FUNCTION TRIM(WS-SUB-DETAIL)
               INTO WS-CCY-DETAIL
               END-STRING
           END-IF.

      *    THE LOYALTY POINTS STANDING TO THE MEMBER THE STATEMENT
      *    IS ADDRESSED TO, WITH THE DATE THEY WERE LAST USED OR
      *    EARNED - THEY LAPSE TWELVE MONTHS AFTER THAT DATE.
       APPEND-POINTS-DETAIL.
           MOVE MM-POINTS-BALANCE TO WS-POINTS-BALANCE-EDIT.
           MOVE SPACES TO WS-SUB-DETAIL.
           STRING 'Loyalty points: ' WS-POINTS-BALANCE-EDIT
               ' last activity ' MM-POINTS-ACTIVITY-DATE
           INTO WS-SUB-DETAIL
           END-STRING.
           IF WS-CCY-DETAIL = SPACES THEN
               MOVE WS-SUB-DETAIL TO WS-CCY-DETAIL
           ELSE
               STRING FUNCTION TRIM(WS-CCY-DETAIL) ' '
                   FUNCTION TRIM(WS-SUB-DETAIL)
               INTO WS-CCY-DETAIL
               END-STRING
           END-IF.

       CLOSE-FILES.
           CLOSE MEMBER-MASTER.
