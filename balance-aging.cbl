
       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'BALANCE-AGING'.
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-PAYMENT-HISTORY-STATUS PIC X(02).
           01  WS-MEMBER-EOF-SWITCH PIC X(01) VALUE 'N'.
           01  WS-LAST-PAYMENT-DATE PIC 9(8).
           01  WS-AGE-DAYS         PIC S9(6) COMP.
           01  WS-BALANCE-EDIT     PIC ZZZZ9.99.
           01  WS-CREDIT-EDIT      PIC ZZZZ9.99CR.
           01  WS-REPORT-LINE      PIC X(100).
           01  WS-NOTICE-SUBJECT   PIC X(100).
           01  WS-NOTICE-BODY      PIC X(500).
           01  WS-BUCKET-LABEL     PIC X(08).
           01  WS-MEMBERS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-MEMBERS-OWING    PIC 9(7) COMP VALUE 0.
           01  WS-MEMBERS-IN-CREDIT PIC 9(7) COMP VALUE 0.
           01  WS-NOTICES-SENT     PIC 9(7) COMP VALUE 0.
           01  WS-NOTICES-PRINTED  PIC 9(7) COMP VALUE 0.
           01  WS-NOTICES-UNSENT   PIC 9(7) COMP VALUE 0.
           01  WS-NOTICES-ISSUED   PIC 9(7) COMP VALUE 0.
           01  WS-TOTAL-CURRENT    PIC 9(7)V9(2) VALUE 0.
           01  WS-TOTAL-30-DAYS    PIC 9(7)V9(2) VALUE 0.
           01  WS-TOTAL-60-DAYS    PIC 9(7)V9(2) VALUE 0.
           01  WS-TOTAL-90-DAYS    PIC 9(7)V9(2) VALUE 0.
           01  WS-TOTAL-CREDIT     PIC S9(7)V9(2) VALUE 0.
           01  WS-TOTAL-EDIT       PIC ZZZZZZ9.99.
           01  WS-TOTAL-CREDIT-EDIT PIC ZZZZZZ9.99CR.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM CLOSE-FILES.
           CALL 'CLOSE-SEND-MAIL'.
           CALL 'CLOSE-SEND-SMS'.
           CALL 'CLOSE-SEND-PRINT-MAIL' USING WS-PROGRAM-NAME.
           CALL 'CLOSE-RENDER-TEMPLATE'.
      *    SENT IS EMAIL AND SMS ONLY; LETTERS QUEUED FOR THE MAILING
      *    HOUSE AND NOTICES WITH NOWHERE TO GO ARE COUNTED APART.
           COMPUTE WS-NOTICES-ISSUED =
               WS-NOTICES-SENT + WS-NOTICES-PRINTED.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-MEMBERS-READ, WS-NOTICES-ISSUED, WS-NOTICES-UNSENT.
           DISPLAY 'BALANCE-AGING: MEMBERS ' WS-MEMBERS-READ
               ' OWING ' WS-MEMBERS-OWING
               ' IN CREDIT ' WS-MEMBERS-IN-CREDIT
               ' NOTICES SENT ' WS-NOTICES-SENT
               ' PRINTED ' WS-NOTICES-PRINTED
               ' NO ADDRESS ' WS-NOTICES-UNSENT.
           GOBACK.

       OPEN-FILES.
               PERFORM BUCKET-AND-NOTIFY
               PERFORM WRITE-AGING-LINE
           END-IF.
           IF MM-ACCOUNT-BALANCE < ZERO
                   AND NOT MM-HOUSEHOLD-MEMBER THEN
               PERFORM WRITE-CREDIT-LINE
           END-IF.
           PERFORM READ-NEXT-MEMBER.

       FIND-LAST-PAYMENT-DATE.
       SEND-DUNNING-NOTICE.
           IF MM-ALERT-CHANNEL = 'SMS' THEN
               CALL 'SEND-SMS' USING MM-PHONE, WS-NOTICE-TEXT
               ADD 1 TO WS-NOTICES-SENT
           ELSE
               MOVE MM-ACCOUNT-BALANCE TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO WS-TV-VAR(1)
               IF WS-TEMPLATE-RENDERED THEN
                   MOVE WS-RENDERED-SUBJECT TO WS-NOTICE-SUBJECT
               END-IF
               PERFORM DELIVER-DUNNING-LETTER
           END-IF.

      *    A DUNNING LETTER THAT CANNOT GO BY EMAIL GOES BY POST -
      *    A DEBT NOBODY WAS TOLD ABOUT CANNOT FAIRLY BE WRITTEN OFF.
       DELIVER-DUNNING-LETTER.
           EVALUATE TRUE
               WHEN MM-EMAIL NOT = SPACES AND NOT MM-EMAIL-BOUNCED
                   CALL 'SEND-MAIL' USING MM-EMAIL,
                       WS-NOTICE-SUBJECT, WS-NOTICE-BODY
                   ADD 1 TO WS-NOTICES-SENT
               WHEN MM-ADDR-LINE-1 NOT = SPACES
                       AND MM-ADDR-ZIP NOT = SPACES
                   CALL 'SEND-PRINT-MAIL' USING WS-MSG-TYPE,
                       MM-MEMBER-ID, MM-NAME, MM-POSTAL-ADDRESS,
                       WS-NOTICE-SUBJECT, WS-NOTICE-BODY
                   ADD 1 TO WS-NOTICES-PRINTED
               WHEN OTHER
                   ADD 1 TO WS-NOTICES-UNSENT
                   DISPLAY 'BALANCE-AGING: NO USABLE EMAIL OR '
                       'POSTAL ADDRESS FOR ' MM-MEMBER-ID
           END-EVALUATE.

       WRITE-AGING-LINE.
           MOVE MM-ACCOUNT-BALANCE TO WS-BALANCE-EDIT.
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.

      *    A CREDIT BALANCE IS MONEY WE OWE THE MEMBER, NOT A DEBT
      *    TO AGE OR DUN. IT IS LISTED UNDER ITS OWN BUCKET AND
      *    TOTALLED SEPARATELY SO THE RECEIVABLE BUCKETS STAY GROSS
      *    AND THE CREDIT LIABILITY IS VISIBLE ON ITS OWN LINE.
       WRITE-CREDIT-LINE.
           ADD 1 TO WS-MEMBERS-IN-CREDIT.
           ADD MM-ACCOUNT-BALANCE TO WS-TOTAL-CREDIT.
           MOVE MM-ACCOUNT-BALANCE TO WS-CREDIT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING MM-MEMBER-ID ' ' MM-NAME
               ' BALANCE: ' WS-CREDIT-EDIT
               ' BUCKET: CREDIT'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-TOTAL-CURRENT TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-TOTAL-CREDIT TO WS-TOTAL-CREDIT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL CREDITS:  ' WS-TOTAL-CREDIT-EDIT
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           CLOSE MEMBER-MASTER.
