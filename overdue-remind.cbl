               88  WS-TEMPLATE-RENDERED    VALUE 'Y'.
           01  WS-RENTALS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-NOTICES-SENT     PIC 9(7) COMP VALUE 0.
           01  WS-NOTICES-PRINTED  PIC 9(7) COMP VALUE 0.
           01  WS-NOTICES-UNSENT   PIC 9(7) COMP VALUE 0.
           01  WS-NOTICE-DELIVERED-SWITCH PIC X(01).
               88  WS-NOTICE-DELIVERED     VALUE 'Y'.
           01  WS-ZERO-COUNT       PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CLOSE-FILES.
           CALL 'CLOSE-SEND-MAIL'.
           CALL 'CLOSE-SEND-SMS'.
           CALL 'CLOSE-SEND-PRINT-MAIL' USING WS-PROGRAM-NAME.
           CALL 'CLOSE-RENDER-TEMPLATE'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-RENTALS-READ, WS-NOTICES-SENT, WS-ZERO-COUNT.
           DISPLAY 'OVERDUE-REMIND: RENTALS READ ' WS-RENTALS-READ
               ' NOTICES SENT ' WS-NOTICES-SENT
               ' PRINTED ' WS-NOTICES-PRINTED
               ' NOT SENT ' WS-NOTICES-UNSENT.
           GOBACK.

       OPEN-FILES.
           PERFORM LOOKUP-MEMBER.
           IF WS-MEMBER-FOUND THEN
               PERFORM LOOKUP-TITLE-NAME
               SET WS-NOTICE-DELIVERED TO TRUE
               IF MM-ALERT-CHANNEL = 'SMS' THEN
                   PERFORM SEND-SMS-REMINDER
               ELSE
                   PERFORM SEND-MAIL-REMINDER
               END-IF
               IF WS-NOTICE-DELIVERED THEN
                   PERFORM RECORD-REMINDER-SENT
                   ADD 1 TO WS-NOTICES-SENT
               END-IF
           END-IF.

       LOOKUP-MEMBER.
                   END-STRING
               END-IF
           END-IF.
           PERFORM DELIVER-MAIL-REMINDER.

      *    AN OVERDUE NOTICE THE MEMBER CANNOT GET BY EMAIL GOES BY
      *    POST. A DUE-TOMORROW REMINDER WOULD ARRIVE AFTER THE DUE
      *    DATE, SO IT IS NOT PRINTED; IT STAYS UNLOGGED, AND ANY
      *    OVERDUE STAGE THAT FOLLOWS IS STILL SENT IN ITS TURN.
       DELIVER-MAIL-REMINDER.
           EVALUATE TRUE
               WHEN MM-EMAIL NOT = SPACES AND NOT MM-EMAIL-BOUNCED
                   CALL 'SEND-MAIL' USING MM-EMAIL,
                       WS-NOTICE-SUBJECT, WS-NOTICE-BODY
               WHEN WS-STAGE = 'DT'
                   MOVE 'N' TO WS-NOTICE-DELIVERED-SWITCH
               WHEN MM-ADDR-LINE-1 NOT = SPACES
                       AND MM-ADDR-ZIP NOT = SPACES
                   CALL 'SEND-PRINT-MAIL' USING WS-MSG-TYPE,
                       MM-MEMBER-ID, MM-NAME, MM-POSTAL-ADDRESS,
                       WS-NOTICE-SUBJECT, WS-NOTICE-BODY
                   ADD 1 TO WS-NOTICES-PRINTED
               WHEN OTHER
                   MOVE 'N' TO WS-NOTICE-DELIVERED-SWITCH
                   ADD 1 TO WS-NOTICES-UNSENT
                   DISPLAY 'OVERDUE-REMIND: NO USABLE EMAIL OR '
                       'POSTAL ADDRESS FOR ' MM-MEMBER-ID
           END-EVALUATE.

       RECORD-REMINDER-SENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
