       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-RENEW-NOTICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER ASSIGN TO 'MEMBERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-MEMBER-ID
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'CARD-RENEW-NOTICE'.
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-MEMBERS          VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
      *    THE NOTICE GOES OUT THIS MANY DAYS AHEAD OF EXPIRY - LONG
      *    ENOUGH FOR A LETTER BY POST TO ARRIVE AND THE MEMBER TO
      *    GET TO A COUNTER WITH THEIR ID.
           01  WS-NOTICE-DAYS      PIC S9(4) COMP VALUE 30.
           01  WS-DAYS-TO-EXPIRY   PIC S9(6) COMP.
           01  WS-EXPIRY-TEXT      PIC X(08).
           01  WS-NOTICE-SUBJECT   PIC X(100).
           01  WS-NOTICE-BODY      PIC X(500).
           01  WS-NOTICE-TEXT      PIC X(40).
           01  WS-MSG-TYPE         PIC X(08) VALUE 'CARDRENW'.
           01  WS-TEMPLATE-VARS.
               05  WS-TV-VAR OCCURS 4 TIMES PIC X(80).
           01  WS-RENDER-STATUS    PIC X(01).
               88  WS-TEMPLATE-RENDERED    VALUE 'Y'.
           01  WS-NOTICE-DELIVERED-SWITCH PIC X(01).
               88  WS-NOTICE-DELIVERED     VALUE 'Y'.
           01  WS-MEMBERS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-NOTICES-SENT     PIC 9(7) COMP VALUE 0.
           01  WS-NOTICES-PRINTED  PIC 9(7) COMP VALUE 0.
           01  WS-NOTICES-UNSENT   PIC 9(7) COMP VALUE 0.
           01  WS-ZERO-COUNT       PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           OPEN I-O MEMBER-MASTER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM READ-NEXT-MEMBER.
           PERFORM EXAMINE-ONE-MEMBER UNTIL END-OF-MEMBERS.
           CLOSE MEMBER-MASTER.
           CALL 'CLOSE-SEND-MAIL'.
           CALL 'CLOSE-SEND-SMS'.
           CALL 'CLOSE-SEND-PRINT-MAIL' USING WS-PROGRAM-NAME.
           CALL 'CLOSE-RENDER-TEMPLATE'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-MEMBERS-READ, WS-NOTICES-SENT, WS-ZERO-COUNT.
           DISPLAY 'CARD-RENEW-NOTICE: MEMBERS READ ' WS-MEMBERS-READ
               ' NOTICES SENT ' WS-NOTICES-SENT
               ' PRINTED ' WS-NOTICES-PRINTED
               ' NOT SENT ' WS-NOTICES-UNSENT.
           GOBACK.

       READ-NEXT-MEMBER.
           READ MEMBER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MEMBERS-READ
           END-READ.

      *    ONE NOTICE PER EXPIRY DATE: THE SEND DATE IS KEPT ON THE
      *    MEMBER AND CLEARED BY MEMBER-MAINT WHEN THE CARD IS
      *    RENEWED OR A NEW ONE ISSUED. A CANCELLED CARD, A CARD
      *    ALREADY RUN OUT, AND AN ACCOUNT BEING CLOSED GET NONE.
       EXAMINE-ONE-MEMBER.
           IF MM-CARD-NUMBER NOT = SPACES
                   AND MM-CARD-ACTIVE
                   AND MM-CARD-NOTICE-DATE = ZERO
                   AND MM-CARD-EXPIRY-DATE NOT < WS-TODAY-CCYYMMDD
                   AND NOT MM-ACCOUNT-CLOSING
           THEN
               COMPUTE WS-DAYS-TO-EXPIRY =
                   FUNCTION INTEGER-OF-DATE(MM-CARD-EXPIRY-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
               IF WS-DAYS-TO-EXPIRY NOT > WS-NOTICE-DAYS THEN
                   PERFORM SEND-RENEWAL-NOTICE
               END-IF
           END-IF.
           PERFORM READ-NEXT-MEMBER.

       SEND-RENEWAL-NOTICE.
           MOVE MM-CARD-EXPIRY-DATE TO WS-EXPIRY-TEXT.
           SET WS-NOTICE-DELIVERED TO TRUE.
           IF MM-ALERT-CHANNEL = 'SMS' THEN
               PERFORM SEND-SMS-NOTICE
           ELSE
               PERFORM SEND-MAIL-NOTICE
           END-IF.
           IF WS-NOTICE-DELIVERED THEN
               MOVE WS-TODAY-CCYYMMDD TO MM-CARD-NOTICE-DATE
               REWRITE MEMBER-MASTER-RECORD
               ADD 1 TO WS-NOTICES-SENT
           END-IF.

       SEND-SMS-NOTICE.
           MOVE SPACES TO WS-NOTICE-TEXT.
           STRING 'Member card expires ' WS-EXPIRY-TEXT
               ' - renew'
           INTO WS-NOTICE-TEXT
           END-STRING.
           CALL 'SEND-SMS' USING MM-PHONE, WS-NOTICE-TEXT.

       SEND-MAIL-NOTICE.
           MOVE MM-NAME TO WS-TV-VAR(1).
           MOVE MM-CARD-NUMBER TO WS-TV-VAR(2).
           MOVE WS-EXPIRY-TEXT TO WS-TV-VAR(3).
           MOVE MM-HOME-STORE TO WS-TV-VAR(4).
           MOVE SPACES TO WS-NOTICE-BODY.
           CALL 'RENDER-TEMPLATE' USING WS-MSG-TYPE,
                                   MM-LANGUAGE,
                                   WS-TEMPLATE-VARS,
                                   WS-NOTICE-SUBJECT,
                                   WS-NOTICE-BODY,
                                   WS-RENDER-STATUS.
           IF NOT WS-TEMPLATE-RENDERED THEN
               MOVE SPACES TO WS-NOTICE-SUBJECT
               STRING 'Your membership card ' MM-CARD-NUMBER
                   ' expires ' WS-EXPIRY-TEXT
                   ' - bring photo ID to any store to renew'
               INTO WS-NOTICE-SUBJECT
               END-STRING
           END-IF.
           PERFORM DELIVER-MAIL-NOTICE.

      *    A MEMBER WE CANNOT REACH BY EMAIL GETS THE NOTICE BY POST;
      *    THIRTY DAYS IS TIME ENOUGH FOR IT TO ARRIVE. WITH NEITHER
      *    ADDRESS THE NOTICE STAYS UNSENT AND IS TRIED AGAIN
      *    TOMORROW, IN CASE AN ADDRESS HAS BEEN ADDED.
       DELIVER-MAIL-NOTICE.
           EVALUATE TRUE
               WHEN MM-EMAIL NOT = SPACES AND NOT MM-EMAIL-BOUNCED
                   CALL 'SEND-MAIL' USING MM-EMAIL,
                       WS-NOTICE-SUBJECT, WS-NOTICE-BODY
               WHEN MM-ADDR-LINE-1 NOT = SPACES
                       AND MM-ADDR-ZIP NOT = SPACES
                   CALL 'SEND-PRINT-MAIL' USING WS-MSG-TYPE,
                       MM-MEMBER-ID, MM-NAME, MM-POSTAL-ADDRESS,
                       WS-NOTICE-SUBJECT, WS-NOTICE-BODY
                   ADD 1 TO WS-NOTICES-PRINTED
               WHEN OTHER
                   MOVE 'N' TO WS-NOTICE-DELIVERED-SWITCH
                   ADD 1 TO WS-NOTICES-UNSENT
                   DISPLAY 'CARD-RENEW-NOTICE: NO USABLE EMAIL OR '
                       'POSTAL ADDRESS FOR ' MM-MEMBER-ID
           END-EVALUATE.

       END PROGRAM CARD-RENEW-NOTICE.
