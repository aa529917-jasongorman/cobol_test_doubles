       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEND-PRINT-MAIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-MAIL ASSIGN TO 'PRINTMAIL'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-MAIL.
       COPY 'print-mail.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-FILE-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-FILE-IS-OPEN         VALUE 'Y'.
           01  WS-PIECE-COUNT      PIC 9(7) COMP VALUE 0.
           01  WS-CURRENT-DATE     PIC X(21).
       LINKAGE SECTION.
           01  DOCUMENT-TYPE       PIC X(08).
           01  MEMBER-ID           PIC X(08).
           01  ADDRESSEE           PIC X(30).
           01  POSTAL-ADDRESS.
               05  ADDR-LINE-1     PIC X(30).
               05  ADDR-LINE-2     PIC X(30).
               05  ADDR-CITY       PIC X(20).
               05  ADDR-STATE      PIC X(02).
               05  ADDR-ZIP        PIC X(10).
           01  SUBJECT             PIC X(100).
           01  LETTER-BODY         PIC X(500).
           01  CALLER-PROGRAM      PIC X(18).
       PROCEDURE DIVISION USING DOCUMENT-TYPE, MEMBER-ID, ADDRESSEE,
           POSTAL-ADDRESS, SUBJECT, LETTER-BODY.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILE-IF-NEEDED.
           MOVE SPACES TO PRINT-MAIL-RECORD.
           SET PM-LETTER-RECORD TO TRUE.
           MOVE DOCUMENT-TYPE TO PM-DOCUMENT-TYPE.
           MOVE MEMBER-ID TO PM-MEMBER-ID.
           MOVE ADDRESSEE TO PM-ADDRESSEE.
           MOVE ADDR-LINE-1 TO PM-ADDR-LINE-1.
           MOVE ADDR-LINE-2 TO PM-ADDR-LINE-2.
           MOVE ADDR-CITY TO PM-ADDR-CITY.
           MOVE ADDR-STATE TO PM-ADDR-STATE.
           MOVE ADDR-ZIP TO PM-ADDR-ZIP.
           MOVE SUBJECT TO PM-SUBJECT.
           MOVE LETTER-BODY TO PM-BODY.
           WRITE PRINT-MAIL-RECORD.
           ADD 1 TO WS-PIECE-COUNT.
           GOBACK.

       OPEN-FILE-IF-NEEDED.
           IF NOT WS-FILE-IS-OPEN THEN
               OPEN OUTPUT PRINT-MAIL
               SET WS-FILE-IS-OPEN TO TRUE
               MOVE ZERO TO WS-PIECE-COUNT
           END-IF.

      *    THE TRAILER IS THE RUN'S POSTAGE COUNT: THE MAILING HOUSE
      *    CHECKS ITS PRINTED PIECES AGAINST IT BEFORE POSTING.
       ENTRY 'CLOSE-SEND-PRINT-MAIL' USING CALLER-PROGRAM.
           IF WS-FILE-IS-OPEN THEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE SPACES TO PRINT-MAIL-RECORD
               SET PM-TRAILER-RECORD TO TRUE
               MOVE CALLER-PROGRAM TO PM-TRL-PROGRAM-ID
               MOVE WS-CURRENT-DATE(1:8) TO PM-TRL-RUN-DATE
               MOVE WS-PIECE-COUNT TO PM-TRL-PIECE-COUNT
               WRITE PRINT-MAIL-RECORD
               CLOSE PRINT-MAIL
               MOVE 'N' TO WS-FILE-OPEN-SWITCH
               DISPLAY 'SEND-PRINT-MAIL: ' CALLER-PROGRAM
                   ' POSTAGE COUNT ' WS-PIECE-COUNT
           END-IF.
           GOBACK.

       END PROGRAM SEND-PRINT-MAIL.
