               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RENTAL-TXN-STATUS.

           SELECT STORE-MASTER ASSIGN TO 'STOREMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STORE-ID
               FILE STATUS IS WS-STORE-MASTER-STATUS.

           SELECT COPY-MASTER ASSIGN TO 'COPYMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-COPY-MASTER-STATUS.

           SELECT STORE-COPY-FILE ASSIGN TO 'STORECOPY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STORE-COPY-STATUS.

           SELECT STORE-CALENDAR ASSIGN TO 'STORECAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT FINDINGS-REPORT ASSIGN TO 'VALIDRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.

       FD  STORE-MASTER.
       COPY 'store-master.cpy'.

       FD  COPY-MASTER.
       COPY 'copy-master.cpy'.

       FD  STORE-COPY-FILE.
       COPY 'store-copy.cpy'.

       FD  STORE-CALENDAR.
       COPY 'store-calendar.cpy'.

       FD  FINDINGS-REPORT.
       01  FINDINGS-REPORT-LINE    PIC X(100).

           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-STORE-MASTER-STATUS PIC X(02).
           01  WS-COPY-MASTER-STATUS PIC X(02).
           01  WS-STORE-COPY-STATUS PIC X(02).
           01  WS-CALENDAR-STATUS  PIC X(02).
           01  WS-STORE-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-STORE-FILE-AVAILABLE VALUE 'Y'.
           01  WS-COPY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-COPY-FILE-AVAILABLE  VALUE 'Y'.
           01  WS-STORE-COPY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-STORE-COPY-AVAILABLE VALUE 'Y'.
           01  WS-CALENDAR-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-CALENDAR-AVAILABLE   VALUE 'Y'.
           01  WS-COPY-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  END-OF-COPIES           VALUE 'Y'.
           01  WS-STORE-COPY-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-STORE-COPIES     VALUE 'Y'.
           01  WS-CALENDAR-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-CALENDAR         VALUE 'Y'.
           01  WS-CHECK-STORE      PIC X(03).
           01  WS-LAST-CALENDAR-STORE PIC X(03).
           01  WS-STORE-REFERENCE  PIC X(30).
           01  WS-STORE-RESULT     PIC X(01).
               88  WS-STORE-CODE-OK        VALUE SPACE.
               88  WS-STORE-CODE-UNKNOWN   VALUE 'U'.
               88  WS-STORE-CODE-CLOSED    VALUE 'C'.
           01  WS-TITLE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-TITLES           VALUE 'Y'.
           01  WS-MEMBER-EOF-SWITCH PIC X(01) VALUE 'N'.
           01  WS-WARNING-COUNT    PIC 9(7) COMP VALUE 0.
           01  WS-SEVERE-EDIT      PIC ZZZZZZ9.
           01  WS-WARNING-EDIT     PIC ZZZZZZ9.
           01  WS-EXC-KEY          PIC X(30).
           01  WS-EXC-SEVERITY     PIC X(01).
           01  WS-EXC-AMOUNT       PIC S9(7)V9(2).
           01  WS-EXC-TEXT         PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM VALIDATE-TITLE-MASTER.
           PERFORM VALIDATE-MEMBER-MASTER.
           PERFORM VALIDATE-RENTAL-CROSS-REFERENCES.
           IF WS-STORE-FILE-AVAILABLE THEN
               PERFORM VALIDATE-COPY-STORES
               PERFORM VALIDATE-STORE-COPY-STORES
               PERFORM VALIDATE-CALENDAR-STORES
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           CALL 'CLOSE-EXCEPTION-LOG'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-RECORDS-READ, WS-WARNING-COUNT, WS-SEVERE-COUNT.
           DISPLAY 'FILE-VALIDATE: RECORDS READ ' WS-RECORDS-READ
           OPEN INPUT TITLE-MASTER.
           OPEN INPUT MEMBER-MASTER.
           OPEN INPUT RENTAL-TRANSACTION.
           OPEN INPUT STORE-MASTER.
           IF WS-STORE-MASTER-STATUS = '00' THEN
               SET WS-STORE-FILE-AVAILABLE TO TRUE
               OPEN INPUT COPY-MASTER
               IF WS-COPY-MASTER-STATUS = '00' THEN
                   SET WS-COPY-FILE-AVAILABLE TO TRUE
               ELSE
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
               END-IF
               OPEN INPUT STORE-COPY-FILE
               IF WS-STORE-COPY-STATUS = '00' THEN
                   SET WS-STORE-COPY-AVAILABLE TO TRUE
               ELSE
                   MOVE 'Y' TO WS-STORE-COPY-EOF-SWITCH
               END-IF
               OPEN INPUT STORE-CALENDAR
               IF WS-CALENDAR-STATUS = '00' THEN
                   SET WS-CALENDAR-AVAILABLE TO TRUE
               ELSE
                   MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
               END-IF
           END-IF.
           OPEN OUTPUT FINDINGS-REPORT.

       WRITE-REPORT-HEADER.
               INTO WS-REPORT-LINE
               END-STRING
               WRITE FINDINGS-REPORT-LINE FROM WS-REPORT-LINE
               MOVE 'M' TO WS-EXC-SEVERITY
               MOVE SPACES TO WS-EXC-KEY
               STRING TM-IMDB-ID ' GENRE'
               INTO WS-EXC-KEY
               END-STRING
               PERFORM RAISE-FINDING
               ADD 1 TO WS-WARNING-COUNT
           END-IF.
           IF TM-PRICE = ZERO THEN
               INTO WS-REPORT-LINE
               END-STRING
               WRITE FINDINGS-REPORT-LINE FROM WS-REPORT-LINE
               MOVE 'M' TO WS-EXC-SEVERITY
               MOVE SPACES TO WS-EXC-KEY
               STRING TM-IMDB-ID ' PRICE'
               INTO WS-EXC-KEY
               END-STRING
               PERFORM RAISE-FINDING
               ADD 1 TO WS-WARNING-COUNT
           END-IF.
           PERFORM READ-NEXT-TITLE.
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE FINDINGS-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE 'H' TO WS-EXC-SEVERITY.
           MOVE SPACES TO WS-EXC-KEY.
           STRING TM-IMDB-ID ' RELEASE DATE'
           INTO WS-EXC-KEY
           END-STRING.
           PERFORM RAISE-FINDING.
           ADD 1 TO WS-SEVERE-COUNT.

       VALIDATE-MEMBER-MASTER.
               INTO WS-REPORT-LINE
               END-STRING
               WRITE FINDINGS-REPORT-LINE FROM WS-REPORT-LINE
               MOVE 'M' TO WS-EXC-SEVERITY
               MOVE SPACES TO WS-EXC-KEY
               STRING MM-MEMBER-ID ' EMAIL'
               INTO WS-EXC-KEY
               END-STRING
               PERFORM RAISE-FINDING
               ADD 1 TO WS-WARNING-COUNT
           END-IF.
           IF MM-ALERT-FREQUENCY NOT = 'IMMEDIATE'
               INTO WS-REPORT-LINE
               END-STRING
               WRITE FINDINGS-REPORT-LINE FROM WS-REPORT-LINE
               MOVE 'M' TO WS-EXC-SEVERITY
               MOVE SPACES TO WS-EXC-KEY
               STRING MM-MEMBER-ID ' ALERT FREQUENCY'
               INTO WS-EXC-KEY
               END-STRING
               PERFORM RAISE-FINDING
               ADD 1 TO WS-WARNING-COUNT
           END-IF.
           IF WS-STORE-FILE-AVAILABLE AND MM-HOME-STORE NOT = SPACES
                   THEN
               MOVE MM-HOME-STORE TO WS-CHECK-STORE
               MOVE SPACES TO WS-STORE-REFERENCE
               STRING 'MEMBER ' MM-MEMBER-ID
               INTO WS-STORE-REFERENCE
               END-STRING
               PERFORM CHECK-STORE-REFERENCE
           END-IF.
           PERFORM READ-NEXT-MEMBER.

       VALIDATE-RENTAL-CROSS-REFERENCES.
                   INTO WS-REPORT-LINE
                   END-STRING
                   WRITE FINDINGS-REPORT-LINE FROM WS-REPORT-LINE
                   MOVE 'H' TO WS-EXC-SEVERITY
                   MOVE SPACES TO WS-EXC-KEY
                   STRING RT-MEMBER-ID RT-IMDB-ID RT-RENTAL-DATE ' M'
                   INTO WS-EXC-KEY
                   END-STRING
                   PERFORM RAISE-FINDING
                   ADD 1 TO WS-SEVERE-COUNT
               ELSE
                   MOVE SPACES TO WS-REPORT-LINE
                   INTO WS-REPORT-LINE
                   END-STRING
                   WRITE FINDINGS-REPORT-LINE FROM WS-REPORT-LINE
                   MOVE 'M' TO WS-EXC-SEVERITY
                   MOVE SPACES TO WS-EXC-KEY
                   STRING RT-MEMBER-ID RT-IMDB-ID RT-RENTAL-DATE ' M'
                   INTO WS-EXC-KEY
                   END-STRING
                   PERFORM RAISE-FINDING
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF.
                   INTO WS-REPORT-LINE
                   END-STRING
                   WRITE FINDINGS-REPORT-LINE FROM WS-REPORT-LINE
                   MOVE 'H' TO WS-EXC-SEVERITY
                   MOVE SPACES TO WS-EXC-KEY
                   STRING RT-MEMBER-ID RT-IMDB-ID RT-RENTAL-DATE ' T'
                   INTO WS-EXC-KEY
                   END-STRING
                   PERFORM RAISE-FINDING
                   ADD 1 TO WS-SEVERE-COUNT
               ELSE
                   MOVE SPACES TO WS-REPORT-LINE
                   INTO WS-REPORT-LINE
                   END-STRING
                   WRITE FINDINGS-REPORT-LINE FROM WS-REPORT-LINE
                   MOVE 'M' TO WS-EXC-SEVERITY
                   MOVE SPACES TO WS-EXC-KEY
                   STRING RT-MEMBER-ID RT-IMDB-ID RT-RENTAL-DATE ' T'
                   INTO WS-EXC-KEY
                   END-STRING
                   PERFORM RAISE-FINDING
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF.
           PERFORM READ-NEXT-RENTAL.

      *    EVERY STORE CODE CARRIED ELSEWHERE MUST BE ON THE STORE
      *    MASTER AND OPEN. A RETIRED COPY, AN EMPTY SHELF COUNT, OR
      *    A CLOSURE DATED BEFORE THE STORE SHUT IS HISTORY AND MAY
      *    STILL NAME A CLOSED STORE.
       VALIDATE-COPY-STORES.
           IF NOT END-OF-COPIES THEN
               PERFORM READ-NEXT-COPY
               PERFORM CHECK-ONE-COPY UNTIL END-OF-COPIES
           END-IF.

       READ-NEXT-COPY.
           READ COPY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       CHECK-ONE-COPY.
           IF CM-HOME-STORE NOT = SPACES AND NOT CM-COPY-RETIRED THEN
               MOVE CM-HOME-STORE TO WS-CHECK-STORE
               MOVE SPACES TO WS-STORE-REFERENCE
               STRING 'COPY ' CM-IMDB-ID '/' CM-COPY-NUMBER
               INTO WS-STORE-REFERENCE
               END-STRING
               PERFORM CHECK-STORE-REFERENCE
           END-IF.
           PERFORM READ-NEXT-COPY.

       VALIDATE-STORE-COPY-STORES.
           IF NOT END-OF-STORE-COPIES THEN
               PERFORM READ-NEXT-STORE-COPY
               PERFORM CHECK-ONE-STORE-COPY UNTIL END-OF-STORE-COPIES
           END-IF.

       READ-NEXT-STORE-COPY.
           READ STORE-COPY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STORE-COPY-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       CHECK-ONE-STORE-COPY.
           MOVE SC-STORE-ID TO WS-CHECK-STORE.
           MOVE SPACES TO WS-STORE-REFERENCE.
           STRING 'SHELF COUNT ' SC-IMDB-ID '/' SC-STORE-ID
           INTO WS-STORE-REFERENCE
           END-STRING.
           PERFORM LOOKUP-CHECK-STORE.
           IF WS-STORE-CODE-CLOSED AND SC-COPIES-ON-HAND = ZERO THEN
               SET WS-STORE-CODE-OK TO TRUE
           END-IF.
           IF NOT WS-STORE-CODE-OK THEN
               PERFORM REPORT-STORE-FINDING
           END-IF.
           PERFORM READ-NEXT-STORE-COPY.

      *    THE CALENDAR IS IN STORE ORDER, SO EACH STORE IS LOOKED UP
      *    ONCE AND AN UNKNOWN CODE IS REPORTED ONCE, NOT PER DAY.
       VALIDATE-CALENDAR-STORES.
           MOVE SPACES TO WS-LAST-CALENDAR-STORE.
           IF NOT END-OF-CALENDAR THEN
               PERFORM READ-NEXT-CALENDAR-DAY
               PERFORM CHECK-ONE-CALENDAR-DAY UNTIL END-OF-CALENDAR
           END-IF.

       READ-NEXT-CALENDAR-DAY.
           READ STORE-CALENDAR NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       CHECK-ONE-CALENDAR-DAY.
           IF SH-STORE-ID NOT = WS-LAST-CALENDAR-STORE THEN
               MOVE SH-STORE-ID TO WS-LAST-CALENDAR-STORE
               MOVE SH-STORE-ID TO WS-CHECK-STORE
               MOVE SPACES TO WS-STORE-REFERENCE
               STRING 'CALENDAR ' SH-STORE-ID ' ' SH-CLOSED-DATE
               INTO WS-STORE-REFERENCE
               END-STRING
               PERFORM LOOKUP-CHECK-STORE
               IF WS-STORE-CODE-UNKNOWN THEN
                   PERFORM REPORT-STORE-FINDING
               END-IF
           END-IF.
           IF WS-STORE-CODE-CLOSED
                   AND SH-CLOSED-DATE > ST-CLOSED-DATE THEN
               MOVE SPACES TO WS-STORE-REFERENCE
               STRING 'CALENDAR ' SH-STORE-ID ' ' SH-CLOSED-DATE
               INTO WS-STORE-REFERENCE
               END-STRING
               PERFORM REPORT-STORE-FINDING
           END-IF.
           PERFORM READ-NEXT-CALENDAR-DAY.

       CHECK-STORE-REFERENCE.
           PERFORM LOOKUP-CHECK-STORE.
           IF NOT WS-STORE-CODE-OK THEN
               PERFORM REPORT-STORE-FINDING
           END-IF.

       LOOKUP-CHECK-STORE.
           SET WS-STORE-CODE-OK TO TRUE.
           MOVE WS-CHECK-STORE TO ST-STORE-ID.
           READ STORE-MASTER
               INVALID KEY
                   SET WS-STORE-CODE-UNKNOWN TO TRUE
               NOT INVALID KEY
                   IF ST-STORE-CLOSED THEN
                       SET WS-STORE-CODE-CLOSED TO TRUE
                   END-IF
           END-READ.

      *    A BAD STORE CODE IS A WARNING: THE RECORD STILL POSTS, BUT
      *    ITS TAX, CALENDAR AND STORE TOTALS FALL BACK TO DEFAULTS
      *    UNTIL THE CODE OR THE STORE MASTER IS PUT RIGHT.
       REPORT-STORE-FINDING.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-STORE-CODE-UNKNOWN THEN
               STRING 'WARNING: ' FUNCTION TRIM(WS-STORE-REFERENCE)
                   ' NAMES STORE ' WS-CHECK-STORE
                   ' NOT ON THE STORE MASTER'
               INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'WARNING: ' FUNCTION TRIM(WS-STORE-REFERENCE)
                   ' NAMES STORE ' WS-CHECK-STORE
                   ' CLOSED ' ST-CLOSED-DATE
               INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           WRITE FINDINGS-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE 'M' TO WS-EXC-SEVERITY.
           MOVE SPACES TO WS-EXC-KEY.
           STRING FUNCTION TRIM(WS-STORE-REFERENCE) ' ST'
           INTO WS-EXC-KEY
           END-STRING.
           PERFORM RAISE-FINDING.
           ADD 1 TO WS-WARNING-COUNT.

       WRITE-REPORT-TOTALS.
           MOVE WS-SEVERE-COUNT TO WS-SEVERE-EDIT.
           MOVE WS-WARNING-COUNT TO WS-WARNING-EDIT.
           END-STRING.
           WRITE FINDINGS-REPORT-LINE FROM WS-REPORT-LINE.

      *    EVERY FINDING ALSO GOES TO THE SHARED EXCEPTION FILE, KEYED
      *    BY THE RECORD AND THE CHECK THAT FAILED.
       RAISE-FINDING.
           MOVE ZERO TO WS-EXC-AMOUNT.
           MOVE WS-REPORT-LINE TO WS-EXC-TEXT.
           CALL 'EXCEPTION-LOG' USING WS-PROGRAM-NAME, WS-EXC-KEY,
               WS-EXC-SEVERITY, WS-EXC-AMOUNT, WS-EXC-TEXT.

       CLOSE-FILES.
           CLOSE TITLE-MASTER.
           CLOSE MEMBER-MASTER.
           CLOSE RENTAL-TRANSACTION.
           IF WS-STORE-FILE-AVAILABLE THEN
               CLOSE STORE-MASTER
               IF WS-COPY-FILE-AVAILABLE THEN
                   CLOSE COPY-MASTER
               END-IF
               IF WS-STORE-COPY-AVAILABLE THEN
                   CLOSE STORE-COPY-FILE
               END-IF
               IF WS-CALENDAR-AVAILABLE THEN
                   CLOSE STORE-CALENDAR
               END-IF
           END-IF.
           CLOSE FINDINGS-REPORT.

       END PROGRAM FILE-VALIDATE.
