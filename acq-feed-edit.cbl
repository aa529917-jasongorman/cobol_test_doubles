               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-IMDB-ID
               FILE STATUS IS WS-TITLE-MASTER-STATUS.

           SELECT DISTRIBUTOR-MASTER ASSIGN TO 'DISTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-VENDOR-ID
               FILE STATUS IS WS-DISTRIBUTOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACQUISITIONS-RAW.
       COPY 'acquisitions.cpy'.
       COPY 'feed-control.cpy'.

       FD  ACQUISITIONS-CLEAN.
       01  CLEAN-ACQUISITION-RECORD PIC X(111).

       FD  ACQUISITIONS-REJECTS.
       01  REJECT-RECORD.
           05  REJ-ACQUISITION     PIC X(111).
           05  REJ-REASON-CODE     PIC X(30).

       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.

       FD  DISTRIBUTOR-MASTER.
       COPY 'distributor-master.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'ACQ-FEED-EDIT'.
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-DISTRIBUTOR-STATUS PIC X(02).
           01  WS-DIST-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-DISTRIBUTOR-FILE-AVAILABLE VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-RAW-FEED         VALUE 'Y'.
           01  WS-RECORD-VALID-SWITCH PIC X(01).
           01  WS-RECORDS-REJECTED PIC 9(7) COMP VALUE 0.
           01  WS-REJECT-THRESHOLD-PCT PIC 9(3) VALUE 20.
           01  WS-REJECT-PCT       PIC 9(3)V9(2).
           01  WS-FEED-ID          PIC X(10) VALUE 'ACQRAW'.
           01  WS-FEED-RESULT      PIC X(01).
               88  WS-FEED-ACCEPTED        VALUE 'A'.
           01  WS-FEED-EOF-SWITCH  PIC X(01).
               88  END-OF-FEED-CHECK       VALUE 'Y'.
           01  WS-FEED-RECORDS     PIC 9(7) COMP VALUE 0.
           01  WS-FEED-HASH        PIC 9(13)V9(2) VALUE 0.
           01  WS-EXC-KEY          PIC X(30).
           01  WS-EXC-SEVERITY     PIC X(01).
           01  WS-EXC-AMOUNT       PIC S9(7)V9(2).
           01  WS-EXC-TEXT         PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM VERIFY-FEED-CONTROL.
           IF NOT WS-FEED-ACCEPTED THEN
               PERFORM CLOSE-FILES
               DISPLAY 'ACQ-FEED-EDIT: ACQRAW FEED REJECTED - '
                   'NOTHING EDITED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-NEXT-RAW-RECORD.
           PERFORM EDIT-ONE-RECORD UNTIL END-OF-RAW-FEED.
           PERFORM CLOSE-FILES.
           CALL 'FEED-CHECK-ACCEPT' USING WS-FEED-ID.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-RECORDS-READ, WS-RECORDS-CLEAN,
               WS-RECORDS-REJECTED.
               ' CLEAN ' WS-RECORDS-CLEAN
               ' REJECTED ' WS-RECORDS-REJECTED.
           PERFORM CHECK-REJECT-THRESHOLD.
           CALL 'CLOSE-EXCEPTION-LOG'.
           GOBACK.

       OPEN-FILES.
           OPEN OUTPUT ACQUISITIONS-CLEAN.
           OPEN OUTPUT ACQUISITIONS-REJECTS.
           OPEN INPUT TITLE-MASTER.
           OPEN INPUT DISTRIBUTOR-MASTER.
           IF WS-DISTRIBUTOR-STATUS = '00' THEN
               SET WS-DISTRIBUTOR-FILE-AVAILABLE TO TRUE
           END-IF.

      *    NOTHING POSTS UNTIL THE HEADER HAS CLEARED THE FEED
      *    REGISTRY AND THE TRAILER HAS BALANCED THE WHOLE FILE.
      *    THE FEED IS THEN REOPENED AND POSTED FROM THE TOP.
       VERIFY-FEED-CONTROL.
           MOVE ZERO TO WS-FEED-RECORDS.
           MOVE ZERO TO WS-FEED-HASH.
           MOVE 'N' TO WS-FEED-EOF-SWITCH.
           MOVE 'H' TO WS-FEED-RESULT.
           READ ACQUISITIONS-RAW
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
                   DISPLAY 'ACQ-FEED-EDIT: ACQRAW FEED IS EMPTY'
               NOT AT END
                   CALL 'FEED-CHECK' USING WS-PROGRAM-NAME,
                       WS-FEED-ID, FEED-CONTROL-RECORD,
                       WS-FEED-RESULT
           END-READ.
           IF WS-FEED-ACCEPTED THEN
               PERFORM TALLY-ONE-FEED-RECORD
                   UNTIL END-OF-FEED-CHECK
           END-IF.
           CLOSE ACQUISITIONS-RAW.
           OPEN INPUT ACQUISITIONS-RAW.
           READ ACQUISITIONS-RAW
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-READ.

       TALLY-ONE-FEED-RECORD.
           READ ACQUISITIONS-RAW
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
                       IF ACQ-COPIES-RECEIVED NUMERIC
                           ADD ACQ-COPIES-RECEIVED TO WS-FEED-HASH
                       END-IF
                   END-IF
           END-READ.

       READ-NEXT-RAW-RECORD.
           READ ACQUISITIONS-RAW
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF FC-TRAILER
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-RECORDS-READ
                   END-IF
           END-READ.

       EDIT-ONE-RECORD.
           PERFORM CHECK-CERTIFICATE-VALUE.
           PERFORM CHECK-DUPLICATE-IN-FEED.
           PERFORM CHECK-DUPLICATE-IN-CATALOG.
           PERFORM CHECK-DISTRIBUTOR.

       CHECK-KEY-FORMAT.
           IF ACQ-IMDB-ID = SPACES
               END-IF
           END-IF.

      *    A NAMED DISTRIBUTOR MUST BE ON THE DISTRIBUTOR MASTER, OR
      *    THE TITLE'S REORDERS WOULD GO TO A VENDOR NOBODY CAN
      *    SCORE OR PAY. A BLANK VENDOR IS LET THROUGH.
       CHECK-DISTRIBUTOR.
           IF WS-DISTRIBUTOR-FILE-AVAILABLE
                   AND ACQ-VENDOR-ID NOT = SPACES THEN
               MOVE ACQ-VENDOR-ID TO DM-VENDOR-ID
               READ DISTRIBUTOR-MASTER
                   INVALID KEY
                       PERFORM FAIL-RECORD-ONCE
                       IF WS-REJECT-REASON = SPACES
                           MOVE 'DISTRIBUTOR NOT ON MASTER' TO
                               WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       FAIL-RECORD-ONCE.
           MOVE 'N' TO WS-RECORD-VALID-SWITCH.

           MOVE WS-REJECT-REASON TO REJ-REASON-CODE.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-RECORDS-REJECTED.
           MOVE SPACES TO WS-EXC-KEY.
           STRING ACQ-IMDB-ID ' ' ACQ-VENDOR-ID
           INTO WS-EXC-KEY
           END-STRING.
           MOVE 'L' TO WS-EXC-SEVERITY.
           MOVE ZERO TO WS-EXC-AMOUNT.
           MOVE SPACES TO WS-EXC-TEXT.
           STRING ACQ-TITLE ' ' WS-REJECT-REASON
           INTO WS-EXC-TEXT
           END-STRING.
           PERFORM RAISE-EXCEPTION.

       RAISE-EXCEPTION.
           CALL 'EXCEPTION-LOG' USING WS-PROGRAM-NAME, WS-EXC-KEY,
               WS-EXC-SEVERITY, WS-EXC-AMOUNT, WS-EXC-TEXT.

       CHECK-REJECT-THRESHOLD.
           IF WS-RECORDS-READ > ZERO THEN
                       WS-REJECT-PCT ' PCT EXCEEDS THRESHOLD - '
                       'FAILING THE RUN'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'ACQRAW REJECT RATE' TO WS-EXC-KEY
                   MOVE 'H' TO WS-EXC-SEVERITY
                   MOVE WS-REJECT-PCT TO WS-EXC-AMOUNT
                   MOVE 'REJECT RATE PCT OVER THRESHOLD - EDIT FAILED'
                       TO WS-EXC-TEXT
                   PERFORM RAISE-EXCEPTION
               END-IF
           END-IF.

           CLOSE ACQUISITIONS-CLEAN.
           CLOSE ACQUISITIONS-REJECTS.
           CLOSE TITLE-MASTER.
           IF WS-DISTRIBUTOR-FILE-AVAILABLE THEN
               CLOSE DISTRIBUTOR-MASTER
           END-IF.

       END PROGRAM ACQ-FEED-EDIT.
