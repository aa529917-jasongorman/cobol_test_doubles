       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPY-RECONCILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECONCILE-PARMS ASSIGN TO 'COPYRECPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TITLE-MASTER ASSIGN TO 'TITLEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-IMDB-ID
               FILE STATUS IS WS-TITLE-MASTER-STATUS.

           SELECT COPY-MASTER ASSIGN TO 'COPYMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-COPY-MASTER-STATUS.

           SELECT STORE-COPY-FILE ASSIGN TO 'STORECOPY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STORE-COPY-STATUS.

           SELECT HOLD-QUEUE ASSIGN TO 'HOLDQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HQ-KEY
               FILE STATUS IS WS-HOLD-QUEUE-STATUS.

           SELECT RENTAL-TRANSACTION ASSIGN TO 'RENTALTXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RENTAL-TXN-STATUS.

           SELECT RECONCILE-REPORT ASSIGN TO 'COPYRECRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROPOSED-CORRECTIONS ASSIGN TO 'COPYFIX'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RECONCILE-PARMS.
       01  RECONCILE-PARM-RECORD.
           05  RP-MISMATCH-LIMIT   PIC 9(5).
           05  RP-WRITE-CORRECTIONS PIC X(01).

       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.

       FD  COPY-MASTER.
       COPY 'copy-master.cpy'.

       FD  STORE-COPY-FILE.
       COPY 'store-copy.cpy'.

       FD  HOLD-QUEUE.
       COPY 'hold-queue.cpy'.

       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.

       FD  RECONCILE-REPORT.
       01  RECONCILE-REPORT-LINE   PIC X(132).

      *    ONE LINE PER CORRECTION THE RECONCILIATION CAN PROPOSE. AN
      *    OPERATOR REVIEWS THE FILE, FILLS IN THEIR CODE ON THE LINES
      *    THEY ACCEPT AND FEEDS THEM TO COPY-FIX-POST.
       FD  PROPOSED-CORRECTIONS.
       01  PROPOSED-CORRECTION-RECORD.
           05  CX-FIX-TYPE         PIC X(01).
           05  CX-IMDB-ID          PIC X(10).
           05  CX-STORE-ID         PIC X(03).
           05  CX-COPY-NUMBER      PIC 9(4).
           05  CX-MEMBER-ID        PIC X(08).
           05  CX-ON-FILE-QTY      PIC 9(4).
           05  CX-CORRECTED-QTY    PIC 9(4).
           05  CX-APPROVED-BY      PIC X(08).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'COPY-RECONCILE'.
           01  WS-PARM-STATUS      PIC X(02).
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-COPY-MASTER-STATUS PIC X(02).
           01  WS-STORE-COPY-STATUS PIC X(02).
           01  WS-HOLD-QUEUE-STATUS PIC X(02).
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-TITLES           VALUE 'Y'.
           01  WS-COPY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-COPY-FILE-AVAILABLE  VALUE 'Y'.
           01  WS-STORE-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-STORE-FILE-AVAILABLE VALUE 'Y'.
           01  WS-HOLDQ-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-HOLDQ-AVAILABLE      VALUE 'Y'.
           01  WS-RENTAL-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-RENTAL-FILE-AVAILABLE VALUE 'Y'.
           01  WS-RENTAL-EOF-SWITCH PIC X(01).
               88  END-OF-RENTALS          VALUE 'Y'.
           01  WS-COPY-EOF-SWITCH  PIC X(01).
               88  END-OF-TITLE-COPIES     VALUE 'Y'.
           01  WS-HOLD-EOF-SWITCH  PIC X(01).
               88  END-OF-TITLE-HOLDS      VALUE 'Y'.
           01  WS-STORE-EOF-SWITCH PIC X(01).
               88  END-OF-TITLE-STORES     VALUE 'Y'.
           01  WS-MEMBER-EOF-SWITCH PIC X(01).
               88  END-OF-MEMBER-RENTALS   VALUE 'Y'.
           01  WS-OPEN-RENTAL-SWITCH PIC X(01).
               88  WS-OPEN-RENTAL-FOUND    VALUE 'Y'.
           01  WS-HELD-OUT-SWITCH  PIC X(01).
               88  WS-COPY-HELD-OUT        VALUE 'Y'.
           01  WS-SLOT-FOUND-SWITCH PIC X(01).
               88  WS-SLOT-FOUND           VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
      *    MORE MISMATCHES THAN THIS FAIL THE STEP SO THE NIGHTLY
      *    STEPS THAT WORK FROM THE COPY COUNTS DO NOT RUN ON THEM.
      *    THE PARM CARD OVERRIDES IT, AND CAN TURN THE PROPOSED
      *    CORRECTIONS OFF.
           01  WS-MISMATCH-LIMIT   PIC 9(5) VALUE 25.
           01  WS-CORRECTIONS-SWITCH PIC X(01) VALUE 'Y'.
               88  WS-WRITE-CORRECTIONS    VALUE 'Y'.
      *    WHAT THE REGISTER SAYS ABOUT THE TITLE IN HAND.
           01  WS-REG-COPIES       PIC 9(5) COMP.
           01  WS-REG-STOCK        PIC 9(5) COMP.
           01  WS-REG-ON-HAND      PIC 9(5) COMP.
           01  WS-NOTIFIED-HOLDS   PIC 9(5) COMP.
           01  WS-SC-RECORDS       PIC 9(5) COMP.
           01  WS-SC-TOTAL         PIC 9(5) COMP.
           01  WS-UNREGISTERED     PIC 9(5) COMP.
           01  WS-EXPECTED-LOW     PIC 9(5) COMP.
           01  WS-EXPECTED-HIGH    PIC 9(5) COMP.
      *    PER STORE FOR THE TITLE IN HAND: THE STORECOPY COUNT AND
      *    THE REGISTER COPIES HOMED THERE.
           01  WS-STORE-MAX        PIC 9(3) COMP VALUE 30.
           01  WS-STORE-COUNT      PIC 9(3) COMP VALUE 0.
           01  WS-STORE-IDX        PIC 9(3) COMP.
           01  WS-LOOKUP-STORE     PIC X(03).
           01  WS-STORE-TABLE.
               05  WS-ST-ENTRY OCCURS 30 TIMES.
                   10  WS-ST-STORE-ID      PIC X(03).
                   10  WS-ST-SC-FOUND      PIC X(01).
                   10  WS-ST-SC-QTY        PIC 9(4).
                   10  WS-ST-REG-COUNT     PIC 9(4).
      *    COPIES THE REGISTER SHOWS BACK ON THE SHELF WHILE A RENTAL
      *    OF THEM IS STILL OPEN. RENTAL-POST TOOK THEM OUT OF THE
      *    TITLE COUNT, SO THE TITLE CHECK COUNTS THEM AS OUT.
           01  WS-HELD-OUT-MAX     PIC 9(4) COMP VALUE 1000.
           01  WS-HELD-OUT-COUNT   PIC 9(4) COMP VALUE 0.
           01  WS-HELD-OUT-IDX     PIC 9(4) COMP.
           01  WS-HELD-OUT-TABLE.
               05  WS-HO-ENTRY OCCURS 1000 TIMES.
                   10  WS-HO-IMDB-ID       PIC X(10).
                   10  WS-HO-COPY-NUMBER   PIC 9(4).
           01  WS-MM-CHECK         PIC X(14).
           01  WS-MM-IMDB-ID       PIC X(10).
           01  WS-MM-DETAIL        PIC X(56).
           01  WS-MM-CAUSE         PIC X(44).
           01  WS-QTY-EDIT         PIC ZZZ9.
           01  WS-QTY-B-EDIT       PIC ZZZ9.
           01  WS-QTY-C-EDIT       PIC ZZZ9.
           01  WS-COUNT-EDIT       PIC ZZZZZZ9.
           01  WS-REPORT-LINE      PIC X(132).
           01  WS-TITLES-READ      PIC 9(7) COMP VALUE 0.
           01  WS-RENTALS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-MISMATCHES       PIC 9(7) COMP VALUE 0.
           01  WS-CORRECTIONS-WRITTEN PIC 9(7) COMP VALUE 0.
           01  WS-EXC-KEY          PIC X(30).
           01  WS-EXC-SEVERITY     PIC X(01).
           01  WS-EXC-AMOUNT       PIC S9(7)V9(2).
           01  WS-EXC-TEXT         PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM READ-RECONCILE-PARMS.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM CHECK-OPEN-RENTALS.
           PERFORM READ-NEXT-TITLE.
           PERFORM RECONCILE-ONE-TITLE UNTIL END-OF-TITLES.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           CALL 'CLOSE-EXCEPTION-LOG'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-TITLES-READ, WS-CORRECTIONS-WRITTEN,
               WS-MISMATCHES.
           DISPLAY 'COPY-RECONCILE: TITLES READ ' WS-TITLES-READ
               ' OPEN RENTALS ' WS-RENTALS-READ
               ' MISMATCHES ' WS-MISMATCHES
               ' CORRECTIONS ' WS-CORRECTIONS-WRITTEN.
           IF WS-MISMATCHES > WS-MISMATCH-LIMIT THEN
               DISPLAY 'COPY-RECONCILE: MISMATCHES EXCEED LIMIT OF '
                   WS-MISMATCH-LIMIT ' - FAILING THE RUN'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT RECONCILE-PARMS.
           OPEN INPUT TITLE-MASTER.
           IF WS-TITLE-MASTER-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           OPEN INPUT COPY-MASTER.
           IF WS-COPY-MASTER-STATUS = '00' THEN
               SET WS-COPY-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT STORE-COPY-FILE.
           IF WS-STORE-COPY-STATUS = '00' THEN
               SET WS-STORE-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT HOLD-QUEUE.
           IF WS-HOLD-QUEUE-STATUS = '00' THEN
               SET WS-HOLDQ-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT RENTAL-TRANSACTION.
           IF WS-RENTAL-TXN-STATUS = '00' THEN
               SET WS-RENTAL-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT RECONCILE-REPORT.
           OPEN OUTPUT PROPOSED-CORRECTIONS.

       READ-RECONCILE-PARMS.
           IF WS-PARM-STATUS = '00' THEN
               READ RECONCILE-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-MISMATCH-LIMIT NUMERIC THEN
                           MOVE RP-MISMATCH-LIMIT TO WS-MISMATCH-LIMIT
                       END-IF
                       IF RP-WRITE-CORRECTIONS = 'Y'
                               OR RP-WRITE-CORRECTIONS = 'N' THEN
                           MOVE RP-WRITE-CORRECTIONS TO
                               WS-CORRECTIONS-SWITCH
                       END-IF
               END-READ
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'COPY COUNT RECONCILIATION - TITLE, STORE AND COPY '
               'REGISTERS - RUN DATE ' WS-CURRENT-DATE(1:8)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE RECONCILE-REPORT-LINE FROM WS-REPORT-LINE.

      *    EVERY OPEN RENTAL THAT NAMES A COPY MUST FIND THAT COPY OUT
      *    TO THE SAME MEMBER ON THE REGISTER. A BOX SET BACK SHORT OF
      *    DISCS STAYS OPEN, AND ITS CASE MAY ALREADY BE IN REPAIR.
       CHECK-OPEN-RENTALS.
           IF WS-RENTAL-FILE-AVAILABLE AND WS-COPY-FILE-AVAILABLE
                   THEN
               MOVE 'N' TO WS-RENTAL-EOF-SWITCH
               MOVE LOW-VALUES TO RT-KEY
               START RENTAL-TRANSACTION KEY IS NOT LESS THAN RT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RENTAL-EOF-SWITCH
               END-START
               PERFORM CHECK-ONE-OPEN-RENTAL UNTIL END-OF-RENTALS
           END-IF.

       CHECK-ONE-OPEN-RENTAL.
           READ RENTAL-TRANSACTION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RENTAL-EOF-SWITCH
               NOT AT END
                   IF RT-RETURN-DATE = ZERO
                           AND RT-COPY-NUMBER NUMERIC
                           AND RT-COPY-NUMBER > ZERO
                       ADD 1 TO WS-RENTALS-READ
                       PERFORM MATCH-RENTAL-TO-COPY
                   END-IF
           END-READ.

       MATCH-RENTAL-TO-COPY.
           MOVE RT-IMDB-ID TO CM-IMDB-ID.
           MOVE RT-COPY-NUMBER TO CM-COPY-NUMBER.
           MOVE 'RENTAL/COPY' TO WS-MM-CHECK.
           MOVE RT-IMDB-ID TO WS-MM-IMDB-ID.
           MOVE RT-COPY-NUMBER TO WS-QTY-EDIT.
           MOVE SPACES TO WS-MM-DETAIL.
           STRING 'OPEN RENTAL ' RT-MEMBER-ID ' ' RT-RENTAL-DATE
               ' COPY ' WS-QTY-EDIT
           INTO WS-MM-DETAIL
           END-STRING.
           READ COPY-MASTER
               INVALID KEY
                   MOVE 'RENTAL NAMES A COPY NOT ON THE REGISTER'
                       TO WS-MM-CAUSE
                   PERFORM WRITE-MISMATCH-LINE
               NOT INVALID KEY
                   PERFORM EXAMINE-RENTED-COPY
           END-READ.

       EXAMINE-RENTED-COPY.
           EVALUATE TRUE
               WHEN CM-COPY-RENTED AND CM-MEMBER-ID = RT-MEMBER-ID
                   CONTINUE
               WHEN CM-COPY-IN-REPAIR AND RT-SET-RETURN-DATE > ZERO
                   CONTINUE
               WHEN CM-COPY-RENTED
                   MOVE 'COPY OUT TO ANOTHER MEMBER ON THE REGISTER'
                       TO WS-MM-CAUSE
                   PERFORM WRITE-MISMATCH-LINE
               WHEN CM-COPY-ON-SHELF OR CM-COPY-IN-TRANSIT
                   MOVE 'COPY RESHELVED WITH THE RENTAL STILL OPEN'
                       TO WS-MM-CAUSE
                   PERFORM WRITE-MISMATCH-LINE
                   PERFORM NOTE-COPY-HELD-OUT
               WHEN CM-COPY-IN-REPAIR
                   MOVE 'COPY SENT TO REPAIR WITH THE RENTAL OPEN'
                       TO WS-MM-CAUSE
                   PERFORM WRITE-MISMATCH-LINE
               WHEN OTHER
                   MOVE 'COPY RETIRED WITH THE RENTAL STILL OPEN'
                       TO WS-MM-CAUSE
                   PERFORM WRITE-MISMATCH-LINE
           END-EVALUATE.

       NOTE-COPY-HELD-OUT.
           IF WS-HELD-OUT-COUNT < WS-HELD-OUT-MAX THEN
               ADD 1 TO WS-HELD-OUT-COUNT
               MOVE CM-IMDB-ID TO WS-HO-IMDB-ID(WS-HELD-OUT-COUNT)
               MOVE CM-COPY-NUMBER TO
                   WS-HO-COPY-NUMBER(WS-HELD-OUT-COUNT)
           END-IF.

       READ-NEXT-TITLE.
           IF NOT END-OF-TITLES THEN
               READ TITLE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-TITLES-READ
               END-READ
           END-IF.

      *    THE THREE COUNTS SAY DIFFERENT THINGS, SO THEY ARE HELD TO
      *    EACH OTHER RATHER THAN TO ONE NUMBER. TM-COPIES-ON-HAND IS
      *    THE RENTABLE POOL: REGISTER COPIES ON THE SHELF, LESS
      *    COPIES SET ASIDE FOR NOTIFIED HOLDS, PLUS ANY COPIES THE
      *    STORES STOCK THAT WERE NEVER REGISTERED. A COPY COMING
      *    HOME FROM A RETURN AT ANOTHER STORE JOINS THE POOL WHEN
      *    STORE-TRANSFER LANDS IT, NOT BEFORE. SC-COPIES-ON-HAND IS
      *    A STORE'S STOCK AND MUST COVER EVERY LIVE REGISTER COPY
      *    HOMED THERE. AND NO TITLE CAN HAVE MORE RENTABLE COPIES
      *    THAN ITS STORES STOCK.
       RECONCILE-ONE-TITLE.
           MOVE ZERO TO WS-REG-COPIES WS-REG-STOCK WS-REG-ON-HAND
               WS-NOTIFIED-HOLDS WS-SC-RECORDS WS-SC-TOTAL
               WS-STORE-COUNT.
           IF WS-COPY-FILE-AVAILABLE THEN
               PERFORM COUNT-TITLE-COPIES
           END-IF.
           IF WS-HOLDQ-AVAILABLE THEN
               PERFORM COUNT-TITLE-HOLDS
           END-IF.
           IF WS-STORE-FILE-AVAILABLE THEN
               PERFORM COUNT-TITLE-STORES
           END-IF.
           IF WS-REG-COPIES > ZERO THEN
               PERFORM COMPARE-TITLE-TO-REGISTER
           END-IF.
           IF WS-REG-COPIES > ZERO AND WS-SC-RECORDS > ZERO THEN
               PERFORM COMPARE-ONE-STORE
                   VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-COUNT
           END-IF.
           IF WS-SC-RECORDS > ZERO
                   AND TM-COPIES-ON-HAND > WS-SC-TOTAL THEN
               PERFORM REPORT-TITLE-OVER-STOCK
           END-IF.
           PERFORM READ-NEXT-TITLE.

       COUNT-TITLE-COPIES.
           MOVE 'N' TO WS-COPY-EOF-SWITCH.
           MOVE TM-IMDB-ID TO CM-IMDB-ID.
           MOVE ZERO TO CM-COPY-NUMBER.
           START COPY-MASTER KEY IS NOT LESS THAN CM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-START.
           IF NOT END-OF-TITLE-COPIES THEN
               PERFORM READ-NEXT-TITLE-COPY
               PERFORM COUNT-ONE-COPY UNTIL END-OF-TITLE-COPIES
           END-IF.

       READ-NEXT-TITLE-COPY.
           READ COPY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
               NOT AT END
                   IF CM-IMDB-ID NOT = TM-IMDB-ID THEN
                       MOVE 'Y' TO WS-COPY-EOF-SWITCH
                   END-IF
           END-READ.

      *    A COPY STILL SHOWN OUT WITH NO OPEN RENTAL BEHIND IT CAME
      *    BACK THROUGH A RETURN THAT NEVER CHECKED THE CASSETTE IN -
      *    THE RETURN PUT IT BACK IN THE TITLE COUNT, SO IT COUNTS AS
      *    ON HAND HERE AND THE CORRECTION CHECKS IT IN.
       COUNT-ONE-COPY.
           ADD 1 TO WS-REG-COPIES.
           IF NOT CM-COPY-RETIRED THEN
               ADD 1 TO WS-REG-STOCK
               MOVE CM-HOME-STORE TO WS-LOOKUP-STORE
               PERFORM FIND-STORE-SLOT
               IF WS-SLOT-FOUND THEN
                   ADD 1 TO WS-ST-REG-COUNT(WS-STORE-IDX)
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CM-COPY-ON-SHELF
                   PERFORM CHECK-COPY-HELD-OUT
                   IF NOT WS-COPY-HELD-OUT THEN
                       ADD 1 TO WS-REG-ON-HAND
                   END-IF
               WHEN CM-COPY-RENTED
                   IF WS-RENTAL-FILE-AVAILABLE THEN
                       PERFORM FIND-OPEN-RENTAL-FOR-COPY
                       IF NOT WS-OPEN-RENTAL-FOUND THEN
                           ADD 1 TO WS-REG-ON-HAND
                           PERFORM REPORT-COPY-WITHOUT-RENTAL
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM READ-NEXT-TITLE-COPY.

       CHECK-COPY-HELD-OUT.
           MOVE 'N' TO WS-HELD-OUT-SWITCH.
           PERFORM MATCH-ONE-HELD-OUT
               VARYING WS-HELD-OUT-IDX FROM 1 BY 1
               UNTIL WS-HELD-OUT-IDX > WS-HELD-OUT-COUNT
               OR WS-COPY-HELD-OUT.

       MATCH-ONE-HELD-OUT.
           IF WS-HO-IMDB-ID(WS-HELD-OUT-IDX) = CM-IMDB-ID
                   AND WS-HO-COPY-NUMBER(WS-HELD-OUT-IDX)
                       = CM-COPY-NUMBER THEN
               SET WS-COPY-HELD-OUT TO TRUE
           END-IF.

       FIND-OPEN-RENTAL-FOR-COPY.
           MOVE 'N' TO WS-OPEN-RENTAL-SWITCH.
           MOVE 'N' TO WS-MEMBER-EOF-SWITCH.
           MOVE CM-MEMBER-ID TO RT-MEMBER-ID.
           MOVE CM-IMDB-ID TO RT-IMDB-ID.
           MOVE ZERO TO RT-RENTAL-DATE.
           START RENTAL-TRANSACTION KEY IS NOT LESS THAN RT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MEMBER-EOF-SWITCH
           END-START.
           PERFORM MATCH-ONE-MEMBER-RENTAL
               UNTIL END-OF-MEMBER-RENTALS OR WS-OPEN-RENTAL-FOUND.

       MATCH-ONE-MEMBER-RENTAL.
           READ RENTAL-TRANSACTION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MEMBER-EOF-SWITCH
               NOT AT END
                   IF RT-MEMBER-ID NOT = CM-MEMBER-ID
                           OR RT-IMDB-ID NOT = CM-IMDB-ID
                       MOVE 'Y' TO WS-MEMBER-EOF-SWITCH
                   ELSE
                       IF RT-RETURN-DATE = ZERO
                               AND RT-COPY-NUMBER = CM-COPY-NUMBER
                           SET WS-OPEN-RENTAL-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

       REPORT-COPY-WITHOUT-RENTAL.
           MOVE 'COPY/RENTAL' TO WS-MM-CHECK.
           MOVE CM-IMDB-ID TO WS-MM-IMDB-ID.
           MOVE CM-COPY-NUMBER TO WS-QTY-EDIT.
           MOVE SPACES TO WS-MM-DETAIL.
           STRING 'COPY ' WS-QTY-EDIT ' OUT TO ' CM-MEMBER-ID
               ' SINCE ' CM-STATUS-DATE ', NO RENTAL'
           INTO WS-MM-DETAIL
           END-STRING.
           MOVE 'RETURN POSTED WITHOUT CHECKING THE COPY IN'
               TO WS-MM-CAUSE.
           PERFORM WRITE-MISMATCH-LINE.
           IF WS-WRITE-CORRECTIONS THEN
               MOVE SPACES TO PROPOSED-CORRECTION-RECORD
               MOVE 'C' TO CX-FIX-TYPE
               MOVE CM-IMDB-ID TO CX-IMDB-ID
               MOVE CM-HOME-STORE TO CX-STORE-ID
               MOVE CM-COPY-NUMBER TO CX-COPY-NUMBER
               MOVE CM-MEMBER-ID TO CX-MEMBER-ID
               MOVE ZERO TO CX-ON-FILE-QTY
               MOVE ZERO TO CX-CORRECTED-QTY
               PERFORM WRITE-PROPOSED-CORRECTION
           END-IF.

       COUNT-TITLE-HOLDS.
           MOVE 'N' TO WS-HOLD-EOF-SWITCH.
           MOVE TM-IMDB-ID TO HQ-IMDB-ID.
           MOVE LOW-VALUES TO HQ-REQUEST-TIMESTAMP.
           START HOLD-QUEUE KEY IS NOT LESS THAN HQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-START.
           IF NOT END-OF-TITLE-HOLDS THEN
               PERFORM READ-NEXT-TITLE-HOLD
               PERFORM COUNT-ONE-HOLD UNTIL END-OF-TITLE-HOLDS
           END-IF.

       READ-NEXT-TITLE-HOLD.
           READ HOLD-QUEUE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               NOT AT END
                   IF HQ-IMDB-ID NOT = TM-IMDB-ID THEN
                       MOVE 'Y' TO WS-HOLD-EOF-SWITCH
                   END-IF
           END-READ.

       COUNT-ONE-HOLD.
           IF HQ-HOLD-NOTIFIED THEN
               ADD 1 TO WS-NOTIFIED-HOLDS
           END-IF.
           PERFORM READ-NEXT-TITLE-HOLD.

       COUNT-TITLE-STORES.
           MOVE 'N' TO WS-STORE-EOF-SWITCH.
           MOVE TM-IMDB-ID TO SC-IMDB-ID.
           MOVE LOW-VALUES TO SC-STORE-ID.
           START STORE-COPY-FILE KEY IS NOT LESS THAN SC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STORE-EOF-SWITCH
           END-START.
           IF NOT END-OF-TITLE-STORES THEN
               PERFORM READ-NEXT-TITLE-STORE
               PERFORM COUNT-ONE-STORE UNTIL END-OF-TITLE-STORES
           END-IF.

       READ-NEXT-TITLE-STORE.
           READ STORE-COPY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STORE-EOF-SWITCH
               NOT AT END
                   IF SC-IMDB-ID NOT = TM-IMDB-ID THEN
                       MOVE 'Y' TO WS-STORE-EOF-SWITCH
                   END-IF
           END-READ.

       COUNT-ONE-STORE.
           ADD 1 TO WS-SC-RECORDS.
           ADD SC-COPIES-ON-HAND TO WS-SC-TOTAL.
           MOVE SC-STORE-ID TO WS-LOOKUP-STORE.
           PERFORM FIND-STORE-SLOT.
           IF WS-SLOT-FOUND THEN
               MOVE 'Y' TO WS-ST-SC-FOUND(WS-STORE-IDX)
               MOVE SC-COPIES-ON-HAND TO WS-ST-SC-QTY(WS-STORE-IDX)
           END-IF.
           PERFORM READ-NEXT-TITLE-STORE.

       FIND-STORE-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-SWITCH.
           PERFORM MATCH-ONE-STORE-SLOT
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT
               OR WS-SLOT-FOUND.
           IF NOT WS-SLOT-FOUND
                   AND WS-STORE-COUNT < WS-STORE-MAX THEN
               ADD 1 TO WS-STORE-COUNT
               MOVE WS-STORE-COUNT TO WS-STORE-IDX
               MOVE WS-LOOKUP-STORE TO WS-ST-STORE-ID(WS-STORE-IDX)
               MOVE 'N' TO WS-ST-SC-FOUND(WS-STORE-IDX)
               MOVE ZERO TO WS-ST-SC-QTY(WS-STORE-IDX)
               MOVE ZERO TO WS-ST-REG-COUNT(WS-STORE-IDX)
               SET WS-SLOT-FOUND TO TRUE
           END-IF.

       MATCH-ONE-STORE-SLOT.
           IF WS-ST-STORE-ID(WS-STORE-IDX) = WS-LOOKUP-STORE THEN
               SET WS-SLOT-FOUND TO TRUE
               SUBTRACT 1 FROM WS-STORE-IDX
           END-IF.

      *    THE TITLE COUNT MAY RUN AHEAD OF THE REGISTER BY AS MANY
      *    COPIES AS THE STORES STOCK BUT NEVER REGISTERED; IT MAY
      *    NOT FALL SHORT OF IT. OUTSIDE THAT RANGE THE CORRECTION
      *    BRINGS IT TO THE NEAREST END.
       COMPARE-TITLE-TO-REGISTER.
           IF WS-REG-ON-HAND > WS-NOTIFIED-HOLDS THEN
               COMPUTE WS-EXPECTED-LOW =
                   WS-REG-ON-HAND - WS-NOTIFIED-HOLDS
           ELSE
               MOVE ZERO TO WS-EXPECTED-LOW
           END-IF.
           MOVE ZERO TO WS-UNREGISTERED.
           IF WS-SC-RECORDS > ZERO
                   AND WS-SC-TOTAL > WS-REG-STOCK THEN
               COMPUTE WS-UNREGISTERED = WS-SC-TOTAL - WS-REG-STOCK
           END-IF.
           COMPUTE WS-EXPECTED-HIGH =
               WS-EXPECTED-LOW + WS-UNREGISTERED.
           EVALUATE TRUE
               WHEN TM-COPIES-ON-HAND < WS-EXPECTED-LOW
                   MOVE 'TITLE COUNT NOT RESTORED ON RETURN OR REPAIR'
                       TO WS-MM-CAUSE
                   MOVE WS-EXPECTED-LOW TO WS-QTY-C-EDIT
                   PERFORM REPORT-TITLE-TO-REGISTER
               WHEN TM-COPIES-ON-HAND > WS-EXPECTED-HIGH
                   MOVE 'TITLE COUNT KEPT A RENTED OR DISPOSED COPY'
                       TO WS-MM-CAUSE
                   MOVE WS-EXPECTED-HIGH TO WS-QTY-C-EDIT
                   PERFORM REPORT-TITLE-TO-REGISTER
           END-EVALUATE.

       REPORT-TITLE-TO-REGISTER.
           MOVE 'TITLE/REGISTER' TO WS-MM-CHECK.
           MOVE TM-IMDB-ID TO WS-MM-IMDB-ID.
           MOVE TM-COPIES-ON-HAND TO WS-QTY-EDIT.
           MOVE WS-REG-ON-HAND TO WS-QTY-B-EDIT.
           MOVE SPACES TO WS-MM-DETAIL.
           STRING 'TITLE ' WS-QTY-EDIT ' REGISTER ON HAND '
               WS-QTY-B-EDIT ' EXPECTED ' WS-QTY-C-EDIT
           INTO WS-MM-DETAIL
           END-STRING.
           PERFORM WRITE-MISMATCH-LINE.
           IF WS-WRITE-CORRECTIONS THEN
               MOVE SPACES TO PROPOSED-CORRECTION-RECORD
               MOVE 'T' TO CX-FIX-TYPE
               MOVE TM-IMDB-ID TO CX-IMDB-ID
               MOVE ZERO TO CX-COPY-NUMBER
               MOVE TM-COPIES-ON-HAND TO CX-ON-FILE-QTY
               IF TM-COPIES-ON-HAND < WS-EXPECTED-LOW THEN
                   MOVE WS-EXPECTED-LOW TO CX-CORRECTED-QTY
               ELSE
                   MOVE WS-EXPECTED-HIGH TO CX-CORRECTED-QTY
               END-IF
               PERFORM WRITE-PROPOSED-CORRECTION
           END-IF.

      *    A STORE MAY STOCK UNREGISTERED COPIES, SO ITS COUNT MAY RUN
      *    OVER THE REGISTER BUT NOT UNDER IT.
       COMPARE-ONE-STORE.
           IF WS-ST-SC-QTY(WS-STORE-IDX) <
                   WS-ST-REG-COUNT(WS-STORE-IDX) THEN
               MOVE 'STORE/REGISTER' TO WS-MM-CHECK
               MOVE TM-IMDB-ID TO WS-MM-IMDB-ID
               MOVE WS-ST-SC-QTY(WS-STORE-IDX) TO WS-QTY-EDIT
               MOVE WS-ST-REG-COUNT(WS-STORE-IDX) TO WS-QTY-B-EDIT
               MOVE SPACES TO WS-MM-DETAIL
               STRING 'STORE ' WS-ST-STORE-ID(WS-STORE-IDX)
                   ' COUNT ' WS-QTY-EDIT
                   ' REGISTER HOMED THERE ' WS-QTY-B-EDIT
               INTO WS-MM-DETAIL
               END-STRING
               IF WS-ST-SC-FOUND(WS-STORE-IDX) = 'Y' THEN
                   MOVE 'STORE COUNT NOT MOVED WITH A NAMED TRANSFER'
                       TO WS-MM-CAUSE
               ELSE
                   MOVE 'COPIES REGISTERED TO A STORE WITH NO COUNT'
                       TO WS-MM-CAUSE
               END-IF
               PERFORM WRITE-MISMATCH-LINE
               PERFORM PROPOSE-STORE-CORRECTION
           END-IF.

       PROPOSE-STORE-CORRECTION.
           IF WS-WRITE-CORRECTIONS THEN
               MOVE SPACES TO PROPOSED-CORRECTION-RECORD
               MOVE 'S' TO CX-FIX-TYPE
               MOVE TM-IMDB-ID TO CX-IMDB-ID
               MOVE WS-ST-STORE-ID(WS-STORE-IDX) TO CX-STORE-ID
               MOVE ZERO TO CX-COPY-NUMBER
               MOVE WS-ST-SC-QTY(WS-STORE-IDX) TO CX-ON-FILE-QTY
               MOVE WS-ST-REG-COUNT(WS-STORE-IDX) TO CX-CORRECTED-QTY
               PERFORM WRITE-PROPOSED-CORRECTION
           END-IF.

      *    NO SAFE CORRECTION: EITHER COUNT COULD BE THE WRONG ONE,
      *    SO THE LINE GOES TO THE STORES FOR A SHELF COUNT.
       REPORT-TITLE-OVER-STOCK.
           MOVE 'TITLE/STORE' TO WS-MM-CHECK.
           MOVE TM-IMDB-ID TO WS-MM-IMDB-ID.
           MOVE TM-COPIES-ON-HAND TO WS-QTY-EDIT.
           MOVE WS-SC-TOTAL TO WS-QTY-B-EDIT.
           MOVE SPACES TO WS-MM-DETAIL.
           STRING 'TITLE ' WS-QTY-EDIT ' RENTABLE, STORES STOCK '
               WS-QTY-B-EDIT
           INTO WS-MM-DETAIL
           END-STRING.
           MOVE 'COPIES ADDED TO TITLE BUT NOT TO A STORE'
               TO WS-MM-CAUSE.
           PERFORM WRITE-MISMATCH-LINE.

       WRITE-MISMATCH-LINE.
           ADD 1 TO WS-MISMATCHES.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '** ' WS-MM-CHECK ' ' WS-MM-IMDB-ID
               ' ' WS-MM-DETAIL
               ' - ' WS-MM-CAUSE
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE RECONCILE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-EXC-KEY.
           STRING WS-MM-IMDB-ID ' ' WS-MM-CHECK
           INTO WS-EXC-KEY
           END-STRING.
           MOVE 'M' TO WS-EXC-SEVERITY.
           MOVE ZERO TO WS-EXC-AMOUNT.
           MOVE WS-MM-CAUSE TO WS-EXC-TEXT.
           CALL 'EXCEPTION-LOG' USING WS-PROGRAM-NAME, WS-EXC-KEY,
               WS-EXC-SEVERITY, WS-EXC-AMOUNT, WS-EXC-TEXT.

       WRITE-PROPOSED-CORRECTION.
           MOVE SPACES TO CX-APPROVED-BY.
           WRITE PROPOSED-CORRECTION-RECORD.
           ADD 1 TO WS-CORRECTIONS-WRITTEN.

       WRITE-REPORT-TOTALS.
           MOVE WS-TITLES-READ TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TITLES CHECKED: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE RECONCILE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-MISMATCHES TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MISMATCHES: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE RECONCILE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-CORRECTIONS-WRITTEN TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CORRECTIONS PROPOSED: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE RECONCILE-REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-PARM-STATUS = '00' OR WS-PARM-STATUS = '10' THEN
               CLOSE RECONCILE-PARMS
           END-IF.
           CLOSE TITLE-MASTER.
           IF WS-COPY-FILE-AVAILABLE THEN
               CLOSE COPY-MASTER
           END-IF.
           IF WS-STORE-FILE-AVAILABLE THEN
               CLOSE STORE-COPY-FILE
           END-IF.
           IF WS-HOLDQ-AVAILABLE THEN
               CLOSE HOLD-QUEUE
           END-IF.
           IF WS-RENTAL-FILE-AVAILABLE THEN
               CLOSE RENTAL-TRANSACTION
           END-IF.
           CLOSE RECONCILE-REPORT.
           CLOSE PROPOSED-CORRECTIONS.

       END PROGRAM COPY-RECONCILE.
