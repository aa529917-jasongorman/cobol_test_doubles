       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOP-RENTALS-CHART.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENTAL-TRANSACTION ASSIGN TO 'RENTALTXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RENTAL-TXN-STATUS.

           SELECT TITLE-MASTER ASSIGN TO 'TITLEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-IMDB-ID
               FILE STATUS IS WS-TITLE-MASTER-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO 'MEMBERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MEMBER-ID
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT CHART-HISTORY ASSIGN TO 'CHARTHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-KEY
               FILE STATUS IS WS-CHART-HISTORY-STATUS.

           SELECT CHART-PRINT ASSIGN TO 'CHARTPRT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.

       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.

       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.

       FD  CHART-HISTORY.
       COPY 'chart-history.cpy'.

       FD  CHART-PRINT.
       01  CHART-PRINT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'TOP-RENTALS-CHART'.
           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-CHART-HISTORY-STATUS PIC X(02).
           01  WS-RENTAL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-RENTALS          VALUE 'Y'.
           01  WS-MEMBER-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-MEMBERS          VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
      *    THE CHART WEEK IS THE SEVEN DAYS ENDING YESTERDAY; LAST
      *    WEEK'S CHART ENDED SEVEN DAYS BEFORE THAT.
           01  WS-WEEK-ENDING      PIC 9(8).
           01  WS-WEEK-START       PIC 9(8).
           01  WS-LAST-WEEK-ENDING PIC 9(8).
           01  WS-CHART-SIZE       PIC 9(2) COMP VALUE 10.
           01  WS-HEADLINE-SIZE    PIC 9(2) COMP VALUE 3.
      *    RENTALS IN THE WEEK BY TITLE, AND BY STORE AND TITLE. THE
      *    OVERALL AND GENRE CHARTS RANK THE FIRST TABLE, THE STORE
      *    CHARTS THE SECOND.
           01  WS-TITLE-TALLY-MAX  PIC 9(4) COMP VALUE 2000.
           01  WS-TITLE-TALLY-COUNT PIC 9(4) COMP VALUE 0.
           01  WS-TT-IDX           PIC 9(4) COMP.
           01  WS-TITLE-TALLY-TABLE.
               05  WS-TITLE-TALLY-ENTRY OCCURS 2000 TIMES.
                   10  WS-TT-IMDB-ID       PIC X(10).
                   10  WS-TT-GENRE         PIC X(12).
                   10  WS-TT-COUNT         PIC 9(5) COMP.
           01  WS-STORE-TALLY-MAX  PIC 9(4) COMP VALUE 5000.
           01  WS-STORE-TALLY-COUNT PIC 9(4) COMP VALUE 0.
           01  WS-SL-IDX           PIC 9(4) COMP.
           01  WS-STORE-TALLY-TABLE.
               05  WS-STORE-TALLY-ENTRY OCCURS 5000 TIMES.
                   10  WS-SL-STORE         PIC X(03).
                   10  WS-SL-IMDB-ID       PIC X(10).
                   10  WS-SL-COUNT         PIC 9(5) COMP.
           01  WS-TALLY-FOUND-SWITCH PIC X(01).
               88  WS-TALLY-FOUND          VALUE 'Y'.
           01  WS-STORE-LIST-MAX   PIC 9(3) COMP VALUE 50.
           01  WS-STORE-LIST-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-STORE-LIST-IDX   PIC 9(3) COMP.
           01  WS-STORE-LIST.
               05  WS-CHART-STORE      PIC X(03) OCCURS 50 TIMES.
           01  WS-GENRE-LIST-MAX   PIC 9(3) COMP VALUE 20.
           01  WS-GENRE-LIST-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-GENRE-LIST-IDX   PIC 9(3) COMP.
           01  WS-GENRE-LIST.
               05  WS-CHART-GENRE      PIC X(12) OCCURS 20 TIMES.
           01  WS-LIST-FOUND-SWITCH PIC X(01).
               88  WS-LIST-FOUND           VALUE 'Y'.
           01  WS-WORK-STORE       PIC X(03).
           01  WS-WORK-GENRE       PIC X(12).
      *    THE CHART BEING PRODUCED AND ITS RANKED POSITIONS, MOST
      *    RENTALS FIRST; A TIE GOES TO THE LOWER TITLE ID SO A RERUN
      *    RANKS THE SAME WAY.
           01  WS-CHART-TYPE       PIC X(01).
           01  WS-CHART-SCOPE      PIC X(12).
           01  WS-CAND-IMDB-ID     PIC X(10).
           01  WS-CAND-COUNT       PIC 9(5) COMP.
           01  WS-TOP-FILLED       PIC 9(2) COMP.
           01  WS-TOP-IDX          PIC 9(2) COMP.
           01  WS-RANK-SLOT        PIC 9(2) COMP.
           01  WS-TOP-TABLE.
               05  WS-TOP-ENTRY OCCURS 10 TIMES.
                   10  WS-TOP-IMDB-ID      PIC X(10).
                   10  WS-TOP-COUNT        PIC 9(5) COMP.
           01  WS-CHART-TITLE      PIC X(30).
           01  WS-LAST-POSITION    PIC 9(2).
           01  WS-WEEKS-BEFORE     PIC 9(3).
           01  WS-WEEKS-ON-CHART   PIC 9(3).
           01  WS-PRIOR-WEEK-ENDING PIC 9(8).
           01  WS-PRIOR-POSITION   PIC 9(2).
           01  WS-HISTORY-FOUND-SWITCH PIC X(01).
               88  WS-HISTORY-FOUND        VALUE 'Y'.
           01  WS-ENTRY-MARKER     PIC X(08).
           01  WS-CHART-HEADING    PIC X(40).
      *    THE TOP THREE OF EVERY CHART, KEPT FOR THE NEWSLETTER.
           01  WS-HEADLINE-MAX     PIC 9(3) COMP VALUE 71.
           01  WS-HEADLINE-COUNT   PIC 9(3) COMP VALUE 0.
           01  WS-HL-IDX           PIC 9(3) COMP.
           01  WS-HEADLINE-TABLE.
               05  WS-HEADLINE-ENTRY OCCURS 71 TIMES.
                   10  WS-HL-TYPE          PIC X(01).
                   10  WS-HL-SCOPE         PIC X(12).
                   10  WS-HL-USED          PIC 9(1).
                   10  WS-HL-TITLE         PIC X(30) OCCURS 3 TIMES.
           01  WS-HEADLINE-FOUND-SWITCH PIC X(01).
               88  WS-HEADLINE-FOUND       VALUE 'Y'.
           01  WS-HEADLINE-TEXT    PIC X(80).
           01  WS-POSITION-EDIT    PIC Z9.
           01  WS-LAST-EDIT        PIC Z9.
           01  WS-LAST-TEXT        PIC X(02).
           01  WS-RENTALS-EDIT     PIC ZZZZ9.
           01  WS-WEEKS-EDIT       PIC ZZ9.
           01  WS-REPORT-LINE      PIC X(132).
           01  WS-MSG-TYPE         PIC X(08) VALUE 'TOPCHART'.
           01  WS-TEMPLATE-VARS.
               05  WS-TV-VAR OCCURS 4 TIMES PIC X(80).
           01  WS-RENDER-STATUS    PIC X(01).
               88  WS-TEMPLATE-RENDERED    VALUE 'Y'.
           01  WS-CHART-SUBJECT    PIC X(100).
           01  WS-CHART-BODY       PIC X(500).
           01  WS-RENTALS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-WEEK-RENTALS     PIC 9(7) COMP VALUE 0.
           01  WS-RENTALS-UNCHARTED PIC 9(7) COMP VALUE 0.
           01  WS-CHARTS-PRINTED   PIC 9(7) COMP VALUE 0.
           01  WS-MEMBERS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-NEWSLETTERS-SENT PIC 9(7) COMP VALUE 0.
           01  WS-MEMBERS-SKIPPED  PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           COMPUTE WS-WEEK-ENDING =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) - 1).
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) - 7).
           COMPUTE WS-LAST-WEEK-ENDING =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) - 8).
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-RENTAL.
           PERFORM TALLY-ONE-RENTAL UNTIL END-OF-RENTALS.
           PERFORM WRITE-PRINT-HEADING.
           MOVE 'O' TO WS-CHART-TYPE.
           MOVE SPACES TO WS-CHART-SCOPE.
           MOVE 'OVERALL TOP RENTALS' TO WS-CHART-HEADING.
           PERFORM PRODUCE-ONE-CHART.
           PERFORM PRODUCE-STORE-CHART
               VARYING WS-STORE-LIST-IDX FROM 1 BY 1
               UNTIL WS-STORE-LIST-IDX > WS-STORE-LIST-COUNT.
           PERFORM PRODUCE-GENRE-CHART
               VARYING WS-GENRE-LIST-IDX FROM 1 BY 1
               UNTIL WS-GENRE-LIST-IDX > WS-GENRE-LIST-COUNT.
           PERFORM SEND-CHART-NEWSLETTERS.
           PERFORM CLOSE-FILES.
           CALL 'CLOSE-SEND-MAIL'.
           CALL 'CLOSE-RENDER-TEMPLATE'.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-RENTALS-READ, WS-NEWSLETTERS-SENT,
               WS-MEMBERS-SKIPPED.
           DISPLAY 'TOP-RENTALS-CHART: WEEK ENDING ' WS-WEEK-ENDING
               ' RENTALS ' WS-WEEK-RENTALS
               ' CHARTS ' WS-CHARTS-PRINTED
               ' NEWSLETTERS SENT ' WS-NEWSLETTERS-SENT
               ' SKIPPED ' WS-MEMBERS-SKIPPED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT RENTAL-TRANSACTION.
           OPEN INPUT TITLE-MASTER.
           OPEN INPUT MEMBER-MASTER.
           OPEN I-O CHART-HISTORY.
           IF WS-CHART-HISTORY-STATUS = '35' THEN
               OPEN OUTPUT CHART-HISTORY
               CLOSE CHART-HISTORY
               OPEN I-O CHART-HISTORY
           END-IF.
           OPEN OUTPUT CHART-PRINT.

       READ-NEXT-RENTAL.
           READ RENTAL-TRANSACTION NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RENTAL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RENTALS-READ
           END-READ.

      *    A RENTAL COUNTS FOR THE STORE IT WENT OUT AT, OR THE
      *    MEMBER'S HOME STORE WHEN IT CARRIES NONE.
       TALLY-ONE-RENTAL.
           IF RT-RENTAL-DATE NOT < WS-WEEK-START
                   AND RT-RENTAL-DATE NOT > WS-WEEK-ENDING THEN
               ADD 1 TO WS-WEEK-RENTALS
               IF RT-STORE-ID NOT = SPACES THEN
                   MOVE RT-STORE-ID TO WS-WORK-STORE
               ELSE
                   MOVE RT-MEMBER-ID TO MM-MEMBER-ID
                   READ MEMBER-MASTER
                       INVALID KEY
                           MOVE SPACES TO MM-HOME-STORE
                   END-READ
                   MOVE MM-HOME-STORE TO WS-WORK-STORE
               END-IF
               PERFORM ADD-RENTAL-TO-TITLE-TALLY
               PERFORM ADD-RENTAL-TO-STORE-TALLY
           END-IF.
           PERFORM READ-NEXT-RENTAL.

       ADD-RENTAL-TO-TITLE-TALLY.
           MOVE 'N' TO WS-TALLY-FOUND-SWITCH.
           PERFORM CHECK-ONE-TITLE-TALLY
               VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TITLE-TALLY-COUNT
               OR WS-TALLY-FOUND.
           IF NOT WS-TALLY-FOUND
                   AND WS-TITLE-TALLY-COUNT < WS-TITLE-TALLY-MAX THEN
               ADD 1 TO WS-TITLE-TALLY-COUNT
               MOVE WS-TITLE-TALLY-COUNT TO WS-TT-IDX
               MOVE RT-IMDB-ID TO WS-TT-IMDB-ID(WS-TT-IDX)
               MOVE RT-IMDB-ID TO TM-IMDB-ID
               READ TITLE-MASTER
                   INVALID KEY
                       MOVE 'UNKNOWN' TO TM-GENRE
               END-READ
               MOVE TM-GENRE TO WS-TT-GENRE(WS-TT-IDX)
               MOVE ZERO TO WS-TT-COUNT(WS-TT-IDX)
               MOVE TM-GENRE TO WS-WORK-GENRE
               PERFORM NOTE-CHART-GENRE
               SET WS-TALLY-FOUND TO TRUE
           END-IF.
           IF WS-TALLY-FOUND THEN
               ADD 1 TO WS-TT-COUNT(WS-TT-IDX)
           ELSE
               ADD 1 TO WS-RENTALS-UNCHARTED
               DISPLAY 'TOP-RENTALS-CHART: TITLE TABLE FULL - '
                   RT-IMDB-ID ' NOT CHARTED'
           END-IF.

       CHECK-ONE-TITLE-TALLY.
           IF WS-TT-IMDB-ID(WS-TT-IDX) = RT-IMDB-ID THEN
               SET WS-TALLY-FOUND TO TRUE
               SUBTRACT 1 FROM WS-TT-IDX
           END-IF.

       ADD-RENTAL-TO-STORE-TALLY.
           MOVE 'N' TO WS-TALLY-FOUND-SWITCH.
           PERFORM CHECK-ONE-STORE-TALLY
               VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-STORE-TALLY-COUNT
               OR WS-TALLY-FOUND.
           IF NOT WS-TALLY-FOUND
                   AND WS-STORE-TALLY-COUNT < WS-STORE-TALLY-MAX THEN
               ADD 1 TO WS-STORE-TALLY-COUNT
               MOVE WS-STORE-TALLY-COUNT TO WS-SL-IDX
               MOVE WS-WORK-STORE TO WS-SL-STORE(WS-SL-IDX)
               MOVE RT-IMDB-ID TO WS-SL-IMDB-ID(WS-SL-IDX)
               MOVE ZERO TO WS-SL-COUNT(WS-SL-IDX)
               PERFORM NOTE-CHART-STORE
               SET WS-TALLY-FOUND TO TRUE
           END-IF.
           IF WS-TALLY-FOUND THEN
               ADD 1 TO WS-SL-COUNT(WS-SL-IDX)
           ELSE
               DISPLAY 'TOP-RENTALS-CHART: STORE TABLE FULL - '
                   WS-WORK-STORE ' ' RT-IMDB-ID ' NOT CHARTED'
           END-IF.

       CHECK-ONE-STORE-TALLY.
           IF WS-SL-STORE(WS-SL-IDX) = WS-WORK-STORE
                   AND WS-SL-IMDB-ID(WS-SL-IDX) = RT-IMDB-ID THEN
               SET WS-TALLY-FOUND TO TRUE
               SUBTRACT 1 FROM WS-SL-IDX
           END-IF.

       NOTE-CHART-STORE.
           MOVE 'N' TO WS-LIST-FOUND-SWITCH.
           PERFORM CHECK-ONE-CHART-STORE
               VARYING WS-STORE-LIST-IDX FROM 1 BY 1
               UNTIL WS-STORE-LIST-IDX > WS-STORE-LIST-COUNT
               OR WS-LIST-FOUND.
           IF NOT WS-LIST-FOUND THEN
               IF WS-STORE-LIST-COUNT < WS-STORE-LIST-MAX THEN
                   ADD 1 TO WS-STORE-LIST-COUNT
                   MOVE WS-WORK-STORE TO
                       WS-CHART-STORE(WS-STORE-LIST-COUNT)
               ELSE
                   DISPLAY 'TOP-RENTALS-CHART: STORE LIST FULL - '
                       'NO CHART FOR STORE ' WS-WORK-STORE
               END-IF
           END-IF.

       CHECK-ONE-CHART-STORE.
           IF WS-CHART-STORE(WS-STORE-LIST-IDX) = WS-WORK-STORE THEN
               SET WS-LIST-FOUND TO TRUE
           END-IF.

       NOTE-CHART-GENRE.
           MOVE 'N' TO WS-LIST-FOUND-SWITCH.
           PERFORM CHECK-ONE-CHART-GENRE
               VARYING WS-GENRE-LIST-IDX FROM 1 BY 1
               UNTIL WS-GENRE-LIST-IDX > WS-GENRE-LIST-COUNT
               OR WS-LIST-FOUND.
           IF NOT WS-LIST-FOUND THEN
               IF WS-GENRE-LIST-COUNT < WS-GENRE-LIST-MAX THEN
                   ADD 1 TO WS-GENRE-LIST-COUNT
                   MOVE WS-WORK-GENRE TO
                       WS-CHART-GENRE(WS-GENRE-LIST-COUNT)
               ELSE
                   DISPLAY 'TOP-RENTALS-CHART: GENRE LIST FULL - '
                       'NO CHART FOR ' WS-WORK-GENRE
               END-IF
           END-IF.

       CHECK-ONE-CHART-GENRE.
           IF WS-CHART-GENRE(WS-GENRE-LIST-IDX) = WS-WORK-GENRE THEN
               SET WS-LIST-FOUND TO TRUE
           END-IF.

       WRITE-PRINT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'WEEKLY TOP RENTALS - WEEK ' WS-WEEK-START
               ' TO ' WS-WEEK-ENDING
               ' - RUN DATE ' WS-TODAY-CCYYMMDD
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE CHART-PRINT-LINE FROM WS-REPORT-LINE.

       PRODUCE-STORE-CHART.
           MOVE 'S' TO WS-CHART-TYPE.
           MOVE WS-CHART-STORE(WS-STORE-LIST-IDX) TO WS-CHART-SCOPE.
           MOVE SPACES TO WS-CHART-HEADING.
           STRING 'TOP RENTALS AT STORE '
               WS-CHART-STORE(WS-STORE-LIST-IDX)
           INTO WS-CHART-HEADING
           END-STRING.
           PERFORM PRODUCE-ONE-CHART.

       PRODUCE-GENRE-CHART.
           MOVE 'G' TO WS-CHART-TYPE.
           MOVE WS-CHART-GENRE(WS-GENRE-LIST-IDX) TO WS-CHART-SCOPE.
           MOVE SPACES TO WS-CHART-HEADING.
           STRING 'TOP RENTALS IN '
               WS-CHART-GENRE(WS-GENRE-LIST-IDX)
           INTO WS-CHART-HEADING
           END-STRING.
           PERFORM PRODUCE-ONE-CHART.

      *****************************************************************
      *    RANKS THE CHART NAMED BY WS-CHART-TYPE AND WS-CHART-SCOPE,
      *    PRINTS IT WITH EACH TITLE'S MOVEMENT SINCE LAST WEEK, AND
      *    CARRIES ITS STANDINGS FORWARD ON THE CHART HISTORY.
      *****************************************************************
       PRODUCE-ONE-CHART.
           MOVE ZERO TO WS-TOP-FILLED.
           IF WS-CHART-TYPE = 'S' THEN
               PERFORM CONSIDER-STORE-TALLY
                   VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-STORE-TALLY-COUNT
           ELSE
               PERFORM CONSIDER-TITLE-TALLY
                   VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TITLE-TALLY-COUNT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CHART-PRINT-LINE FROM WS-REPORT-LINE.
           WRITE CHART-PRINT-LINE FROM WS-CHART-HEADING.
           IF WS-TOP-FILLED = ZERO THEN
               MOVE '  NO RENTALS THIS WEEK' TO WS-REPORT-LINE
               WRITE CHART-PRINT-LINE FROM WS-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  POS TITLE                          RENTALS'
                   '  LAST WK  WEEKS'
               INTO WS-REPORT-LINE
               END-STRING
               WRITE CHART-PRINT-LINE FROM WS-REPORT-LINE
               PERFORM START-CHART-HEADLINE
               PERFORM WRITE-CHART-POSITION
                   VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > WS-TOP-FILLED
           END-IF.
           ADD 1 TO WS-CHARTS-PRINTED.

       CONSIDER-TITLE-TALLY.
           IF WS-CHART-TYPE = 'O'
                   OR WS-TT-GENRE(WS-TT-IDX) = WS-CHART-SCOPE THEN
               MOVE WS-TT-IMDB-ID(WS-TT-IDX) TO WS-CAND-IMDB-ID
               MOVE WS-TT-COUNT(WS-TT-IDX) TO WS-CAND-COUNT
               PERFORM RANK-CHART-CANDIDATE
           END-IF.

       CONSIDER-STORE-TALLY.
           IF WS-SL-STORE(WS-SL-IDX) = WS-CHART-SCOPE THEN
               MOVE WS-SL-IMDB-ID(WS-SL-IDX) TO WS-CAND-IMDB-ID
               MOVE WS-SL-COUNT(WS-SL-IDX) TO WS-CAND-COUNT
               PERFORM RANK-CHART-CANDIDATE
           END-IF.

      *    THE CANDIDATE GOES IN AHEAD OF THE FIRST TITLE IT BEATS,
      *    OR AT THE FOOT WHILE THE CHART HAS ROOM; THE TITLES BELOW
      *    MOVE DOWN ONE AND THE LAST FALLS OFF A FULL CHART.
       RANK-CHART-CANDIDATE.
           MOVE ZERO TO WS-RANK-SLOT.
           PERFORM FIND-CHART-SLOT
               VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-FILLED
               OR WS-RANK-SLOT > ZERO.
           IF WS-RANK-SLOT = ZERO
                   AND WS-TOP-FILLED < WS-CHART-SIZE THEN
               COMPUTE WS-RANK-SLOT = WS-TOP-FILLED + 1
           END-IF.
           IF WS-RANK-SLOT > ZERO THEN
               IF WS-TOP-FILLED < WS-CHART-SIZE THEN
                   ADD 1 TO WS-TOP-FILLED
               END-IF
               PERFORM SHIFT-ONE-CHART-SLOT
                   VARYING WS-TOP-IDX FROM WS-TOP-FILLED BY -1
                   UNTIL WS-TOP-IDX NOT > WS-RANK-SLOT
               MOVE WS-CAND-IMDB-ID TO WS-TOP-IMDB-ID(WS-RANK-SLOT)
               MOVE WS-CAND-COUNT TO WS-TOP-COUNT(WS-RANK-SLOT)
           END-IF.

       FIND-CHART-SLOT.
           IF WS-CAND-COUNT > WS-TOP-COUNT(WS-TOP-IDX)
                   OR (WS-CAND-COUNT = WS-TOP-COUNT(WS-TOP-IDX)
                       AND WS-CAND-IMDB-ID <
                           WS-TOP-IMDB-ID(WS-TOP-IDX))
           THEN
               MOVE WS-TOP-IDX TO WS-RANK-SLOT
           END-IF.

       SHIFT-ONE-CHART-SLOT.
           MOVE WS-TOP-ENTRY(WS-TOP-IDX - 1) TO
               WS-TOP-ENTRY(WS-TOP-IDX).

       WRITE-CHART-POSITION.
           MOVE WS-TOP-IMDB-ID(WS-TOP-IDX) TO TM-IMDB-ID.
           READ TITLE-MASTER
               INVALID KEY
                   MOVE WS-TOP-IMDB-ID(WS-TOP-IDX) TO WS-CHART-TITLE
               NOT INVALID KEY
                   MOVE TM-TITLE TO WS-CHART-TITLE
           END-READ.
           PERFORM CARRY-CHART-HISTORY.
           MOVE WS-TOP-IDX TO WS-POSITION-EDIT.
           MOVE WS-TOP-COUNT(WS-TOP-IDX) TO WS-RENTALS-EDIT.
           MOVE WS-WEEKS-ON-CHART TO WS-WEEKS-EDIT.
           IF WS-LAST-POSITION = ZERO THEN
               MOVE '--' TO WS-LAST-TEXT
           ELSE
               MOVE WS-LAST-POSITION TO WS-LAST-EDIT
               MOVE WS-LAST-EDIT TO WS-LAST-TEXT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   ' WS-POSITION-EDIT ' ' WS-CHART-TITLE
               '   ' WS-RENTALS-EDIT
               '       ' WS-LAST-TEXT
               '    ' WS-WEEKS-EDIT
               '  ' WS-ENTRY-MARKER
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE CHART-PRINT-LINE FROM WS-REPORT-LINE.
           IF WS-TOP-IDX NOT > WS-HEADLINE-SIZE
                   AND WS-HL-IDX > ZERO THEN
               MOVE WS-TOP-IDX TO WS-HL-USED(WS-HL-IDX)
               MOVE WS-CHART-TITLE TO
                   WS-HL-TITLE(WS-HL-IDX, WS-TOP-IDX)
           END-IF.

      *    A TITLE ON LAST WEEK'S CHART SHOWS WHERE IT WAS; ONE NEVER
      *    CHARTED BEFORE IS NEW; ONE THAT DROPPED OFF AND CAME BACK
      *    IS A RE-ENTRY. WEEKS ON CHART COUNTS EVERY WEEK IT PLACED.
       CARRY-CHART-HISTORY.
           MOVE 'N' TO WS-HISTORY-FOUND-SWITCH.
           MOVE WS-CHART-TYPE TO TC-CHART-TYPE.
           MOVE WS-CHART-SCOPE TO TC-CHART-SCOPE.
           MOVE WS-TOP-IMDB-ID(WS-TOP-IDX) TO TC-IMDB-ID.
           READ CHART-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HISTORY-FOUND TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-HISTORY-FOUND
                   MOVE ZERO TO WS-WEEKS-BEFORE
                   MOVE ZERO TO WS-PRIOR-WEEK-ENDING
                   MOVE ZERO TO WS-PRIOR-POSITION
               WHEN TC-WEEK-ENDING = WS-WEEK-ENDING
                   COMPUTE WS-WEEKS-BEFORE = TC-WEEKS-ON-CHART - 1
                   MOVE TC-PRIOR-WEEK-ENDING TO WS-PRIOR-WEEK-ENDING
                   MOVE TC-PRIOR-POSITION TO WS-PRIOR-POSITION
               WHEN OTHER
                   MOVE TC-WEEKS-ON-CHART TO WS-WEEKS-BEFORE
                   MOVE TC-WEEK-ENDING TO WS-PRIOR-WEEK-ENDING
                   MOVE TC-POSITION TO WS-PRIOR-POSITION
           END-EVALUATE.
           IF WS-PRIOR-WEEK-ENDING = WS-LAST-WEEK-ENDING THEN
               MOVE WS-PRIOR-POSITION TO WS-LAST-POSITION
           ELSE
               MOVE ZERO TO WS-LAST-POSITION
           END-IF.
           COMPUTE WS-WEEKS-ON-CHART = WS-WEEKS-BEFORE + 1.
           EVALUATE TRUE
               WHEN WS-WEEKS-BEFORE = ZERO
                   MOVE 'NEW' TO WS-ENTRY-MARKER
               WHEN WS-LAST-POSITION = ZERO
                   MOVE 'RE-ENTRY' TO WS-ENTRY-MARKER
               WHEN OTHER
                   MOVE SPACES TO WS-ENTRY-MARKER
           END-EVALUATE.
           MOVE WS-CHART-TYPE TO TC-CHART-TYPE.
           MOVE WS-CHART-SCOPE TO TC-CHART-SCOPE.
           MOVE WS-TOP-IMDB-ID(WS-TOP-IDX) TO TC-IMDB-ID.
           MOVE WS-WEEK-ENDING TO TC-WEEK-ENDING.
           MOVE WS-TOP-IDX TO TC-POSITION.
           MOVE WS-WEEKS-ON-CHART TO TC-WEEKS-ON-CHART.
           MOVE WS-PRIOR-WEEK-ENDING TO TC-PRIOR-WEEK-ENDING.
           MOVE WS-PRIOR-POSITION TO TC-PRIOR-POSITION.
           IF WS-HISTORY-FOUND THEN
               REWRITE CHART-HISTORY-RECORD
           ELSE
               WRITE CHART-HISTORY-RECORD
           END-IF.

       START-CHART-HEADLINE.
           IF WS-HEADLINE-COUNT < WS-HEADLINE-MAX THEN
               ADD 1 TO WS-HEADLINE-COUNT
               MOVE WS-HEADLINE-COUNT TO WS-HL-IDX
               MOVE WS-CHART-TYPE TO WS-HL-TYPE(WS-HL-IDX)
               MOVE WS-CHART-SCOPE TO WS-HL-SCOPE(WS-HL-IDX)
               MOVE ZERO TO WS-HL-USED(WS-HL-IDX)
           ELSE
               MOVE ZERO TO WS-HL-IDX
           END-IF.

      *****************************************************************
      *    THE NEWSLETTER GOES BY EMAIL TO EVERY MEMBER WHO ASKED FOR
      *    IT AND WHOSE ADDRESS HAS NOT BOUNCED. IT CARRIES THE
      *    OVERALL TOP THREE, THE MEMBER'S HOME STORE'S, AND - FOR A
      *    MEMBER WHOSE ALERT PREFERENCE NAMES A GENRE - THAT GENRE'S.
      *****************************************************************
       SEND-CHART-NEWSLETTERS.
           MOVE LOW-VALUES TO MM-MEMBER-ID.
           START MEMBER-MASTER KEY IS NOT LESS THAN MM-MEMBER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MEMBER-EOF-SWITCH
           END-START.
           IF NOT END-OF-MEMBERS THEN
               PERFORM READ-NEXT-MEMBER
               PERFORM NEWSLETTER-ONE-MEMBER UNTIL END-OF-MEMBERS
           END-IF.

       READ-NEXT-MEMBER.
           READ MEMBER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MEMBER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MEMBERS-READ
           END-READ.

       NEWSLETTER-ONE-MEMBER.
           IF MM-CHART-NEWSLETTER-WANTED
                   AND MM-EMAIL NOT = SPACES
                   AND NOT MM-EMAIL-BOUNCED THEN
               PERFORM MAIL-CHART-NEWSLETTER
           ELSE
               ADD 1 TO WS-MEMBERS-SKIPPED
           END-IF.
           PERFORM READ-NEXT-MEMBER.

       MAIL-CHART-NEWSLETTER.
           MOVE SPACES TO WS-TEMPLATE-VARS.
           MOVE WS-WEEK-ENDING TO WS-TV-VAR(1).
           MOVE 'O' TO WS-CHART-TYPE.
           MOVE SPACES TO WS-CHART-SCOPE.
           PERFORM FORMAT-CHART-HEADLINE.
           MOVE WS-HEADLINE-TEXT TO WS-TV-VAR(2).
           MOVE 'S' TO WS-CHART-TYPE.
           MOVE MM-HOME-STORE TO WS-CHART-SCOPE.
           PERFORM FORMAT-CHART-HEADLINE.
           MOVE WS-HEADLINE-TEXT TO WS-TV-VAR(3).
           IF MM-ALERT-PREFERENCES NOT = 'ALL'
                   AND MM-ALERT-PREFERENCES NOT = 'NONE'
                   AND MM-ALERT-PREFERENCES NOT = SPACES THEN
               MOVE 'G' TO WS-CHART-TYPE
               MOVE MM-ALERT-PREFERENCES TO WS-CHART-SCOPE
               PERFORM FORMAT-CHART-HEADLINE
               MOVE WS-HEADLINE-TEXT TO WS-TV-VAR(4)
           END-IF.
           MOVE SPACES TO WS-CHART-BODY.
           CALL 'RENDER-TEMPLATE' USING WS-MSG-TYPE,
                                   MM-LANGUAGE,
                                   WS-TEMPLATE-VARS,
                                   WS-CHART-SUBJECT,
                                   WS-CHART-BODY,
                                   WS-RENDER-STATUS.
           IF NOT WS-TEMPLATE-RENDERED THEN
               MOVE SPACES TO WS-CHART-SUBJECT
               STRING 'This week''s top rentals - week ending '
                   WS-WEEK-ENDING
               INTO WS-CHART-SUBJECT
               END-STRING
               MOVE SPACES TO WS-CHART-BODY
               STRING 'Top rentals: '
                   FUNCTION TRIM(WS-TV-VAR(2))
                   '. At your store: '
                   FUNCTION TRIM(WS-TV-VAR(3))
                   '. In your genre: '
                   FUNCTION TRIM(WS-TV-VAR(4))
               INTO WS-CHART-BODY
               END-STRING
           END-IF.
           CALL 'SEND-MAIL' USING MM-EMAIL, WS-CHART-SUBJECT,
               WS-CHART-BODY.
           ADD 1 TO WS-NEWSLETTERS-SENT.

       FORMAT-CHART-HEADLINE.
           MOVE SPACES TO WS-HEADLINE-TEXT.
           MOVE 'N' TO WS-HEADLINE-FOUND-SWITCH.
           PERFORM CHECK-ONE-HEADLINE
               VARYING WS-HL-IDX FROM 1 BY 1
               UNTIL WS-HL-IDX > WS-HEADLINE-COUNT
               OR WS-HEADLINE-FOUND.
           IF WS-HEADLINE-FOUND THEN
               EVALUATE WS-HL-USED(WS-HL-IDX)
                   WHEN 1
                       STRING '1. '
                           FUNCTION TRIM(WS-HL-TITLE(WS-HL-IDX, 1))
                       INTO WS-HEADLINE-TEXT
                       END-STRING
                   WHEN 2
                       STRING '1. '
                           FUNCTION TRIM(WS-HL-TITLE(WS-HL-IDX, 1))
                           '  2. '
                           FUNCTION TRIM(WS-HL-TITLE(WS-HL-IDX, 2))
                       INTO WS-HEADLINE-TEXT
                       END-STRING
                   WHEN 3
                       STRING '1. '
                           FUNCTION TRIM(WS-HL-TITLE(WS-HL-IDX, 1))
                           '  2. '
                           FUNCTION TRIM(WS-HL-TITLE(WS-HL-IDX, 2))
                           '  3. '
                           FUNCTION TRIM(WS-HL-TITLE(WS-HL-IDX, 3))
                       INTO WS-HEADLINE-TEXT
                       END-STRING
               END-EVALUATE
           END-IF.

       CHECK-ONE-HEADLINE.
           IF WS-HL-TYPE(WS-HL-IDX) = WS-CHART-TYPE
                   AND WS-HL-SCOPE(WS-HL-IDX) = WS-CHART-SCOPE THEN
               SET WS-HEADLINE-FOUND TO TRUE
               SUBTRACT 1 FROM WS-HL-IDX
           END-IF.

       CLOSE-FILES.
           CLOSE RENTAL-TRANSACTION.
           CLOSE TITLE-MASTER.
           CLOSE MEMBER-MASTER.
           CLOSE CHART-HISTORY.
           CLOSE CHART-PRINT.

       END PROGRAM TOP-RENTALS-CHART.
