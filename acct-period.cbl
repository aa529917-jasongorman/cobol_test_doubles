       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-PERIOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTING-PERIODS ASSIGN TO 'ACCTPER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-PERIOD-ID
               FILE STATUS IS WS-PERIOD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTING-PERIODS.
       COPY 'accounting-period.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PERIOD-STATUS    PIC X(02).
           01  WS-LOADED-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-CALENDAR-LOADED      VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-PERIODS          VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-PERIOD-MAX       PIC 9(3) COMP VALUE 120.
           01  WS-PERIOD-COUNT     PIC 9(3) COMP VALUE 0.
           01  WS-PERIOD-IDX       PIC 9(3) COMP.
           01  WS-DATE-IDX         PIC 9(3) COMP.
           01  WS-CURRENT-IDX      PIC 9(3) COMP VALUE 0.
           01  WS-LOOKUP-DATE      PIC 9(8).
           01  WS-PERIOD-TABLE.
               05  WS-PERIOD-ENTRY OCCURS 120 TIMES.
                   10  WS-PT-PERIOD-ID     PIC X(06).
                   10  WS-PT-START-DATE    PIC 9(8).
                   10  WS-PT-END-DATE      PIC 9(8).
                   10  WS-PT-STATUS        PIC X(01).
                       88  WS-PT-OPEN          VALUE 'O'.
       LINKAGE SECTION.
           01  POSTING-DATE        PIC 9(8).
           01  PERIOD-ID           PIC X(06).
           01  ADJUSTMENT-FLAG     PIC X(01).
           01  ORIGINAL-PERIOD     PIC X(06).
       PROCEDURE DIVISION USING POSTING-DATE, PERIOD-ID,
                                   ADJUSTMENT-FLAG, ORIGINAL-PERIOD.
      *    A POSTING GOES TO THE PERIOD ITS DATE FALLS IN WHILE THAT
      *    PERIOD IS OPEN. DATED IN A CLOSED PERIOD - OR BEFORE THE
      *    CALENDAR BEGINS - IT GOES TO THE CURRENT PERIOD INSTEAD,
      *    FLAGGED 'P' AS A PRIOR-PERIOD ADJUSTMENT, AND THE PERIOD IT
      *    WAS DATED IN COMES BACK AS THE ORIGINAL PERIOD. WITH NO
      *    CALENDAR ON FILE EVERY PERIOD COMES BACK BLANK.
       MAIN-PROCEDURE.
           IF NOT WS-CALENDAR-LOADED THEN
               PERFORM LOAD-PERIOD-CALENDAR
           END-IF.
           MOVE SPACES TO PERIOD-ID.
           MOVE SPACES TO ADJUSTMENT-FLAG.
           MOVE SPACES TO ORIGINAL-PERIOD.
           IF POSTING-DATE NOT NUMERIC OR POSTING-DATE = ZERO THEN
               MOVE WS-TODAY-CCYYMMDD TO WS-LOOKUP-DATE
           ELSE
               MOVE POSTING-DATE TO WS-LOOKUP-DATE
           END-IF.
           PERFORM FIND-PERIOD-OF-DATE.
           EVALUATE TRUE
               WHEN WS-DATE-IDX > 0 AND WS-PT-OPEN(WS-DATE-IDX)
                   MOVE WS-PT-PERIOD-ID(WS-DATE-IDX) TO PERIOD-ID
                   MOVE WS-PT-PERIOD-ID(WS-DATE-IDX) TO ORIGINAL-PERIOD
               WHEN WS-CURRENT-IDX = 0
                   IF WS-DATE-IDX > 0 THEN
                       MOVE WS-PT-PERIOD-ID(WS-DATE-IDX) TO PERIOD-ID
                       MOVE WS-PT-PERIOD-ID(WS-DATE-IDX)
                           TO ORIGINAL-PERIOD
                   END-IF
               WHEN OTHER
                   MOVE WS-PT-PERIOD-ID(WS-CURRENT-IDX) TO PERIOD-ID
                   IF WS-DATE-IDX > 0 THEN
                       MOVE WS-PT-PERIOD-ID(WS-DATE-IDX)
                           TO ORIGINAL-PERIOD
                   END-IF
                   IF WS-LOOKUP-DATE <
                           WS-PT-START-DATE(WS-CURRENT-IDX) THEN
                       MOVE 'P' TO ADJUSTMENT-FLAG
                   END-IF
           END-EVALUATE.
           GOBACK.

      *    THE CALENDAR IS READ ONCE PER RUN. THE CURRENT PERIOD IS
      *    THE ONE HOLDING TODAY'S DATE IF IT IS OPEN, OTHERWISE THE
      *    EARLIEST PERIOD STILL OPEN.
       LOAD-PERIOD-CALENDAR.
           SET WS-CALENDAR-LOADED TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           OPEN INPUT ACCOUNTING-PERIODS.
           IF WS-PERIOD-STATUS = '00' THEN
               PERFORM READ-NEXT-PERIOD
               PERFORM LOAD-ONE-PERIOD UNTIL END-OF-PERIODS
               CLOSE ACCOUNTING-PERIODS
           END-IF.
           MOVE WS-TODAY-CCYYMMDD TO WS-LOOKUP-DATE.
           PERFORM FIND-PERIOD-OF-DATE.
           IF WS-DATE-IDX > 0 AND WS-PT-OPEN(WS-DATE-IDX) THEN
               MOVE WS-DATE-IDX TO WS-CURRENT-IDX
           ELSE
               PERFORM NOTE-EARLIEST-OPEN-PERIOD
                   VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
           END-IF.
           IF WS-PERIOD-COUNT > 0 AND WS-CURRENT-IDX = 0 THEN
               DISPLAY 'ACCT-PERIOD: NO OPEN ACCOUNTING PERIOD - '
                   'POSTINGS KEEP THEIR DATED PERIOD'
           END-IF.

       READ-NEXT-PERIOD.
           READ ACCOUNTING-PERIODS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       LOAD-ONE-PERIOD.
           IF WS-PERIOD-COUNT < WS-PERIOD-MAX THEN
               ADD 1 TO WS-PERIOD-COUNT
               MOVE AP-PERIOD-ID TO WS-PT-PERIOD-ID(WS-PERIOD-COUNT)
               MOVE AP-START-DATE TO WS-PT-START-DATE(WS-PERIOD-COUNT)
               MOVE AP-END-DATE TO WS-PT-END-DATE(WS-PERIOD-COUNT)
               MOVE AP-STATUS TO WS-PT-STATUS(WS-PERIOD-COUNT)
           END-IF.
           PERFORM READ-NEXT-PERIOD.

       NOTE-EARLIEST-OPEN-PERIOD.
           IF WS-PT-OPEN(WS-PERIOD-IDX) THEN
               IF WS-CURRENT-IDX = 0 THEN
                   MOVE WS-PERIOD-IDX TO WS-CURRENT-IDX
               ELSE
                   IF WS-PT-START-DATE(WS-PERIOD-IDX) <
                           WS-PT-START-DATE(WS-CURRENT-IDX) THEN
                       MOVE WS-PERIOD-IDX TO WS-CURRENT-IDX
                   END-IF
               END-IF
           END-IF.

       FIND-PERIOD-OF-DATE.
           MOVE 0 TO WS-DATE-IDX.
           PERFORM MATCH-ONE-PERIOD
               VARYING WS-PERIOD-IDX FROM 1 BY 1
               UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               OR WS-DATE-IDX > 0.

       MATCH-ONE-PERIOD.
           IF WS-LOOKUP-DATE NOT < WS-PT-START-DATE(WS-PERIOD-IDX)
                   AND WS-LOOKUP-DATE NOT >
                       WS-PT-END-DATE(WS-PERIOD-IDX) THEN
               MOVE WS-PERIOD-IDX TO WS-DATE-IDX
           END-IF.

       END PROGRAM ACCT-PERIOD.
