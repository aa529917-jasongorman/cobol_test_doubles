           SELECT CONTROL-TOTALS ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.

           SELECT PRIOR-PERIOD-LOG ASSIGN TO 'PPALOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPA-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-TOTALS.
       COPY 'control-total.cpy'.

       FD  PRIOR-PERIOD-LOG.
       COPY 'prior-period-adj.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-CONTROL-TOTAL-STATUS PIC X(02).
           01  WS-PPA-LOG-STATUS   PIC X(02).
           01  WS-FILE-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-FILE-IS-OPEN         VALUE 'Y'.
           01  WS-LOG-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-LOG-IS-OPEN          VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-RUN-DATE         PIC 9(8).
           01  WS-PERIOD-ID        PIC X(06).
           01  WS-ADJUSTMENT-FLAG  PIC X(01).
           01  WS-ORIGINAL-PERIOD  PIC X(06).
           01  WS-ITEM-MAX         PIC 9(3) COMP VALUE 50.
           01  WS-ITEM-COUNT       PIC 9(3) COMP VALUE 0.
           01  WS-ITEM-IDX         PIC 9(3) COMP.
           01  WS-ITEM-FOUND-SWITCH PIC X(01).
               88  WS-ITEM-FOUND           VALUE 'Y'.
           01  WS-ITEM-TABLE.
               05  WS-ITEM-ENTRY OCCURS 50 TIMES.
                   10  WS-IT-TYPE          PIC X(10).
                   10  WS-IT-PERIOD-ID     PIC X(06).
                   10  WS-IT-ADJ-FLAG      PIC X(01).
                   10  WS-IT-COUNT         PIC 9(7) COMP.
                   10  WS-IT-AMOUNT        PIC S9(7)V9(2).
           01  WS-TYPE-COUNT       PIC S9(7) COMP.
           01  WS-TYPE-AMOUNT      PIC S9(7)V9(2).
           01  WS-LOG-POSTING-DATE PIC 9(8).
           01  WS-LOG-MEMBER-ID    PIC X(08).
           01  WS-LOG-AMOUNT       PIC S9(7)V9(2).
       LINKAGE SECTION.
           01  PROGRAM-NAME    PIC X(18).
           01  TOTAL-TYPE      PIC X(10).
           01  RECORD-COUNT    PIC 9(7) COMP.
           01  TOTAL-AMOUNT    PIC S9(7)V9(2).
           01  ITEM-AMOUNT     PIC S9(7)V9(2).
           01  POSTING-DATE    PIC 9(8).
           01  MEMBER-ID       PIC X(08).
      *    THE RUN'S TOTAL FOR ONE TYPE. A PROGRAM WHOSE POSTINGS ALL
      *    CARRY THE RUN DATE GETS ONE RECORD IN THE PERIOD THAT DATE
      *    POSTS TO. WHERE THE PROGRAM HAS REGISTERED DATED POSTINGS
      *    OF THIS TYPE THROUGH CONTROL-TOTAL-DATED, THE TOTAL IS
      *    WRITTEN SPLIT BY THE PERIODS THOSE POSTINGS WENT TO, AND
      *    ANY PART OF IT NOT REGISTERED THAT WAY TAKES THE RUN DATE.
      *    A RUN DATE THAT ITSELF FALLS IN A CLOSED PERIOD IS LOGGED
      *    FOR REVIEW THE SAME AS A BACK-DATED POSTING.
       PROCEDURE DIVISION USING PROGRAM-NAME, TOTAL-TYPE,
                                   RECORD-COUNT, TOTAL-AMOUNT.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILE-IF-NEEDED.
           PERFORM NOTE-RUN-DATE.
           MOVE ZERO TO WS-TYPE-COUNT.
           MOVE ZERO TO WS-TYPE-AMOUNT.
           MOVE 'N' TO WS-ITEM-FOUND-SWITCH.
           PERFORM WRITE-ONE-REGISTERED-TOTAL
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
           COMPUTE WS-TYPE-COUNT = RECORD-COUNT - WS-TYPE-COUNT.
           IF WS-TYPE-COUNT < ZERO THEN
               MOVE ZERO TO WS-TYPE-COUNT
           END-IF.
           COMPUTE WS-TYPE-AMOUNT = TOTAL-AMOUNT - WS-TYPE-AMOUNT.
           IF NOT WS-ITEM-FOUND
                   OR WS-TYPE-COUNT NOT = ZERO
                   OR WS-TYPE-AMOUNT NOT = ZERO
           THEN
               CALL 'ACCT-PERIOD' USING WS-RUN-DATE, WS-PERIOD-ID,
                   WS-ADJUSTMENT-FLAG, WS-ORIGINAL-PERIOD
               MOVE PROGRAM-NAME TO CT-PROGRAM-ID
               MOVE WS-RUN-DATE TO CT-RUN-DATE
               MOVE TOTAL-TYPE TO CT-TOTAL-TYPE
               MOVE WS-TYPE-COUNT TO CT-RECORD-COUNT
               MOVE WS-TYPE-AMOUNT TO CT-AMOUNT
               MOVE WS-PERIOD-ID TO CT-PERIOD-ID
               MOVE WS-ADJUSTMENT-FLAG TO CT-ADJUSTMENT-FLAG
               WRITE CONTROL-TOTAL-RECORD
               IF WS-ADJUSTMENT-FLAG = 'P' THEN
                   MOVE WS-RUN-DATE TO WS-LOG-POSTING-DATE
                   MOVE SPACES TO WS-LOG-MEMBER-ID
                   MOVE WS-TYPE-AMOUNT TO WS-LOG-AMOUNT
                   PERFORM LOG-PRIOR-PERIOD-ITEM
               END-IF
           END-IF.
           GOBACK.

       WRITE-ONE-REGISTERED-TOTAL.
           IF WS-IT-TYPE(WS-ITEM-IDX) = TOTAL-TYPE THEN
               SET WS-ITEM-FOUND TO TRUE
               MOVE PROGRAM-NAME TO CT-PROGRAM-ID
               MOVE WS-RUN-DATE TO CT-RUN-DATE
               MOVE TOTAL-TYPE TO CT-TOTAL-TYPE
               MOVE WS-IT-COUNT(WS-ITEM-IDX) TO CT-RECORD-COUNT
               MOVE WS-IT-AMOUNT(WS-ITEM-IDX) TO CT-AMOUNT
               MOVE WS-IT-PERIOD-ID(WS-ITEM-IDX) TO CT-PERIOD-ID
               MOVE WS-IT-ADJ-FLAG(WS-ITEM-IDX) TO CT-ADJUSTMENT-FLAG
               WRITE CONTROL-TOTAL-RECORD
               ADD WS-IT-COUNT(WS-ITEM-IDX) TO WS-TYPE-COUNT
               ADD WS-IT-AMOUNT(WS-ITEM-IDX) TO WS-TYPE-AMOUNT
           END-IF.

       OPEN-FILE-IF-NEEDED.
           IF NOT WS-FILE-IS-OPEN THEN
               OPEN EXTEND CONTROL-TOTALS
               SET WS-FILE-IS-OPEN TO TRUE
           END-IF.

       NOTE-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.

      *    ONE POSTING DATED OTHER THAN THE RUN DATE - A PAYMENT OR A
      *    REVERSAL CARRYING THE BANK'S DATE, A BACK-DATED WAIVER. ITS
      *    AMOUNT IS HELD AGAINST THE PERIOD IT POSTS TO UNTIL THE RUN
      *    TOTAL FOR THE TYPE IS WRITTEN. ONE MOVED OUT OF A CLOSED
      *    PERIOD IS LOGGED FOR FINANCE'S PRIOR-PERIOD REVIEW.
       ENTRY 'CONTROL-TOTAL-DATED' USING PROGRAM-NAME, TOTAL-TYPE,
                                   ITEM-AMOUNT, POSTING-DATE,
                                   MEMBER-ID.
           PERFORM NOTE-RUN-DATE.
           CALL 'ACCT-PERIOD' USING POSTING-DATE, WS-PERIOD-ID,
               WS-ADJUSTMENT-FLAG, WS-ORIGINAL-PERIOD.
           PERFORM ADD-ITEM-TO-TABLE.
           IF WS-ITEM-FOUND AND WS-ADJUSTMENT-FLAG = 'P' THEN
               MOVE POSTING-DATE TO WS-LOG-POSTING-DATE
               MOVE MEMBER-ID TO WS-LOG-MEMBER-ID
               MOVE ITEM-AMOUNT TO WS-LOG-AMOUNT
               PERFORM LOG-PRIOR-PERIOD-ITEM
           END-IF.
           GOBACK.

      *    WITH THE TABLE FULL THE POSTING IS LEFT UNREGISTERED AND
      *    SO FALLS INTO THE RUN-DATE PART OF ITS TYPE'S TOTAL.
       ADD-ITEM-TO-TABLE.
           MOVE 'N' TO WS-ITEM-FOUND-SWITCH.
           PERFORM MATCH-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               OR WS-ITEM-FOUND.
           IF WS-ITEM-FOUND THEN
               SUBTRACT 1 FROM WS-ITEM-IDX
           ELSE
               IF WS-ITEM-COUNT < WS-ITEM-MAX THEN
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-ITEM-IDX
                   MOVE TOTAL-TYPE TO WS-IT-TYPE(WS-ITEM-IDX)
                   MOVE WS-PERIOD-ID TO WS-IT-PERIOD-ID(WS-ITEM-IDX)
                   MOVE WS-ADJUSTMENT-FLAG TO
                       WS-IT-ADJ-FLAG(WS-ITEM-IDX)
                   MOVE ZERO TO WS-IT-COUNT(WS-ITEM-IDX)
                   MOVE ZERO TO WS-IT-AMOUNT(WS-ITEM-IDX)
                   SET WS-ITEM-FOUND TO TRUE
               END-IF
           END-IF.
           IF WS-ITEM-FOUND THEN
               ADD 1 TO WS-IT-COUNT(WS-ITEM-IDX)
               ADD ITEM-AMOUNT TO WS-IT-AMOUNT(WS-ITEM-IDX)
           ELSE
               DISPLAY 'CONTROL-TOTAL: PERIOD TABLE FULL - '
                   PROGRAM-NAME ' ' TOTAL-TYPE ' TAKES THE RUN DATE'
           END-IF.

       MATCH-ONE-ITEM.
           IF WS-IT-TYPE(WS-ITEM-IDX) = TOTAL-TYPE
                   AND WS-IT-PERIOD-ID(WS-ITEM-IDX) = WS-PERIOD-ID
                   AND WS-IT-ADJ-FLAG(WS-ITEM-IDX) = WS-ADJUSTMENT-FLAG
           THEN
               SET WS-ITEM-FOUND TO TRUE
           END-IF.

       LOG-PRIOR-PERIOD-ITEM.
           IF NOT WS-LOG-IS-OPEN THEN
               OPEN EXTEND PRIOR-PERIOD-LOG
               IF WS-PPA-LOG-STATUS = '35' THEN
                   OPEN OUTPUT PRIOR-PERIOD-LOG
               END-IF
               SET WS-LOG-IS-OPEN TO TRUE
           END-IF.
           MOVE PROGRAM-NAME TO PA-PROGRAM-ID.
           MOVE TOTAL-TYPE TO PA-TOTAL-TYPE.
           MOVE WS-RUN-DATE TO PA-RUN-DATE.
           MOVE WS-LOG-POSTING-DATE TO PA-POSTING-DATE.
           MOVE WS-ORIGINAL-PERIOD TO PA-ORIGINAL-PERIOD.
           MOVE WS-PERIOD-ID TO PA-POSTED-PERIOD.
           MOVE WS-LOG-MEMBER-ID TO PA-MEMBER-ID.
           MOVE WS-LOG-AMOUNT TO PA-AMOUNT.
           WRITE PRIOR-PERIOD-ADJ-RECORD.

       ENTRY 'CLOSE-CONTROL-TOTAL'.
           IF WS-FILE-IS-OPEN THEN
               CLOSE CONTROL-TOTALS
               MOVE 'N' TO WS-FILE-OPEN-SWITCH
           END-IF.
           IF WS-LOG-IS-OPEN THEN
               CLOSE PRIOR-PERIOD-LOG
               MOVE 'N' TO WS-LOG-OPEN-SWITCH
           END-IF.
           MOVE 0 TO WS-ITEM-COUNT.
           GOBACK.

       END PROGRAM CONTROL-TOTAL.
