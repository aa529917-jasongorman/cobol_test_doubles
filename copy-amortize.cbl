       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPY-AMORTIZE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMORTIZE-PARMS ASSIGN TO 'AMORTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT COPY-MASTER ASSIGN TO 'COPYMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-COPY-MASTER-STATUS.

           SELECT AMORTIZE-REPORT ASSIGN TO 'AMORTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AMORTIZE-PARMS.
       01  AMORTIZE-PARM-RECORD.
           05  AP-NEW-RELEASE-MONTHS PIC 9(3).
           05  AP-CATALOG-MONTHS   PIC 9(3).
           05  AP-PREV-VIEWED-MONTHS PIC 9(3).

       FD  COPY-MASTER.
       COPY 'copy-master.cpy'.

       FD  AMORTIZE-REPORT.
       01  AMORTIZE-REPORT-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'COPY-AMORTIZE'.
           01  WS-PARM-STATUS      PIC X(02).
           01  WS-COPY-MASTER-STATUS PIC X(02).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-COPIES           VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-PERIOD-START     PIC 9(8).
           01  WS-PERIOD-END       PIC 9(8).
           01  WS-PRIOR-MONTH      PIC 9(6).
           01  WS-WORK-DATE        PIC 9(8).
           01  WS-DAY-OF-MONTH     PIC 9(2).
      *    MONTHS OF RENTAL LIFE BY ACQUISITION CLASS, OVERRIDDEN BY
      *    THE PARM CARD WHEN FINANCE CHANGES A SCHEDULE.
           01  WS-NEW-RELEASE-MONTHS PIC 9(3) VALUE 6.
           01  WS-CATALOG-MONTHS   PIC 9(3) VALUE 24.
           01  WS-PREV-VIEWED-MONTHS PIC 9(3) VALUE 12.
           01  WS-SCHEDULE-MONTHS  PIC 9(3).
           01  WS-CLASS-IDX        PIC 9(1) COMP.
           01  WS-NET-BOOK-VALUE   PIC S9(3)V9(2).
           01  WS-MONTH-CHARGE     PIC S9(3)V9(2).
      *    ONE ROLL-FORWARD PER ACQUISITION CLASS (NEW RELEASE,
      *    CATALOG, PREVIOUSLY-VIEWED) AND A FOURTH FOR THE TOTAL.
           01  WS-ROLL-FORWARD-TABLE.
               05  WS-RF-ENTRY OCCURS 4 TIMES.
                   10  WS-RF-OPENING       PIC S9(7)V9(2).
                   10  WS-RF-ADDITIONS     PIC S9(7)V9(2).
                   10  WS-RF-AMORTIZATION  PIC S9(7)V9(2).
                   10  WS-RF-SOLD          PIC S9(7)V9(2).
                   10  WS-RF-RETIRED       PIC S9(7)V9(2).
                   10  WS-RF-LOST          PIC S9(7)V9(2).
                   10  WS-RF-WRITTEN-OFF   PIC S9(7)V9(2).
                   10  WS-RF-CLOSING       PIC S9(7)V9(2).
                   10  WS-RF-COPIES-CLOSING PIC 9(7) COMP.
           01  WS-CLASS-NAMES.
               05  FILLER              PIC X(17)
                   VALUE 'NEW RELEASE      '.
               05  FILLER              PIC X(17)
                   VALUE 'CATALOG          '.
               05  FILLER              PIC X(17)
                   VALUE 'PREVIOUSLY-VIEWED'.
               05  FILLER              PIC X(17)
                   VALUE 'ALL COPIES       '.
           01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAMES.
               05  WS-CLASS-NAME       PIC X(17) OCCURS 4 TIMES.
           01  WS-ADDITIONS-TOTAL  PIC S9(7)V9(2) VALUE 0.
           01  WS-AMORTIZATION-TOTAL PIC S9(7)V9(2) VALUE 0.
           01  WS-DISPOSALS-TOTAL  PIC S9(7)V9(2) VALUE 0.
           01  WS-AMOUNT-EDIT      PIC -ZZZZZZ9.99.
           01  WS-COUNT-EDIT       PIC ZZZZZZ9.
           01  WS-REPORT-LINE      PIC X(100).
           01  WS-COPIES-READ      PIC 9(7) COMP VALUE 0.
           01  WS-COPIES-ADDED     PIC 9(7) COMP VALUE 0.
           01  WS-COPIES-AMORTIZED PIC 9(7) COMP VALUE 0.
           01  WS-COPIES-DISPOSED  PIC 9(7) COMP VALUE 0.
           01  WS-COPIES-SKIPPED   PIC 9(7) COMP VALUE 0.
           01  WS-COPIES-UPDATED   PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           PERFORM READ-AMORTIZE-PARMS.
           PERFORM DETERMINE-PRIOR-MONTH.
           INITIALIZE WS-ROLL-FORWARD-TABLE.
           PERFORM READ-NEXT-COPY.
           PERFORM AMORTIZE-ONE-COPY UNTIL END-OF-COPIES.
           PERFORM WRITE-ROLL-FORWARD-REPORT.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-COPIES-READ, WS-COPIES-UPDATED, WS-COPIES-SKIPPED.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'COPYADDS  ',
               WS-COPIES-ADDED, WS-ADDITIONS-TOTAL.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'AMORTIZE  ',
               WS-COPIES-AMORTIZED, WS-AMORTIZATION-TOTAL.
           CALL 'CONTROL-TOTAL' USING WS-PROGRAM-NAME, 'DISPOSALS ',
               WS-COPIES-DISPOSED, WS-DISPOSALS-TOTAL.
           CALL 'CLOSE-CONTROL-TOTAL'.
           MOVE WS-AMORTIZATION-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY 'COPY-AMORTIZE: MONTH ' WS-PRIOR-MONTH
               ' COPIES READ ' WS-COPIES-READ
               ' ADDED ' WS-COPIES-ADDED
               ' AMORTIZED ' WS-COPIES-AMORTIZED
               ' DISPOSED ' WS-COPIES-DISPOSED
               ' AMORTIZATION ' WS-AMOUNT-EDIT.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT AMORTIZE-PARMS.
           OPEN I-O COPY-MASTER.
           IF WS-COPY-MASTER-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           OPEN OUTPUT AMORTIZE-REPORT.

       READ-AMORTIZE-PARMS.
           IF WS-PARM-STATUS = '00' THEN
               READ AMORTIZE-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-NEW-RELEASE-MONTHS NUMERIC
                               AND AP-NEW-RELEASE-MONTHS > ZERO THEN
                           MOVE AP-NEW-RELEASE-MONTHS TO
                               WS-NEW-RELEASE-MONTHS
                       END-IF
                       IF AP-CATALOG-MONTHS NUMERIC
                               AND AP-CATALOG-MONTHS > ZERO THEN
                           MOVE AP-CATALOG-MONTHS TO WS-CATALOG-MONTHS
                       END-IF
                       IF AP-PREV-VIEWED-MONTHS NUMERIC
                               AND AP-PREV-VIEWED-MONTHS > ZERO THEN
                           MOVE AP-PREV-VIEWED-MONTHS TO
                               WS-PREV-VIEWED-MONTHS
                       END-IF
               END-READ
           END-IF.

      *    THE RUN BOOKS THE MONTH JUST ENDED, WHATEVER DAY IT IS RUN.
       DETERMINE-PRIOR-MONTH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           MOVE WS-TODAY-CCYYMMDD(7:2) TO WS-DAY-OF-MONTH.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) -
                   WS-DAY-OF-MONTH).
           MOVE WS-WORK-DATE(1:6) TO WS-PRIOR-MONTH.
           COMPUTE WS-PERIOD-START = (WS-PRIOR-MONTH * 100) + 1.
           MOVE WS-WORK-DATE TO WS-PERIOD-END.

       READ-NEXT-COPY.
           READ COPY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-COPIES-READ
           END-READ.

      *    A COPY WITH NO COST ON THE REGISTER, ONE BOUGHT AFTER THE
      *    MONTH, ONE ALREADY BOOKED FOR THE MONTH (A RERUN) AND ONE
      *    WHOSE DISPOSAL WAS BOOKED IN AN EARLIER MONTH ARE LEFT
      *    ALONE. EVERY OTHER COPY IS EITHER DISPOSED OF OR CHARGED
      *    ONE MONTH OF AMORTIZATION.
       AMORTIZE-ONE-COPY.
           EVALUATE TRUE
               WHEN CM-UNIT-COST NOT NUMERIC
                       OR CM-UNIT-COST = ZERO
                   ADD 1 TO WS-COPIES-SKIPPED
               WHEN CM-ACQUIRED-DATE NOT NUMERIC
                       OR CM-ACQUIRED-DATE > WS-PERIOD-END
                   ADD 1 TO WS-COPIES-SKIPPED
               WHEN CM-LAST-AMORTIZED-MONTH NUMERIC
                       AND CM-LAST-AMORTIZED-MONTH = WS-PRIOR-MONTH
                   ADD 1 TO WS-COPIES-SKIPPED
               WHEN CM-DISPOSAL-BOOKED
                   ADD 1 TO WS-COPIES-SKIPPED
               WHEN OTHER
                   PERFORM BOOK-ONE-COPY
           END-EVALUATE.
           PERFORM READ-NEXT-COPY.

       BOOK-ONE-COPY.
           IF CM-ACCUM-AMORTIZATION NOT NUMERIC THEN
               MOVE ZERO TO CM-ACCUM-AMORTIZATION
           END-IF.
           IF CM-MONTHS-AMORTIZED NOT NUMERIC THEN
               MOVE ZERO TO CM-MONTHS-AMORTIZED
           END-IF.
           PERFORM DETERMINE-COPY-SCHEDULE.
           COMPUTE WS-NET-BOOK-VALUE =
               CM-UNIT-COST - CM-ACCUM-AMORTIZATION.
           IF CM-ACQUIRED-DATE NOT < WS-PERIOD-START THEN
               ADD CM-UNIT-COST TO WS-RF-ADDITIONS(WS-CLASS-IDX)
               ADD CM-UNIT-COST TO WS-ADDITIONS-TOTAL
               ADD 1 TO WS-COPIES-ADDED
           ELSE
               ADD WS-NET-BOOK-VALUE TO WS-RF-OPENING(WS-CLASS-IDX)
           END-IF.
           IF NOT CM-NOT-DISPOSED
                   AND CM-DISPOSAL-DATE NUMERIC
                   AND CM-DISPOSAL-DATE NOT > WS-PERIOD-END THEN
               PERFORM BOOK-COPY-DISPOSAL
           ELSE
               PERFORM BOOK-COPY-AMORTIZATION
           END-IF.
           MOVE WS-PRIOR-MONTH TO CM-LAST-AMORTIZED-MONTH.
           REWRITE COPY-MASTER-RECORD.
           ADD 1 TO WS-COPIES-UPDATED.

      *    A COPY WITH NO CLASS ON THE REGISTER IS WRITTEN DOWN AS
      *    CATALOG STOCK, THE LONGEST SCHEDULE.
       DETERMINE-COPY-SCHEDULE.
           EVALUATE TRUE
               WHEN CM-NEW-RELEASE
                   MOVE 1 TO WS-CLASS-IDX
                   MOVE WS-NEW-RELEASE-MONTHS TO WS-SCHEDULE-MONTHS
               WHEN CM-PREVIOUSLY-VIEWED
                   MOVE 3 TO WS-CLASS-IDX
                   MOVE WS-PREV-VIEWED-MONTHS TO WS-SCHEDULE-MONTHS
               WHEN OTHER
                   MOVE 2 TO WS-CLASS-IDX
                   MOVE WS-CATALOG-MONTHS TO WS-SCHEDULE-MONTHS
           END-EVALUATE.

      *    WHATEVER BOOK VALUE IS LEFT COMES OFF THE LEDGER IN THE
      *    MONTH OF DISPOSAL; NO AMORTIZATION IS TAKEN THAT MONTH.
       BOOK-COPY-DISPOSAL.
           EVALUATE TRUE
               WHEN CM-SOLD-OFF
                   ADD WS-NET-BOOK-VALUE TO WS-RF-SOLD(WS-CLASS-IDX)
               WHEN CM-DISPOSED-LOST
                   ADD WS-NET-BOOK-VALUE TO WS-RF-LOST(WS-CLASS-IDX)
               WHEN CM-WRITTEN-OFF
                   ADD WS-NET-BOOK-VALUE TO
                       WS-RF-WRITTEN-OFF(WS-CLASS-IDX)
               WHEN OTHER
                   ADD WS-NET-BOOK-VALUE TO
                       WS-RF-RETIRED(WS-CLASS-IDX)
           END-EVALUATE.
           ADD WS-NET-BOOK-VALUE TO WS-DISPOSALS-TOTAL.
           ADD 1 TO WS-COPIES-DISPOSED.
           SET CM-DISPOSAL-BOOKED TO TRUE.

      *    STRAIGHT LINE OVER THE CLASS SCHEDULE. THE LAST MONTH OF
      *    THE SCHEDULE TAKES WHATEVER ROUNDING HAS LEFT, AND NO
      *    MONTH EVER TAKES THE COPY BELOW ZERO.
       BOOK-COPY-AMORTIZATION.
           IF CM-MONTHS-AMORTIZED + 1 NOT < WS-SCHEDULE-MONTHS THEN
               MOVE WS-NET-BOOK-VALUE TO WS-MONTH-CHARGE
           ELSE
               COMPUTE WS-MONTH-CHARGE ROUNDED =
                   CM-UNIT-COST / WS-SCHEDULE-MONTHS
               IF WS-MONTH-CHARGE > WS-NET-BOOK-VALUE THEN
                   MOVE WS-NET-BOOK-VALUE TO WS-MONTH-CHARGE
               END-IF
           END-IF.
           IF WS-MONTH-CHARGE > ZERO THEN
               ADD WS-MONTH-CHARGE TO CM-ACCUM-AMORTIZATION
               ADD 1 TO CM-MONTHS-AMORTIZED
               ADD WS-MONTH-CHARGE TO
                   WS-RF-AMORTIZATION(WS-CLASS-IDX)
               ADD WS-MONTH-CHARGE TO WS-AMORTIZATION-TOTAL
               ADD 1 TO WS-COPIES-AMORTIZED
           END-IF.
           COMPUTE WS-NET-BOOK-VALUE =
               CM-UNIT-COST - CM-ACCUM-AMORTIZATION.
           ADD WS-NET-BOOK-VALUE TO WS-RF-CLOSING(WS-CLASS-IDX).
           ADD 1 TO WS-RF-COPIES-CLOSING(WS-CLASS-IDX).

       WRITE-ROLL-FORWARD-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RENTAL COPY COST ROLL-FORWARD - MONTH '
               WS-PRIOR-MONTH ' - RUN DATE ' WS-TODAY-CCYYMMDD
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AMORTIZE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SCHEDULE MONTHS - NEW RELEASE '
               WS-NEW-RELEASE-MONTHS
               ' CATALOG ' WS-CATALOG-MONTHS
               ' PREVIOUSLY-VIEWED ' WS-PREV-VIEWED-MONTHS
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AMORTIZE-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM ADD-CLASS-TO-TOTAL
               VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 3.
           PERFORM WRITE-ONE-CLASS
               VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 4.

       ADD-CLASS-TO-TOTAL.
           ADD WS-RF-OPENING(WS-CLASS-IDX) TO WS-RF-OPENING(4).
           ADD WS-RF-ADDITIONS(WS-CLASS-IDX) TO WS-RF-ADDITIONS(4).
           ADD WS-RF-AMORTIZATION(WS-CLASS-IDX) TO
               WS-RF-AMORTIZATION(4).
           ADD WS-RF-SOLD(WS-CLASS-IDX) TO WS-RF-SOLD(4).
           ADD WS-RF-RETIRED(WS-CLASS-IDX) TO WS-RF-RETIRED(4).
           ADD WS-RF-LOST(WS-CLASS-IDX) TO WS-RF-LOST(4).
           ADD WS-RF-WRITTEN-OFF(WS-CLASS-IDX) TO
               WS-RF-WRITTEN-OFF(4).
           ADD WS-RF-CLOSING(WS-CLASS-IDX) TO WS-RF-CLOSING(4).
           ADD WS-RF-COPIES-CLOSING(WS-CLASS-IDX) TO
               WS-RF-COPIES-CLOSING(4).

      *    OPENING PLUS ADDITIONS LESS AMORTIZATION AND DISPOSALS
      *    FOOTS TO CLOSING; THE CLOSING LINE IS THE SUM OF THE
      *    COPIES STILL CARRIED, SO A BREAK SHOWS ON THE REPORT.
       WRITE-ONE-CLASS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE AMORTIZE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-CLASS-NAME(WS-CLASS-IDX) TO WS-REPORT-LINE.
           WRITE AMORTIZE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-RF-OPENING(WS-CLASS-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  OPENING NET BOOK VALUE    ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AMORTIZE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-RF-ADDITIONS(WS-CLASS-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ADDITIONS AT COST         ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AMORTIZE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-RF-AMORTIZATION(WS-CLASS-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  LESS AMORTIZATION         ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AMORTIZE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-RF-SOLD(WS-CLASS-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  LESS DISPOSALS - SOLD OFF ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AMORTIZE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-RF-RETIRED(WS-CLASS-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '                 - RETIRED  ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AMORTIZE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-RF-LOST(WS-CLASS-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '                 - LOST     ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AMORTIZE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-RF-WRITTEN-OFF(WS-CLASS-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '                 - WRITE-OFF' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AMORTIZE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-RF-CLOSING(WS-CLASS-IDX) TO WS-AMOUNT-EDIT.
           MOVE WS-RF-COPIES-CLOSING(WS-CLASS-IDX) TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  CLOSING NET BOOK VALUE    ' WS-AMOUNT-EDIT
               '  COPIES ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AMORTIZE-REPORT-LINE FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-PARM-STATUS = '00'
                   OR WS-PARM-STATUS = '10' THEN
               CLOSE AMORTIZE-PARMS
           END-IF.
           IF WS-COPY-MASTER-STATUS = '00'
                   OR WS-COPY-MASTER-STATUS = '10' THEN
               CLOSE COPY-MASTER
           END-IF.
           CLOSE AMORTIZE-REPORT.

       END PROGRAM COPY-AMORTIZE.
