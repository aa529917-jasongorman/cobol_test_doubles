       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-AGE-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-ITEMS ASSIGN TO 'EXCPITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EI-EXCEPTION-ID
               FILE STATUS IS WS-EXCEPTION-ITEM-STATUS.

           SELECT AGING-SORT-FILE ASSIGN TO 'SORTWK01'.

           SELECT AGING-REPORT ASSIGN TO 'EXCPAGERPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-ITEMS.
       COPY 'exception-item.cpy'.

      *    ONE RECORD PER OPEN EXCEPTION, IN SOURCE AND OWNER ORDER.
      *    AN UNASSIGNED EXCEPTION SORTS AHEAD OF THE NAMED OWNERS SO
      *    IT IS THE FIRST THING THE SHIFT SEES UNDER EACH SOURCE.
       SD  AGING-SORT-FILE.
       01  AGING-SORT-RECORD.
           05  SX-SOURCE-PROGRAM   PIC X(18).
           05  SX-OWNER-ID         PIC X(08).
           05  SX-RAISED-DATE      PIC 9(8).
           05  SX-EXCEPTION-ID     PIC 9(7).
           05  SX-EXCEPTION-KEY    PIC X(30).
           05  SX-SEVERITY         PIC X(01).
               88  SX-SEVERITY-HIGH        VALUE 'H'.
           05  SX-AMOUNT           PIC S9(7)V9(2).
           05  SX-TIMES-RAISED     PIC 9(5).
           05  SX-DESCRIPTION      PIC X(60).

       FD  AGING-REPORT.
       01  AGING-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'EXCEPTION-AGE-RPT'.
           01  WS-EXCEPTION-ITEM-STATUS PIC X(02).
           01  WS-SCAN-EOF-SWITCH  PIC X(01).
               88  END-OF-SCAN             VALUE 'Y'.
           01  WS-SORTED-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-SORTED-EXCEPTIONS VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-CURRENT-SOURCE   PIC X(18).
           01  WS-CURRENT-OWNER    PIC X(08).
           01  WS-OWNER-LABEL      PIC X(10).
           01  WS-AGE-DAYS         PIC S9(6) COMP.
           01  WS-AGE-EDIT         PIC ZZZZ9.
           01  WS-TIMES-EDIT       PIC ZZZZ9.
           01  WS-AMOUNT-EDIT      PIC -ZZZZZZ9.99.
           01  WS-COUNT-EDIT       PIC ZZZZZZ9.
           01  WS-COUNT-B-EDIT     PIC ZZZZZZ9.
           01  WS-BUCKET-LABEL     PIC X(08).
           01  WS-REPORT-LINE      PIC X(132).
           01  WS-ITEMS-READ       PIC 9(7) COMP VALUE 0.
           01  WS-ITEMS-OPEN       PIC 9(7) COMP VALUE 0.
           01  WS-ZERO-COUNT       PIC 9(7) COMP VALUE 0.
           01  WS-OWNER-OPEN       PIC 9(7) COMP.
           01  WS-OWNER-OVER-7     PIC 9(7) COMP.
           01  WS-SOURCE-OPEN      PIC 9(7) COMP.
           01  WS-SOURCE-OVER-7    PIC 9(7) COMP.
           01  WS-TOTAL-UNASSIGNED PIC 9(7) COMP VALUE 0.
           01  WS-TOTAL-OVER-30    PIC 9(7) COMP VALUE 0.
           01  WS-TOTAL-HIGH       PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           SORT AGING-SORT-FILE
               ON ASCENDING KEY SX-SOURCE-PROGRAM SX-OWNER-ID
                   SX-RAISED-DATE SX-EXCEPTION-ID
               INPUT PROCEDURE IS EXTRACT-OPEN-EXCEPTIONS
               OUTPUT PROCEDURE IS PRODUCE-AGING-REPORT.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-ITEMS-READ, WS-ITEMS-OPEN, WS-ZERO-COUNT.
           DISPLAY 'EXCEPTION-AGE-RPT: EXCEPTIONS READ '
               WS-ITEMS-READ ' OPEN ' WS-ITEMS-OPEN
               ' UNASSIGNED ' WS-TOTAL-UNASSIGNED
               ' OVER 30 DAYS ' WS-TOTAL-OVER-30.
           GOBACK.

      *****************************************************************
      *    ONLY OPEN EXCEPTIONS ARE AGED. NO EXCEPTION FILE YET MEANS
      *    NOTHING HAS BEEN RAISED AND THE REPORT SAYS SO.
      *****************************************************************
       EXTRACT-OPEN-EXCEPTIONS SECTION.
       EXTRACT-OPEN-EXCEPTIONS-START.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT EXCEPTION-ITEMS.
           IF WS-EXCEPTION-ITEM-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-IF.
           PERFORM RELEASE-ONE-EXCEPTION UNTIL END-OF-SCAN.
           IF WS-EXCEPTION-ITEM-STATUS = '00'
                   OR WS-EXCEPTION-ITEM-STATUS = '10' THEN
               CLOSE EXCEPTION-ITEMS
           END-IF.
           GO TO EXTRACT-OPEN-EXCEPTIONS-EXIT.

       RELEASE-ONE-EXCEPTION.
           READ EXCEPTION-ITEMS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   IF EI-EXCEPTION-OPEN
                       PERFORM RELEASE-OPEN-EXCEPTION
                   END-IF
           END-READ.

       RELEASE-OPEN-EXCEPTION.
           MOVE EI-SOURCE-PROGRAM TO SX-SOURCE-PROGRAM.
           MOVE EI-OWNER-ID TO SX-OWNER-ID.
           MOVE EI-RAISED-DATE TO SX-RAISED-DATE.
           MOVE EI-EXCEPTION-ID TO SX-EXCEPTION-ID.
           MOVE EI-EXCEPTION-KEY TO SX-EXCEPTION-KEY.
           MOVE EI-SEVERITY TO SX-SEVERITY.
           MOVE EI-AMOUNT TO SX-AMOUNT.
           MOVE EI-TIMES-RAISED TO SX-TIMES-RAISED.
           MOVE EI-DESCRIPTION TO SX-DESCRIPTION.
           RELEASE AGING-SORT-RECORD.
           ADD 1 TO WS-ITEMS-OPEN.

       EXTRACT-OPEN-EXCEPTIONS-EXIT.
           EXIT.

      *****************************************************************
      *    ONE BLOCK PER SOURCE PROGRAM, BROKEN BY OWNER, EACH LINE
      *    AGED FROM THE NIGHT THE EXCEPTION WAS FIRST RAISED, THEN
      *    THE COUNTS THE SHIFT LEAD CHECKS EACH MORNING.
      *****************************************************************
       PRODUCE-AGING-REPORT SECTION.
       PRODUCE-AGING-REPORT-START.
           OPEN OUTPUT AGING-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM RETURN-NEXT-SORTED-EXCEPTION.
           PERFORM REPORT-ONE-SOURCE
               UNTIL END-OF-SORTED-EXCEPTIONS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE AGING-REPORT.
           GO TO PRODUCE-AGING-REPORT-EXIT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OPEN EXCEPTION AGING BY SOURCE AND OWNER - '
               'RUN DATE ' WS-TODAY-CCYYMMDD
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '      EXC-ID S   AGE BUCKET    TIMES      AMOUNT '
               'KEY                            DESCRIPTION'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.

       RETURN-NEXT-SORTED-EXCEPTION.
           RETURN AGING-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF-SWITCH
           END-RETURN.

       REPORT-ONE-SOURCE.
           MOVE SX-SOURCE-PROGRAM TO WS-CURRENT-SOURCE.
           MOVE ZERO TO WS-SOURCE-OPEN.
           MOVE ZERO TO WS-SOURCE-OVER-7.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SOURCE: ' WS-CURRENT-SOURCE
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM REPORT-ONE-OWNER
               UNTIL END-OF-SORTED-EXCEPTIONS
               OR SX-SOURCE-PROGRAM NOT = WS-CURRENT-SOURCE.
           MOVE WS-SOURCE-OPEN TO WS-COUNT-EDIT.
           MOVE WS-SOURCE-OVER-7 TO WS-COUNT-B-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SOURCE TOTAL ' WS-CURRENT-SOURCE
               ' OPEN ' WS-COUNT-EDIT
               ' OVER 7 DAYS ' WS-COUNT-B-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.

       REPORT-ONE-OWNER.
           MOVE SX-OWNER-ID TO WS-CURRENT-OWNER.
           MOVE ZERO TO WS-OWNER-OPEN.
           MOVE ZERO TO WS-OWNER-OVER-7.
           IF WS-CURRENT-OWNER = SPACES THEN
               MOVE 'UNASSIGNED' TO WS-OWNER-LABEL
           ELSE
               MOVE WS-CURRENT-OWNER TO WS-OWNER-LABEL
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  OWNER: ' WS-OWNER-LABEL
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM REPORT-ONE-EXCEPTION
               UNTIL END-OF-SORTED-EXCEPTIONS
               OR SX-SOURCE-PROGRAM NOT = WS-CURRENT-SOURCE
               OR SX-OWNER-ID NOT = WS-CURRENT-OWNER.
           MOVE WS-OWNER-OPEN TO WS-COUNT-EDIT.
           MOVE WS-OWNER-OVER-7 TO WS-COUNT-B-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  OWNER TOTAL ' WS-OWNER-LABEL
               ' OPEN ' WS-COUNT-EDIT
               ' OVER 7 DAYS ' WS-COUNT-B-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.

       REPORT-ONE-EXCEPTION.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) -
               FUNCTION INTEGER-OF-DATE(SX-RAISED-DATE).
           EVALUATE TRUE
               WHEN WS-AGE-DAYS >= 30
                   MOVE '30+ DAYS' TO WS-BUCKET-LABEL
                   ADD 1 TO WS-TOTAL-OVER-30
               WHEN WS-AGE-DAYS >= 14
                   MOVE '14 DAYS' TO WS-BUCKET-LABEL
               WHEN WS-AGE-DAYS >= 7
                   MOVE '7 DAYS' TO WS-BUCKET-LABEL
               WHEN OTHER
                   MOVE 'CURRENT' TO WS-BUCKET-LABEL
           END-EVALUATE.
           ADD 1 TO WS-OWNER-OPEN.
           ADD 1 TO WS-SOURCE-OPEN.
           IF WS-AGE-DAYS >= 7 THEN
               ADD 1 TO WS-OWNER-OVER-7
               ADD 1 TO WS-SOURCE-OVER-7
           END-IF.
           IF SX-OWNER-ID = SPACES THEN
               ADD 1 TO WS-TOTAL-UNASSIGNED
           END-IF.
           IF SX-SEVERITY-HIGH THEN
               ADD 1 TO WS-TOTAL-HIGH
           END-IF.
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
           MOVE SX-TIMES-RAISED TO WS-TIMES-EDIT.
           MOVE SX-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '     ' SX-EXCEPTION-ID ' ' SX-SEVERITY
               ' ' WS-AGE-EDIT ' ' WS-BUCKET-LABEL
               ' ' WS-TIMES-EDIT ' ' WS-AMOUNT-EDIT
               ' ' SX-EXCEPTION-KEY ' ' SX-DESCRIPTION
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM RETURN-NEXT-SORTED-EXCEPTION.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-ITEMS-OPEN TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OPEN EXCEPTIONS: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-TOTAL-UNASSIGNED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'UNASSIGNED: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-TOTAL-HIGH TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'HIGH SEVERITY: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-TOTAL-OVER-30 TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OVER 30 DAYS: ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE.

       PRODUCE-AGING-REPORT-EXIT.
           EXIT.

       END PROGRAM EXCEPTION-AGE-RPT.
