       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-ADJ-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-PARMS ASSIGN TO 'PPARPTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PRIOR-PERIOD-LOG ASSIGN TO 'PPALOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPA-LOG-STATUS.

           SELECT ADJUSTMENT-SORT-FILE ASSIGN TO 'SORTWK01'.

           SELECT ADJUSTMENT-REPORT ASSIGN TO 'PPARPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-PARMS.
       01  REPORT-PARM-RECORD.
           05  RP-PERIOD-ID        PIC X(06).

       FD  PRIOR-PERIOD-LOG.
       COPY 'prior-period-adj.cpy'.

      *    ONE RECORD PER ADJUSTMENT POSTED INTO THE PERIOD UNDER
      *    REVIEW, GROUPED BY THE CLOSED PERIOD IT WAS DATED IN.
       SD  ADJUSTMENT-SORT-FILE.
       01  ADJUSTMENT-SORT-RECORD.
           05  SA-ORIGINAL-PERIOD  PIC X(06).
           05  SA-PROGRAM-ID       PIC X(18).
           05  SA-TOTAL-TYPE       PIC X(10).
           05  SA-POSTING-DATE     PIC 9(8).
           05  SA-RUN-DATE         PIC 9(8).
           05  SA-MEMBER-ID        PIC X(08).
           05  SA-AMOUNT           PIC S9(7)V9(2).

       FD  ADJUSTMENT-REPORT.
       01  ADJUSTMENT-REPORT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'PERIOD-ADJ-RPT'.
           01  WS-PARM-STATUS      PIC X(02).
           01  WS-PPA-LOG-STATUS   PIC X(02).
           01  WS-SCAN-EOF-SWITCH  PIC X(01).
               88  END-OF-SCAN             VALUE 'Y'.
           01  WS-SORTED-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-SORTED-ADJUSTMENTS VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-ZERO-DATE        PIC 9(8) VALUE 0.
           01  WS-REVIEW-PERIOD    PIC X(06).
           01  WS-ADJUSTMENT-FLAG  PIC X(01).
           01  WS-ORIGINAL-PERIOD  PIC X(06).
           01  WS-CURRENT-ORIGINAL PIC X(06).
           01  WS-ORIGINAL-LABEL   PIC X(10).
           01  WS-AMOUNT-EDIT      PIC -ZZZZZZ9.99.
           01  WS-COUNT-EDIT       PIC ZZZZZZ9.
           01  WS-REPORT-LINE      PIC X(132).
           01  WS-ENTRIES-READ     PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-LISTED   PIC 9(7) COMP VALUE 0.
           01  WS-ZERO-COUNT       PIC 9(7) COMP VALUE 0.
           01  WS-CURRENT-PROGRAM  PIC X(18).
           01  WS-CURRENT-TYPE     PIC X(10).
           01  WS-ORIGINAL-COUNT   PIC 9(7) COMP.
           01  WS-TYPE-COUNT       PIC 9(7) COMP.
           01  WS-TYPE-AMOUNT      PIC S9(7)V9(2).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM SET-REVIEW-PERIOD.
           SORT ADJUSTMENT-SORT-FILE
               ON ASCENDING KEY SA-ORIGINAL-PERIOD SA-PROGRAM-ID
                   SA-TOTAL-TYPE SA-POSTING-DATE SA-MEMBER-ID
               INPUT PROCEDURE IS EXTRACT-PERIOD-ADJUSTMENTS
               OUTPUT PROCEDURE IS PRODUCE-ADJUSTMENT-REPORT.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-ENTRIES-READ, WS-ENTRIES-LISTED, WS-ZERO-COUNT.
           DISPLAY 'PERIOD-ADJ-RPT: PERIOD ' WS-REVIEW-PERIOD
               ' ENTRIES READ ' WS-ENTRIES-READ
               ' LISTED ' WS-ENTRIES-LISTED.
           GOBACK.

      *    FINANCE NAMES THE PERIOD ON THE PARM CARD WHEN REVIEWING
      *    ONE ALREADY PAST; WITHOUT IT THE REPORT COVERS THE CURRENT
      *    PERIOD - THE ONE ABOUT TO BE CLOSED.
       SET-REVIEW-PERIOD.
           MOVE SPACES TO WS-REVIEW-PERIOD.
           OPEN INPUT REPORT-PARMS.
           IF WS-PARM-STATUS = '00' THEN
               READ REPORT-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RP-PERIOD-ID TO WS-REVIEW-PERIOD
               END-READ
               CLOSE REPORT-PARMS
           END-IF.
           IF WS-REVIEW-PERIOD = SPACES THEN
               CALL 'ACCT-PERIOD' USING WS-ZERO-DATE,
                   WS-REVIEW-PERIOD, WS-ADJUSTMENT-FLAG,
                   WS-ORIGINAL-PERIOD
           END-IF.

      *****************************************************************
      *    ONLY ADJUSTMENTS POSTED INTO THE PERIOD UNDER REVIEW ARE
      *    LISTED. NO LOG YET MEANS NOTHING HAS BEEN MOVED OUT OF A
      *    CLOSED PERIOD AND THE REPORT SAYS SO.
      *****************************************************************
       EXTRACT-PERIOD-ADJUSTMENTS SECTION.
       EXTRACT-PERIOD-ADJUSTMENTS-START.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT PRIOR-PERIOD-LOG.
           IF WS-PPA-LOG-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-IF.
           PERFORM RELEASE-ONE-ADJUSTMENT UNTIL END-OF-SCAN.
           IF WS-PPA-LOG-STATUS = '00'
                   OR WS-PPA-LOG-STATUS = '10' THEN
               CLOSE PRIOR-PERIOD-LOG
           END-IF.
           GO TO EXTRACT-PERIOD-ADJUSTMENTS-EXIT.

       RELEASE-ONE-ADJUSTMENT.
           READ PRIOR-PERIOD-LOG
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
                   IF PA-POSTED-PERIOD = WS-REVIEW-PERIOD
                       PERFORM RELEASE-PERIOD-ADJUSTMENT
                   END-IF
           END-READ.

       RELEASE-PERIOD-ADJUSTMENT.
           MOVE PA-ORIGINAL-PERIOD TO SA-ORIGINAL-PERIOD.
           MOVE PA-PROGRAM-ID TO SA-PROGRAM-ID.
           MOVE PA-TOTAL-TYPE TO SA-TOTAL-TYPE.
           MOVE PA-POSTING-DATE TO SA-POSTING-DATE.
           MOVE PA-RUN-DATE TO SA-RUN-DATE.
           MOVE PA-MEMBER-ID TO SA-MEMBER-ID.
           MOVE PA-AMOUNT TO SA-AMOUNT.
           RELEASE ADJUSTMENT-SORT-RECORD.
           ADD 1 TO WS-ENTRIES-LISTED.

       EXTRACT-PERIOD-ADJUSTMENTS-EXIT.
           EXIT.

      *****************************************************************
      *    ONE BLOCK PER CLOSED PERIOD THE POSTINGS WERE DATED IN,
      *    BROKEN BY PROGRAM AND TOTAL TYPE. ONE POSTING TOUCHES MORE
      *    THAN ONE TYPE (A PAYMENT IS BOTH PAYMENTS AND BALREDUCE),
      *    SO AMOUNTS ARE TOTALLED BY TYPE ONLY, THE WAY GL-EXTRACT
      *    JOURNALS THEM. A POSTING DATED BEFORE THE CALENDAR BEGAN
      *    SHOWS UNDER 'NONE'.
      *****************************************************************
       PRODUCE-ADJUSTMENT-REPORT SECTION.
       PRODUCE-ADJUSTMENT-REPORT-START.
           OPEN OUTPUT ADJUSTMENT-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM RETURN-NEXT-SORTED-ADJUSTMENT.
           PERFORM REPORT-ONE-ORIGINAL-PERIOD
               UNTIL END-OF-SORTED-ADJUSTMENTS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE ADJUSTMENT-REPORT.
           GO TO PRODUCE-ADJUSTMENT-REPORT-EXIT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PRIOR-PERIOD ADJUSTMENTS POSTED INTO PERIOD '
               WS-REVIEW-PERIOD ' - RUN DATE ' WS-TODAY-CCYYMMDD
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ADJUSTMENT-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  PROGRAM            TYPE       DATED    '
               'POSTED   MEMBER        AMOUNT'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ADJUSTMENT-REPORT-LINE FROM WS-REPORT-LINE.

       RETURN-NEXT-SORTED-ADJUSTMENT.
           RETURN ADJUSTMENT-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF-SWITCH
           END-RETURN.

       REPORT-ONE-ORIGINAL-PERIOD.
           MOVE SA-ORIGINAL-PERIOD TO WS-CURRENT-ORIGINAL.
           MOVE ZERO TO WS-ORIGINAL-COUNT.
           IF WS-CURRENT-ORIGINAL = SPACES THEN
               MOVE 'NONE' TO WS-ORIGINAL-LABEL
           ELSE
               MOVE WS-CURRENT-ORIGINAL TO WS-ORIGINAL-LABEL
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE ADJUSTMENT-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DATED IN PERIOD: ' WS-ORIGINAL-LABEL
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ADJUSTMENT-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM REPORT-ONE-TOTAL-TYPE
               UNTIL END-OF-SORTED-ADJUSTMENTS
               OR SA-ORIGINAL-PERIOD NOT = WS-CURRENT-ORIGINAL.
           MOVE WS-ORIGINAL-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PERIOD TOTAL ' WS-ORIGINAL-LABEL
               ' ENTRIES ' WS-COUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ADJUSTMENT-REPORT-LINE FROM WS-REPORT-LINE.

       REPORT-ONE-TOTAL-TYPE.
           MOVE SA-PROGRAM-ID TO WS-CURRENT-PROGRAM.
           MOVE SA-TOTAL-TYPE TO WS-CURRENT-TYPE.
           MOVE ZERO TO WS-TYPE-COUNT.
           MOVE ZERO TO WS-TYPE-AMOUNT.
           PERFORM REPORT-ONE-ADJUSTMENT
               UNTIL END-OF-SORTED-ADJUSTMENTS
               OR SA-ORIGINAL-PERIOD NOT = WS-CURRENT-ORIGINAL
               OR SA-PROGRAM-ID NOT = WS-CURRENT-PROGRAM
               OR SA-TOTAL-TYPE NOT = WS-CURRENT-TYPE.
           MOVE WS-TYPE-COUNT TO WS-COUNT-EDIT.
           MOVE WS-TYPE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  TYPE TOTAL ' WS-CURRENT-PROGRAM
               ' ' WS-CURRENT-TYPE
               ' ENTRIES ' WS-COUNT-EDIT
               ' AMOUNT ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ADJUSTMENT-REPORT-LINE FROM WS-REPORT-LINE.

       REPORT-ONE-ADJUSTMENT.
           ADD 1 TO WS-ORIGINAL-COUNT.
           ADD 1 TO WS-TYPE-COUNT.
           ADD SA-AMOUNT TO WS-TYPE-AMOUNT.
           MOVE SA-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ' SA-PROGRAM-ID ' ' SA-TOTAL-TYPE
               ' ' SA-POSTING-DATE ' ' SA-RUN-DATE
               ' ' SA-MEMBER-ID ' ' WS-AMOUNT-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ADJUSTMENT-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM RETURN-NEXT-SORTED-ADJUSTMENT.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE ADJUSTMENT-REPORT-LINE FROM WS-REPORT-LINE.
           IF WS-ENTRIES-LISTED = ZERO THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NO PRIOR-PERIOD ADJUSTMENTS POSTED INTO '
                   'PERIOD ' WS-REVIEW-PERIOD
               INTO WS-REPORT-LINE
               END-STRING
               WRITE ADJUSTMENT-REPORT-LINE FROM WS-REPORT-LINE
           ELSE
               MOVE WS-ENTRIES-LISTED TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ADJUSTMENT ENTRIES: ' WS-COUNT-EDIT
               INTO WS-REPORT-LINE
               END-STRING
               WRITE ADJUSTMENT-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       PRODUCE-ADJUSTMENT-REPORT-EXIT.
           EXIT.

       END PROGRAM PERIOD-ADJ-RPT.
