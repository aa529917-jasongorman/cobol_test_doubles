       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-POLICIES ASSIGN TO 'RETAINPOL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-RETENTION-POLICY-STATUS.

           SELECT RETENTION-ARCHIVE ASSIGN TO 'RETAINARCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RETENTION-ARCHIVE-STATUS.

           SELECT DISPUTE-CASES ASSIGN TO 'DISPCASE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CASE-ID
               FILE STATUS IS WS-DISPUTE-CASE-STATUS.

           SELECT WRITEOFF-LOG ASSIGN TO 'WRITEOFF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WRITEOFF-STATUS.

           SELECT ALERT-LOG ASSIGN TO 'ALERTLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-LOG-STATUS.

           SELECT SPOTLIGHT-LOG ASSIGN TO 'SPOTLIGHTLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-SPOTLIGHT-LOG-STATUS.

           SELECT REMINDER-LOG ASSIGN TO 'REMINDLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-REMINDER-LOG-STATUS.

           SELECT PROMO-REDEMPTIONS ASSIGN TO 'PROMOLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PROMO-LOG-STATUS.

           SELECT MEMBER-AUDIT ASSIGN TO 'MBRAUDIT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-KEY
               FILE STATUS IS WS-MEMBER-AUDIT-STATUS.

           SELECT WAIVER-AUDIT ASSIGN TO 'WAIVERAUD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WA-KEY
               FILE STATUS IS WS-WAIVER-AUDIT-STATUS.

           SELECT TRANSFER-AUDIT ASSIGN TO 'XFERAUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-AUDIT-STATUS.

           SELECT PROVIDER-STATS ASSIGN TO 'PROVSTATS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVIDER-STATS-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT DIGEST-QUEUE ASSIGN TO 'DIGESTQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQ-KEY
               FILE STATUS IS WS-DIGEST-QUEUE-STATUS.

           SELECT RETAIN-WORK ASSIGN TO 'RETAINWORK'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CERTIFICATE-REPORT ASSIGN TO 'RETAINCERT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-POLICIES.
       COPY 'retention-policy.cpy'.

       FD  RETENTION-ARCHIVE.
       COPY 'retention-archive.cpy'.

       FD  DISPUTE-CASES.
       COPY 'dispute-case.cpy'.

       FD  WRITEOFF-LOG.
       COPY 'writeoff-log.cpy'.

       FD  ALERT-LOG.
       COPY 'alert-log.cpy'.

       FD  SPOTLIGHT-LOG.
       COPY 'spotlight-log.cpy'.

       FD  REMINDER-LOG.
       COPY 'reminder-log.cpy'.

       FD  PROMO-REDEMPTIONS.
       COPY 'promo-redemption.cpy'.

       FD  MEMBER-AUDIT.
       COPY 'member-audit.cpy'.

       FD  WAIVER-AUDIT.
       COPY 'waiver-audit.cpy'.

       FD  TRANSFER-AUDIT.
       01  TRANSFER-AUDIT-RECORD.
           05  XA-IMDB-ID          PIC X(10).
           05  XA-FROM-STORE       PIC X(03).
           05  XA-TO-STORE         PIC X(03).
           05  XA-QUANTITY         PIC 9(4).
           05  XA-TRANSFER-TIMESTAMP PIC X(21).
           05  XA-APPROVED-BY      PIC X(08).

       FD  PROVIDER-STATS.
       COPY 'provider-stats.cpy'.

       FD  RUN-CONTROL-FILE.
       COPY 'run-control.cpy'.

       FD  DIGEST-QUEUE.
       COPY 'digest-queue.cpy'.

       FD  RETAIN-WORK.
       01  RETAIN-WORK-RECORD      PIC X(120).

       FD  CERTIFICATE-REPORT.
       01  CERTIFICATE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'RETENTION-RUN'.
           01  WS-RETENTION-POLICY-STATUS PIC X(02).
           01  WS-RETENTION-ARCHIVE-STATUS PIC X(02).
           01  WS-DISPUTE-CASE-STATUS PIC X(02).
           01  WS-WRITEOFF-STATUS  PIC X(02).
           01  WS-ALERT-LOG-STATUS PIC X(02).
           01  WS-SPOTLIGHT-LOG-STATUS PIC X(02).
           01  WS-REMINDER-LOG-STATUS PIC X(02).
           01  WS-PROMO-LOG-STATUS PIC X(02).
           01  WS-MEMBER-AUDIT-STATUS PIC X(02).
           01  WS-WAIVER-AUDIT-STATUS PIC X(02).
           01  WS-TRANSFER-AUDIT-STATUS PIC X(02).
           01  WS-PROVIDER-STATS-STATUS PIC X(02).
           01  WS-RUN-CONTROL-STATUS PIC X(02).
           01  WS-DIGEST-QUEUE-STATUS PIC X(02).
           01  WS-POLICY-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-POLICIES         VALUE 'Y'.
           01  WS-HOLD-EOF-SWITCH  PIC X(01).
               88  END-OF-HOLD-SOURCE      VALUE 'Y'.
           01  WS-SWEEP-EOF-SWITCH PIC X(01).
               88  END-OF-SWEEP-FILE       VALUE 'Y'.
           01  WS-ARCHIVE-EOF-SWITCH PIC X(01).
               88  END-OF-ARCHIVE-SET      VALUE 'Y'.
           01  WS-HOLD-FULL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-HOLD-TABLE-FULL      VALUE 'Y'.
           01  WS-MEMBER-FOUND-SWITCH PIC X(01).
               88  WS-HOLD-MEMBER-FOUND    VALUE 'Y'.
           01  WS-TITLE-FOUND-SWITCH PIC X(01).
               88  WS-HOLD-TITLE-FOUND     VALUE 'Y'.
           01  WS-EXPIRED-SWITCH   PIC X(01).
               88  WS-RECORD-EXPIRED       VALUE 'Y'.
           01  WS-HELD-SWITCH      PIC X(01).
               88  WS-RECORD-HELD          VALUE 'Y'.
           01  WS-UNFINISHED-SWITCH PIC X(01).
               88  WS-RECORD-RUN-UNFINISHED VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-TODAY-PARTS REDEFINES WS-TODAY-CCYYMMDD.
               05  WS-TODAY-YEAR       PIC 9(4).
               05  WS-TODAY-MONTH      PIC 9(2).
               05  WS-TODAY-DAY        PIC 9(2).
           01  WS-CUTOFF-DATE      PIC 9(8).
           01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
               05  WS-CUTOFF-YEAR      PIC 9(4).
               05  WS-CUTOFF-MONTH     PIC 9(2).
               05  WS-CUTOFF-DAY       PIC 9(2).
           01  WS-MONTH-COUNT      PIC 9(7) COMP.
      *    THE FILES THIS RUN KNOWS HOW TO SWEEP, IN CERTIFICATE
      *    ORDER. THE SUBSCRIPT OF EACH IS FIXED IN ITS SWEEP.
           01  WS-RETAINED-FILE-NAMES.
               05  FILLER              PIC X(12) VALUE 'ALERTLOG'.
               05  FILLER              PIC X(12) VALUE 'SPOTLIGHTLOG'.
               05  FILLER              PIC X(12) VALUE 'REMINDLOG'.
               05  FILLER              PIC X(12) VALUE 'PROMOLOG'.
               05  FILLER              PIC X(12) VALUE 'MBRAUDIT'.
               05  FILLER              PIC X(12) VALUE 'WAIVERAUD'.
               05  FILLER              PIC X(12) VALUE 'XFERAUDIT'.
               05  FILLER              PIC X(12) VALUE 'PROVSTATS'.
               05  FILLER              PIC X(12) VALUE 'RUNCTL'.
               05  FILLER              PIC X(12) VALUE 'DIGESTQ'.
           01  WS-RETAINED-FILE-TABLE REDEFINES WS-RETAINED-FILE-NAMES.
               05  WS-RF-FILE-ID       PIC X(12) OCCURS 10 TIMES.
           01  WS-FILE-MAX         PIC 9(2) COMP VALUE 10.
           01  WS-FILE-IDX         PIC 9(2) COMP.
           01  WS-FILE-COUNT-TABLE.
               05  WS-FC-ENTRY OCCURS 10 TIMES.
                   10  WS-FC-PRESENT-FLAG  PIC X(01).
                       88  WS-FC-FILE-PRESENT      VALUE 'Y'.
                   10  WS-FC-READ          PIC 9(7) COMP.
                   10  WS-FC-KEPT          PIC 9(7) COMP.
                   10  WS-FC-HELD          PIC 9(7) COMP.
                   10  WS-FC-NO-POLICY     PIC 9(7) COMP.
                   10  WS-FC-ARCHIVED      PIC 9(7) COMP.
                   10  WS-FC-PURGED        PIC 9(7) COMP.
      *    THE RETENTION SCHEDULE, WITH THE CUTOFF DATE EACH ENTRY
      *    GIVES FOR THIS RUN.
           01  WS-POLICY-MAX       PIC 9(3) COMP VALUE 50.
           01  WS-POLICY-COUNT     PIC 9(3) COMP VALUE 0.
           01  WS-POLICY-IDX       PIC 9(3) COMP.
           01  WS-POLICY-MATCH     PIC 9(3) COMP.
           01  WS-LOOKUP-CLASS     PIC X(02).
           01  WS-POLICY-TABLE.
               05  WS-PT-ENTRY OCCURS 50 TIMES.
                   10  WS-PT-FILE-ID       PIC X(12).
                   10  WS-PT-CLASS         PIC X(02).
                   10  WS-PT-KEEP-MONTHS   PIC 9(3).
                   10  WS-PT-DISPOSITION   PIC X(01).
                       88  WS-PT-ARCHIVE           VALUE 'A'.
                   10  WS-PT-AUTHORITY     PIC X(30).
                   10  WS-PT-CUTOFF        PIC 9(8).
      *    MEMBERS WITH AN OPEN DISPUTE CASE OR AN OPEN WRITE-OFF,
      *    AND TITLES UNDER AN OPEN DISPUTE. THEIR RECORDS ARE
      *    EVIDENCE AND STAY WHATEVER THEIR AGE.
           01  WS-HOLD-MEMBER-MAX  PIC 9(4) COMP VALUE 2000.
           01  WS-HOLD-MEMBER-COUNT PIC 9(4) COMP VALUE 0.
           01  WS-HOLD-MEMBER-IDX  PIC 9(4) COMP.
           01  WS-HOLD-MEMBER-TABLE.
               05  WS-HM-MEMBER-ID     PIC X(08) OCCURS 2000 TIMES.
           01  WS-HOLD-TITLE-MAX   PIC 9(4) COMP VALUE 500.
           01  WS-HOLD-TITLE-COUNT PIC 9(4) COMP VALUE 0.
           01  WS-HOLD-TITLE-IDX   PIC 9(4) COMP.
           01  WS-HOLD-TITLE-TABLE.
               05  WS-HT-IMDB-ID       PIC X(10) OCCURS 500 TIMES.
           01  WS-LOOKUP-MEMBER    PIC X(08).
           01  WS-LOOKUP-TITLE     PIC X(10).
      *    THE RECORD UNDER JUDGEMENT, LIFTED OUT OF WHICHEVER FILE
      *    IS BEING SWEPT.
           01  WS-RECORD-DATE      PIC 9(8).
           01  WS-RECORD-CLASS     PIC X(02).
           01  WS-RECORD-MEMBER    PIC X(08).
           01  WS-RECORD-TITLE     PIC X(10).
           01  WS-RECORD-IMAGE     PIC X(120).
           01  WS-ARCHIVE-SEQUENCE PIC 9(7).
           01  WS-RECORDS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-RECORDS-KEPT     PIC 9(7) COMP VALUE 0.
           01  WS-RECORDS-HELD     PIC 9(7) COMP VALUE 0.
           01  WS-RECORDS-NO-POLICY PIC 9(7) COMP VALUE 0.
           01  WS-RECORDS-ARCHIVED PIC 9(7) COMP VALUE 0.
           01  WS-RECORDS-PURGED   PIC 9(7) COMP VALUE 0.
           01  WS-RECORDS-REMOVED  PIC 9(7) COMP VALUE 0.
           01  WS-FILE-REMOVED     PIC 9(7) COMP.
           01  WS-READ-EDIT        PIC Z(8)9.
           01  WS-KEPT-EDIT        PIC Z(8)9.
           01  WS-HELD-EDIT        PIC Z(8)9.
           01  WS-NO-POLICY-EDIT   PIC Z(8)9.
           01  WS-ARCHIVED-EDIT    PIC Z(8)9.
           01  WS-PURGED-EDIT      PIC Z(8)9.
           01  WS-REMOVED-EDIT     PIC Z(8)9.
           01  WS-MONTHS-EDIT      PIC ZZ9.
           01  WS-HOLD-COUNT-EDIT  PIC ZZZ9.
           01  WS-HOLD-TITLE-EDIT  PIC ZZZ9.
           01  WS-CLASS-TEXT       PIC X(05).
           01  WS-DISPOSITION-TEXT PIC X(08).
           01  WS-REPORT-LINE      PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           INITIALIZE WS-FILE-COUNT-TABLE.
           PERFORM LOAD-POLICY-TABLE.
           IF WS-POLICY-COUNT = ZERO THEN
               DISPLAY 'RETENTION-RUN: NO RETENTION POLICY ON '
                   'RETAINPOL - NOTHING REMOVED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-LEGAL-HOLDS.
           IF WS-HOLD-TABLE-FULL THEN
               DISPLAY 'RETENTION-RUN: MORE RECORDS UNDER HOLD THAN '
                   'THE HOLD TABLE TAKES - NOTHING REMOVED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-RETENTION-ARCHIVE.
           PERFORM SWEEP-ALERT-LOG.
           PERFORM SWEEP-SPOTLIGHT-LOG.
           PERFORM SWEEP-REMINDER-LOG.
           PERFORM SWEEP-PROMO-REDEMPTIONS.
           PERFORM SWEEP-MEMBER-AUDIT.
           PERFORM SWEEP-WAIVER-AUDIT.
           PERFORM SWEEP-TRANSFER-AUDIT.
           PERFORM SWEEP-PROVIDER-STATS.
           PERFORM SWEEP-DIGEST-QUEUE.
           PERFORM SUM-FILE-COUNTS.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-RECORDS-READ, WS-RECORDS-REMOVED, WS-RECORDS-HELD.
      *    RUN-CONTROL HOLDS RUNCTL OPEN FROM THE START OF THE RUN
      *    UNTIL RUN-CONTROL-END, SO THAT FILE IS SWEPT LAST. ITS
      *    COUNTS APPEAR ON THE CERTIFICATE BUT NOT IN THIS RUN'S
      *    OWN RUN-CONTROL RECORD.
           PERFORM SWEEP-RUN-CONTROL.
           CLOSE RETENTION-ARCHIVE.
           PERFORM SUM-FILE-COUNTS.
           PERFORM WRITE-RETENTION-CERTIFICATE.
           DISPLAY 'RETENTION-RUN: RECORDS READ ' WS-RECORDS-READ
               ' ARCHIVED ' WS-RECORDS-ARCHIVED
               ' PURGED ' WS-RECORDS-PURGED
               ' HELD ' WS-RECORDS-HELD
               ' NO POLICY ' WS-RECORDS-NO-POLICY.
           GOBACK.

       OPEN-RETENTION-ARCHIVE.
           OPEN I-O RETENTION-ARCHIVE.
           IF WS-RETENTION-ARCHIVE-STATUS = '35' THEN
               OPEN OUTPUT RETENTION-ARCHIVE
               CLOSE RETENTION-ARCHIVE
               OPEN I-O RETENTION-ARCHIVE
           END-IF.

      *****************************************************************
      *    THE SCHEDULE IS LOADED ONCE AND EACH ENTRY'S CUTOFF WORKED
      *    OUT FOR TODAY: A RECORD DATED BEFORE THE CUTOFF HAS BEEN
      *    KEPT ITS FULL PERIOD. AN ENTRY THE TABLE CANNOT TAKE IS
      *    LEFT OUT, WHICH ONLY MEANS ITS RECORDS STAY ANOTHER MONTH.
      *****************************************************************
       LOAD-POLICY-TABLE.
           OPEN INPUT RETENTION-POLICIES.
           IF WS-RETENTION-POLICY-STATUS = '00' THEN
               PERFORM READ-NEXT-POLICY
               PERFORM STORE-ONE-POLICY UNTIL END-OF-POLICIES
               CLOSE RETENTION-POLICIES
           END-IF.

       READ-NEXT-POLICY.
           READ RETENTION-POLICIES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-POLICY-EOF-SWITCH
           END-READ.

       STORE-ONE-POLICY.
           IF WS-POLICY-COUNT < WS-POLICY-MAX THEN
               ADD 1 TO WS-POLICY-COUNT
               MOVE RP-FILE-ID TO WS-PT-FILE-ID(WS-POLICY-COUNT)
               MOVE RP-RECORD-CLASS TO WS-PT-CLASS(WS-POLICY-COUNT)
               MOVE RP-KEEP-MONTHS
                   TO WS-PT-KEEP-MONTHS(WS-POLICY-COUNT)
               MOVE RP-DISPOSITION
                   TO WS-PT-DISPOSITION(WS-POLICY-COUNT)
               MOVE RP-AUTHORITY TO WS-PT-AUTHORITY(WS-POLICY-COUNT)
               PERFORM COMPUTE-POLICY-CUTOFF
           ELSE
               DISPLAY 'RETENTION-RUN: POLICY TABLE FULL - '
                   RP-FILE-ID ' ' RP-RECORD-CLASS ' NOT APPLIED'
           END-IF.
           PERFORM READ-NEXT-POLICY.

      *    THE PERIOD RUNS IN WHOLE CALENDAR MONTHS FROM TODAY. A DAY
      *    PAST THE 28TH IS TAKEN BACK TO THE 28TH SO THE CUTOFF IS A
      *    REAL DATE IN EVERY MONTH - A RECORD IS KEPT A FEW DAYS
      *    LONGER RATHER THAN A DAY SHORT.
       COMPUTE-POLICY-CUTOFF.
           COMPUTE WS-MONTH-COUNT = WS-TODAY-YEAR * 12
               + WS-TODAY-MONTH - 1 - RP-KEEP-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH.
           ADD 1 TO WS-CUTOFF-MONTH.
           MOVE WS-TODAY-DAY TO WS-CUTOFF-DAY.
           IF WS-CUTOFF-DAY > 28 THEN
               MOVE 28 TO WS-CUTOFF-DAY
           END-IF.
           MOVE WS-CUTOFF-DATE TO WS-PT-CUTOFF(WS-POLICY-COUNT).

      *****************************************************************
      *    NOTHING TIED TO AN OPEN DISPUTE OR AN OPEN WRITE-OFF MAY
      *    BE DESTROYED WHILE IT IS OPEN. IF THE HOLD LIST CANNOT BE
      *    BUILT IN FULL THE RUN REMOVES NOTHING AT ALL.
      *****************************************************************
       LOAD-LEGAL-HOLDS.
           OPEN INPUT DISPUTE-CASES.
           IF WS-DISPUTE-CASE-STATUS = '00' THEN
               MOVE 'N' TO WS-HOLD-EOF-SWITCH
               PERFORM READ-NEXT-DISPUTE-CASE
               PERFORM NOTE-ONE-DISPUTE-CASE UNTIL END-OF-HOLD-SOURCE
               CLOSE DISPUTE-CASES
           END-IF.
           OPEN INPUT WRITEOFF-LOG.
           IF WS-WRITEOFF-STATUS = '00' THEN
               MOVE 'N' TO WS-HOLD-EOF-SWITCH
               PERFORM READ-NEXT-WRITEOFF
               PERFORM NOTE-ONE-WRITEOFF UNTIL END-OF-HOLD-SOURCE
               CLOSE WRITEOFF-LOG
           END-IF.

       READ-NEXT-DISPUTE-CASE.
           READ DISPUTE-CASES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-READ.

       NOTE-ONE-DISPUTE-CASE.
           IF DC-CASE-OPEN THEN
               MOVE DC-MEMBER-ID TO WS-LOOKUP-MEMBER
               PERFORM ADD-HOLD-MEMBER
               MOVE DC-IMDB-ID TO WS-LOOKUP-TITLE
               PERFORM ADD-HOLD-TITLE
           END-IF.
           PERFORM READ-NEXT-DISPUTE-CASE.

       READ-NEXT-WRITEOFF.
           READ WRITEOFF-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-READ.

       NOTE-ONE-WRITEOFF.
           IF WO-WRITEOFF-OPEN THEN
               MOVE WO-MEMBER-ID TO WS-LOOKUP-MEMBER
               PERFORM ADD-HOLD-MEMBER
           END-IF.
           PERFORM READ-NEXT-WRITEOFF.

       ADD-HOLD-MEMBER.
           PERFORM FIND-HOLD-MEMBER.
           IF NOT WS-HOLD-MEMBER-FOUND THEN
               IF WS-HOLD-MEMBER-COUNT < WS-HOLD-MEMBER-MAX THEN
                   ADD 1 TO WS-HOLD-MEMBER-COUNT
                   MOVE WS-LOOKUP-MEMBER
                       TO WS-HM-MEMBER-ID(WS-HOLD-MEMBER-COUNT)
               ELSE
                   SET WS-HOLD-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       FIND-HOLD-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND-SWITCH.
           PERFORM CHECK-ONE-HOLD-MEMBER
               VARYING WS-HOLD-MEMBER-IDX FROM 1 BY 1
               UNTIL WS-HOLD-MEMBER-IDX > WS-HOLD-MEMBER-COUNT
               OR WS-HOLD-MEMBER-FOUND.

       CHECK-ONE-HOLD-MEMBER.
           IF WS-HM-MEMBER-ID(WS-HOLD-MEMBER-IDX) = WS-LOOKUP-MEMBER
                   THEN
               SET WS-HOLD-MEMBER-FOUND TO TRUE
           END-IF.

       ADD-HOLD-TITLE.
           PERFORM FIND-HOLD-TITLE.
           IF NOT WS-HOLD-TITLE-FOUND THEN
               IF WS-HOLD-TITLE-COUNT < WS-HOLD-TITLE-MAX THEN
                   ADD 1 TO WS-HOLD-TITLE-COUNT
                   MOVE WS-LOOKUP-TITLE
                       TO WS-HT-IMDB-ID(WS-HOLD-TITLE-COUNT)
               ELSE
                   SET WS-HOLD-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       FIND-HOLD-TITLE.
           MOVE 'N' TO WS-TITLE-FOUND-SWITCH.
           PERFORM CHECK-ONE-HOLD-TITLE
               VARYING WS-HOLD-TITLE-IDX FROM 1 BY 1
               UNTIL WS-HOLD-TITLE-IDX > WS-HOLD-TITLE-COUNT
               OR WS-HOLD-TITLE-FOUND.

       CHECK-ONE-HOLD-TITLE.
           IF WS-HT-IMDB-ID(WS-HOLD-TITLE-IDX) = WS-LOOKUP-TITLE THEN
               SET WS-HOLD-TITLE-FOUND TO TRUE
           END-IF.

      *****************************************************************
      *    EVERY SWEEP LIFTS THE RECORD'S DATE, CLASS AND THE MEMBER
      *    OR TITLE IT CONCERNS INTO COMMON FIELDS AND HAS IT JUDGED
      *    HERE. A RECORD IS TAKEN OFF ONLY WHEN A POLICY COVERS IT,
      *    ITS DATE IS BEFORE THAT POLICY'S CUTOFF AND NOTHING HOLDS
      *    IT. A RECORD WITH NO POLICY OR NO READABLE DATE STAYS.
      *****************************************************************
       CLEAR-SWEPT-RECORD.
           MOVE SPACES TO WS-RECORD-CLASS.
           MOVE SPACES TO WS-RECORD-MEMBER.
           MOVE SPACES TO WS-RECORD-TITLE.
           MOVE 'N' TO WS-UNFINISHED-SWITCH.

       JUDGE-SWEPT-RECORD.
           MOVE 'N' TO WS-EXPIRED-SWITCH.
           ADD 1 TO WS-FC-READ(WS-FILE-IDX).
           PERFORM FIND-RECORD-POLICY.
           EVALUATE TRUE
               WHEN WS-POLICY-MATCH = ZERO
                   ADD 1 TO WS-FC-NO-POLICY(WS-FILE-IDX)
               WHEN WS-RECORD-DATE NOT NUMERIC
                   ADD 1 TO WS-FC-KEPT(WS-FILE-IDX)
               WHEN WS-RECORD-DATE NOT < WS-PT-CUTOFF(WS-POLICY-MATCH)
                   ADD 1 TO WS-FC-KEPT(WS-FILE-IDX)
               WHEN OTHER
                   PERFORM CHECK-LEGAL-HOLD
                   IF WS-RECORD-HELD THEN
                       ADD 1 TO WS-FC-HELD(WS-FILE-IDX)
                   ELSE
                       SET WS-RECORD-EXPIRED TO TRUE
                   END-IF
           END-EVALUATE.

      *    A POLICY FOR THE RECORD'S OWN CLASS WINS OVER THE FILE'S
      *    BLANK-CLASS POLICY.
       FIND-RECORD-POLICY.
           MOVE ZERO TO WS-POLICY-MATCH.
           IF WS-RECORD-CLASS NOT = SPACES THEN
               MOVE WS-RECORD-CLASS TO WS-LOOKUP-CLASS
               PERFORM SEARCH-POLICY-TABLE
           END-IF.
           IF WS-POLICY-MATCH = ZERO THEN
               MOVE SPACES TO WS-LOOKUP-CLASS
               PERFORM SEARCH-POLICY-TABLE
           END-IF.

       SEARCH-POLICY-TABLE.
           PERFORM CHECK-ONE-POLICY
               VARYING WS-POLICY-IDX FROM 1 BY 1
               UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
               OR WS-POLICY-MATCH NOT = ZERO.

       CHECK-ONE-POLICY.
           IF WS-PT-FILE-ID(WS-POLICY-IDX) = WS-RF-FILE-ID(WS-FILE-IDX)
                   AND WS-PT-CLASS(WS-POLICY-IDX) = WS-LOOKUP-CLASS THEN
               MOVE WS-POLICY-IDX TO WS-POLICY-MATCH
           END-IF.

      *    A RUN STILL MARKED STARTED ON RUNCTL IS KEPT FOR
      *    RESTART-BUILD WHATEVER ITS AGE.
       CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-HELD-SWITCH.
           IF WS-RECORD-RUN-UNFINISHED THEN
               SET WS-RECORD-HELD TO TRUE
           END-IF.
           IF NOT WS-RECORD-HELD AND WS-RECORD-MEMBER NOT = SPACES THEN
               MOVE WS-RECORD-MEMBER TO WS-LOOKUP-MEMBER
               PERFORM FIND-HOLD-MEMBER
               IF WS-HOLD-MEMBER-FOUND THEN
                   SET WS-RECORD-HELD TO TRUE
               END-IF
           END-IF.
           IF NOT WS-RECORD-HELD AND WS-RECORD-TITLE NOT = SPACES THEN
               MOVE WS-RECORD-TITLE TO WS-LOOKUP-TITLE
               PERFORM FIND-HOLD-TITLE
               IF WS-HOLD-TITLE-FOUND THEN
                   SET WS-RECORD-HELD TO TRUE
               END-IF
           END-IF.

      *    AN EXPIRED RECORD UNDER AN ARCHIVE POLICY IS COPIED TO
      *    RETAINARCH FIRST; IF THE COPY CANNOT BE FILED THE RECORD
      *    IS LEFT ON ITS LIVE FILE FOR NEXT MONTH.
       DISPOSE-OF-EXPIRED-RECORD.
           IF WS-PT-ARCHIVE(WS-POLICY-MATCH) THEN
               PERFORM WRITE-ARCHIVE-RECORD
           ELSE
               ADD 1 TO WS-FC-PURGED(WS-FILE-IDX)
           END-IF.

       WRITE-ARCHIVE-RECORD.
           ADD 1 TO WS-ARCHIVE-SEQUENCE.
           MOVE WS-RF-FILE-ID(WS-FILE-IDX) TO RA-FILE-ID.
           MOVE WS-TODAY-CCYYMMDD TO RA-ARCHIVE-DATE.
           MOVE WS-ARCHIVE-SEQUENCE TO RA-SEQUENCE.
           MOVE WS-RECORD-CLASS TO RA-RECORD-CLASS.
           MOVE WS-RECORD-DATE TO RA-RECORD-DATE.
           MOVE WS-PT-KEEP-MONTHS(WS-POLICY-MATCH) TO RA-KEEP-MONTHS.
           MOVE WS-RECORD-IMAGE TO RA-RECORD-IMAGE.
           WRITE RETENTION-ARCHIVE-RECORD
               INVALID KEY
                   DISPLAY 'RETENTION-RUN: ARCHIVE WRITE FAILED FOR '
                       RA-FILE-ID ' ' RA-SEQUENCE ' - RECORD KEPT'
                   MOVE 'N' TO WS-EXPIRED-SWITCH
                   ADD 1 TO WS-FC-KEPT(WS-FILE-IDX)
               NOT INVALID KEY
                   ADD 1 TO WS-FC-ARCHIVED(WS-FILE-IDX)
           END-WRITE.

      *    A FORCED SECOND RUN ON THE SAME DAY CARRIES ON THE DAY'S
      *    ARCHIVE SEQUENCE FOR THE FILE INSTEAD OF STARTING AGAIN.
       FIND-LAST-ARCHIVE-SEQUENCE.
           MOVE ZERO TO WS-ARCHIVE-SEQUENCE.
           MOVE 'N' TO WS-ARCHIVE-EOF-SWITCH.
           MOVE WS-RF-FILE-ID(WS-FILE-IDX) TO RA-FILE-ID.
           MOVE WS-TODAY-CCYYMMDD TO RA-ARCHIVE-DATE.
           MOVE ZERO TO RA-SEQUENCE.
           START RETENTION-ARCHIVE KEY IS NOT LESS THAN RA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-EOF-SWITCH
           END-START.
           PERFORM READ-NEXT-ARCHIVE-ENTRY UNTIL END-OF-ARCHIVE-SET.

       READ-NEXT-ARCHIVE-ENTRY.
           READ RETENTION-ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-SWITCH
               NOT AT END
                   IF RA-FILE-ID NOT = WS-RF-FILE-ID(WS-FILE-IDX)
                           OR RA-ARCHIVE-DATE NOT = WS-TODAY-CCYYMMDD
                       MOVE 'Y' TO WS-ARCHIVE-EOF-SWITCH
                   ELSE
                       MOVE RA-SEQUENCE TO WS-ARCHIVE-SEQUENCE
                   END-IF
           END-READ.

      *****************************************************************
      *    KEYED LOGS ARE SWEPT IN PLACE: AN EXPIRED RECORD IS
      *    DELETED ONCE IT HAS BEEN ARCHIVED OR WHEN ITS POLICY SAYS
      *    PURGE. A LOG NOT YET CREATED HAS NOTHING TO SWEEP.
      *****************************************************************
       SWEEP-ALERT-LOG.
           MOVE 1 TO WS-FILE-IDX.
           OPEN I-O ALERT-LOG.
           IF WS-ALERT-LOG-STATUS = '00' THEN
               MOVE 'Y' TO WS-FC-PRESENT-FLAG(WS-FILE-IDX)
               PERFORM FIND-LAST-ARCHIVE-SEQUENCE
               MOVE 'N' TO WS-SWEEP-EOF-SWITCH
               PERFORM READ-NEXT-ALERT-LOG
               PERFORM SWEEP-ONE-ALERT-LOG UNTIL END-OF-SWEEP-FILE
               CLOSE ALERT-LOG
           END-IF.

       READ-NEXT-ALERT-LOG.
           READ ALERT-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
           END-READ.

       SWEEP-ONE-ALERT-LOG.
           PERFORM CLEAR-SWEPT-RECORD.
           MOVE AL-TIMESTAMP(1:8) TO WS-RECORD-DATE.
           MOVE AL-MEMBER-ID TO WS-RECORD-MEMBER.
           MOVE ALERT-LOG-RECORD TO WS-RECORD-IMAGE.
           PERFORM JUDGE-SWEPT-RECORD.
           IF WS-RECORD-EXPIRED THEN
               PERFORM DISPOSE-OF-EXPIRED-RECORD
           END-IF.
           IF WS-RECORD-EXPIRED THEN
               DELETE ALERT-LOG RECORD
           END-IF.
           PERFORM READ-NEXT-ALERT-LOG.

       SWEEP-SPOTLIGHT-LOG.
           MOVE 2 TO WS-FILE-IDX.
           OPEN I-O SPOTLIGHT-LOG.
           IF WS-SPOTLIGHT-LOG-STATUS = '00' THEN
               MOVE 'Y' TO WS-FC-PRESENT-FLAG(WS-FILE-IDX)
               PERFORM FIND-LAST-ARCHIVE-SEQUENCE
               MOVE 'N' TO WS-SWEEP-EOF-SWITCH
               PERFORM READ-NEXT-SPOTLIGHT-LOG
               PERFORM SWEEP-ONE-SPOTLIGHT-LOG UNTIL END-OF-SWEEP-FILE
               CLOSE SPOTLIGHT-LOG
           END-IF.

       READ-NEXT-SPOTLIGHT-LOG.
           READ SPOTLIGHT-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
           END-READ.

       SWEEP-ONE-SPOTLIGHT-LOG.
           PERFORM CLEAR-SWEPT-RECORD.
           MOVE SL-TIMESTAMP(1:8) TO WS-RECORD-DATE.
           MOVE SL-MEMBER-ID TO WS-RECORD-MEMBER.
           MOVE SPOTLIGHT-LOG-RECORD TO WS-RECORD-IMAGE.
           PERFORM JUDGE-SWEPT-RECORD.
           IF WS-RECORD-EXPIRED THEN
               PERFORM DISPOSE-OF-EXPIRED-RECORD
           END-IF.
           IF WS-RECORD-EXPIRED THEN
               DELETE SPOTLIGHT-LOG RECORD
           END-IF.
           PERFORM READ-NEXT-SPOTLIGHT-LOG.

       SWEEP-REMINDER-LOG.
           MOVE 3 TO WS-FILE-IDX.
           OPEN I-O REMINDER-LOG.
           IF WS-REMINDER-LOG-STATUS = '00' THEN
               MOVE 'Y' TO WS-FC-PRESENT-FLAG(WS-FILE-IDX)
               PERFORM FIND-LAST-ARCHIVE-SEQUENCE
               MOVE 'N' TO WS-SWEEP-EOF-SWITCH
               PERFORM READ-NEXT-REMINDER-LOG
               PERFORM SWEEP-ONE-REMINDER-LOG UNTIL END-OF-SWEEP-FILE
               CLOSE REMINDER-LOG
           END-IF.

       READ-NEXT-REMINDER-LOG.
           READ REMINDER-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
           END-READ.

       SWEEP-ONE-REMINDER-LOG.
           PERFORM CLEAR-SWEPT-RECORD.
           MOVE RM-SENT-TIMESTAMP(1:8) TO WS-RECORD-DATE.
           MOVE RM-STAGE TO WS-RECORD-CLASS.
           MOVE RM-MEMBER-ID TO WS-RECORD-MEMBER.
           MOVE REMINDER-LOG-RECORD TO WS-RECORD-IMAGE.
           PERFORM JUDGE-SWEPT-RECORD.
           IF WS-RECORD-EXPIRED THEN
               PERFORM DISPOSE-OF-EXPIRED-RECORD
           END-IF.
           IF WS-RECORD-EXPIRED THEN
               DELETE REMINDER-LOG RECORD
           END-IF.
           PERFORM READ-NEXT-REMINDER-LOG.

       SWEEP-PROMO-REDEMPTIONS.
           MOVE 4 TO WS-FILE-IDX.
           OPEN I-O PROMO-REDEMPTIONS.
           IF WS-PROMO-LOG-STATUS = '00' THEN
               MOVE 'Y' TO WS-FC-PRESENT-FLAG(WS-FILE-IDX)
               PERFORM FIND-LAST-ARCHIVE-SEQUENCE
               MOVE 'N' TO WS-SWEEP-EOF-SWITCH
               PERFORM READ-NEXT-PROMO-REDEMPTION
               PERFORM SWEEP-ONE-PROMO-REDEMPTION
                   UNTIL END-OF-SWEEP-FILE
               CLOSE PROMO-REDEMPTIONS
           END-IF.

       READ-NEXT-PROMO-REDEMPTION.
           READ PROMO-REDEMPTIONS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
           END-READ.

       SWEEP-ONE-PROMO-REDEMPTION.
           PERFORM CLEAR-SWEPT-RECORD.
           MOVE PL-REDEEM-TIMESTAMP(1:8) TO WS-RECORD-DATE.
           MOVE PL-MEMBER-ID TO WS-RECORD-MEMBER.
           MOVE PROMO-REDEMPTION-RECORD TO WS-RECORD-IMAGE.
           PERFORM JUDGE-SWEPT-RECORD.
           IF WS-RECORD-EXPIRED THEN
               PERFORM DISPOSE-OF-EXPIRED-RECORD
           END-IF.
           IF WS-RECORD-EXPIRED THEN
               DELETE PROMO-REDEMPTIONS RECORD
           END-IF.
           PERFORM READ-NEXT-PROMO-REDEMPTION.

       SWEEP-MEMBER-AUDIT.
           MOVE 5 TO WS-FILE-IDX.
           OPEN I-O MEMBER-AUDIT.
           IF WS-MEMBER-AUDIT-STATUS = '00' THEN
               MOVE 'Y' TO WS-FC-PRESENT-FLAG(WS-FILE-IDX)
               PERFORM FIND-LAST-ARCHIVE-SEQUENCE
               MOVE 'N' TO WS-SWEEP-EOF-SWITCH
               PERFORM READ-NEXT-MEMBER-AUDIT
               PERFORM SWEEP-ONE-MEMBER-AUDIT UNTIL END-OF-SWEEP-FILE
               CLOSE MEMBER-AUDIT
           END-IF.

       READ-NEXT-MEMBER-AUDIT.
           READ MEMBER-AUDIT NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
           END-READ.

       SWEEP-ONE-MEMBER-AUDIT.
           PERFORM CLEAR-SWEPT-RECORD.
           MOVE MA-CHANGE-TIMESTAMP(1:8) TO WS-RECORD-DATE.
           MOVE MA-ACTION TO WS-RECORD-CLASS.
           MOVE MA-MEMBER-ID TO WS-RECORD-MEMBER.
           MOVE MEMBER-AUDIT-RECORD TO WS-RECORD-IMAGE.
           PERFORM JUDGE-SWEPT-RECORD.
           IF WS-RECORD-EXPIRED THEN
               PERFORM DISPOSE-OF-EXPIRED-RECORD
           END-IF.
           IF WS-RECORD-EXPIRED THEN
               DELETE MEMBER-AUDIT RECORD
           END-IF.
           PERFORM READ-NEXT-MEMBER-AUDIT.

       SWEEP-WAIVER-AUDIT.
           MOVE 6 TO WS-FILE-IDX.
           OPEN I-O WAIVER-AUDIT.
           IF WS-WAIVER-AUDIT-STATUS = '00' THEN
               MOVE 'Y' TO WS-FC-PRESENT-FLAG(WS-FILE-IDX)
               PERFORM FIND-LAST-ARCHIVE-SEQUENCE
               MOVE 'N' TO WS-SWEEP-EOF-SWITCH
               PERFORM READ-NEXT-WAIVER-AUDIT
               PERFORM SWEEP-ONE-WAIVER-AUDIT UNTIL END-OF-SWEEP-FILE
               CLOSE WAIVER-AUDIT
           END-IF.

       READ-NEXT-WAIVER-AUDIT.
           READ WAIVER-AUDIT NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
           END-READ.

       SWEEP-ONE-WAIVER-AUDIT.
           PERFORM CLEAR-SWEPT-RECORD.
           MOVE WA-WAIVER-TIMESTAMP(1:8) TO WS-RECORD-DATE.
           MOVE WA-MEMBER-ID TO WS-RECORD-MEMBER.
           MOVE WAIVER-AUDIT-RECORD TO WS-RECORD-IMAGE.
           PERFORM JUDGE-SWEPT-RECORD.
           IF WS-RECORD-EXPIRED THEN
               PERFORM DISPOSE-OF-EXPIRED-RECORD
           END-IF.
           IF WS-RECORD-EXPIRED THEN
               DELETE WAIVER-AUDIT RECORD
           END-IF.
           PERFORM READ-NEXT-WAIVER-AUDIT.

      *    DIGEST ENTRIES QUEUED BEFORE THE QUEUED DATE WAS CARRIED
      *    HAVE NO DATE AND ARE LEFT FOR NEW-TITLE-BATCH TO CLEAR.
       SWEEP-DIGEST-QUEUE.
           MOVE 10 TO WS-FILE-IDX.
           OPEN I-O DIGEST-QUEUE.
           IF WS-DIGEST-QUEUE-STATUS = '00' THEN
               MOVE 'Y' TO WS-FC-PRESENT-FLAG(WS-FILE-IDX)
               PERFORM FIND-LAST-ARCHIVE-SEQUENCE
               MOVE 'N' TO WS-SWEEP-EOF-SWITCH
               PERFORM READ-NEXT-DIGEST-ENTRY
               PERFORM SWEEP-ONE-DIGEST-ENTRY UNTIL END-OF-SWEEP-FILE
               CLOSE DIGEST-QUEUE
           END-IF.

       READ-NEXT-DIGEST-ENTRY.
           READ DIGEST-QUEUE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
           END-READ.

       SWEEP-ONE-DIGEST-ENTRY.
           PERFORM CLEAR-SWEPT-RECORD.
           MOVE DQ-QUEUED-DATE TO WS-RECORD-DATE.
           MOVE DQ-MEMBER-ID TO WS-RECORD-MEMBER.
           MOVE DIGEST-QUEUE-RECORD TO WS-RECORD-IMAGE.
           PERFORM JUDGE-SWEPT-RECORD.
           IF WS-RECORD-EXPIRED THEN
               PERFORM DISPOSE-OF-EXPIRED-RECORD
           END-IF.
           IF WS-RECORD-EXPIRED THEN
               DELETE DIGEST-QUEUE RECORD
           END-IF.
           PERFORM READ-NEXT-DIGEST-ENTRY.

       SWEEP-RUN-CONTROL.
           MOVE 9 TO WS-FILE-IDX.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = '00' THEN
               MOVE 'Y' TO WS-FC-PRESENT-FLAG(WS-FILE-IDX)
               PERFORM FIND-LAST-ARCHIVE-SEQUENCE
               MOVE 'N' TO WS-SWEEP-EOF-SWITCH
               PERFORM READ-NEXT-RUN-CONTROL
               PERFORM SWEEP-ONE-RUN-CONTROL UNTIL END-OF-SWEEP-FILE
               CLOSE RUN-CONTROL-FILE
           END-IF.

       READ-NEXT-RUN-CONTROL.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
           END-READ.

       SWEEP-ONE-RUN-CONTROL.
           PERFORM CLEAR-SWEPT-RECORD.
           MOVE RL-START-TIMESTAMP(1:8) TO WS-RECORD-DATE.
           MOVE RL-RUN-STATUS TO WS-RECORD-CLASS.
           IF RL-RUN-STARTED THEN
               SET WS-RECORD-RUN-UNFINISHED TO TRUE
           END-IF.
           MOVE RUN-CONTROL-RECORD TO WS-RECORD-IMAGE.
           PERFORM JUDGE-SWEPT-RECORD.
           IF WS-RECORD-EXPIRED THEN
               PERFORM DISPOSE-OF-EXPIRED-RECORD
           END-IF.
           IF WS-RECORD-EXPIRED THEN
               DELETE RUN-CONTROL-FILE RECORD
           END-IF.
           PERFORM READ-NEXT-RUN-CONTROL.

      *****************************************************************
      *    A SEQUENTIAL LOG CANNOT LOSE A RECORD IN PLACE. ITS KEPT
      *    RECORDS ARE WRITTEN TO RETAINWORK AS IT IS SWEPT AND ARE
      *    COPIED BACK OVER THE LOG ONLY WHEN SOMETHING WAS TAKEN OFF.
      *    TRANSFER RECORDS ARE HELD BY THE TITLE UNDER DISPUTE.
      *****************************************************************
       SWEEP-TRANSFER-AUDIT.
           MOVE 7 TO WS-FILE-IDX.
           OPEN INPUT TRANSFER-AUDIT.
           IF WS-TRANSFER-AUDIT-STATUS = '00' THEN
               MOVE 'Y' TO WS-FC-PRESENT-FLAG(WS-FILE-IDX)
               PERFORM FIND-LAST-ARCHIVE-SEQUENCE
               OPEN OUTPUT RETAIN-WORK
               MOVE 'N' TO WS-SWEEP-EOF-SWITCH
               PERFORM READ-NEXT-TRANSFER-AUDIT
               PERFORM SWEEP-ONE-TRANSFER-AUDIT
                   UNTIL END-OF-SWEEP-FILE
               CLOSE TRANSFER-AUDIT
               CLOSE RETAIN-WORK
               COMPUTE WS-FILE-REMOVED = WS-FC-ARCHIVED(WS-FILE-IDX)
                   + WS-FC-PURGED(WS-FILE-IDX)
               IF WS-FILE-REMOVED > ZERO THEN
                   PERFORM REPLACE-TRANSFER-AUDIT
               END-IF
           END-IF.

       READ-NEXT-TRANSFER-AUDIT.
           READ TRANSFER-AUDIT
               AT END
                   MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
           END-READ.

       SWEEP-ONE-TRANSFER-AUDIT.
           PERFORM CLEAR-SWEPT-RECORD.
           MOVE XA-TRANSFER-TIMESTAMP(1:8) TO WS-RECORD-DATE.
           MOVE XA-IMDB-ID TO WS-RECORD-TITLE.
           MOVE TRANSFER-AUDIT-RECORD TO WS-RECORD-IMAGE.
           PERFORM JUDGE-SWEPT-RECORD.
           IF WS-RECORD-EXPIRED THEN
               PERFORM DISPOSE-OF-EXPIRED-RECORD
           END-IF.
           IF NOT WS-RECORD-EXPIRED THEN
               WRITE RETAIN-WORK-RECORD FROM TRANSFER-AUDIT-RECORD
           END-IF.
           PERFORM READ-NEXT-TRANSFER-AUDIT.

       REPLACE-TRANSFER-AUDIT.
           OPEN INPUT RETAIN-WORK.
           OPEN OUTPUT TRANSFER-AUDIT.
           MOVE 'N' TO WS-SWEEP-EOF-SWITCH.
           PERFORM READ-NEXT-RETAINED-RECORD.
           PERFORM COPY-BACK-TRANSFER-AUDIT UNTIL END-OF-SWEEP-FILE.
           CLOSE RETAIN-WORK.
           CLOSE TRANSFER-AUDIT.

       COPY-BACK-TRANSFER-AUDIT.
           MOVE RETAIN-WORK-RECORD TO TRANSFER-AUDIT-RECORD.
           WRITE TRANSFER-AUDIT-RECORD.
           PERFORM READ-NEXT-RETAINED-RECORD.

       READ-NEXT-RETAINED-RECORD.
           READ RETAIN-WORK
               AT END
                   MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
           END-READ.

       SWEEP-PROVIDER-STATS.
           MOVE 8 TO WS-FILE-IDX.
           OPEN INPUT PROVIDER-STATS.
           IF WS-PROVIDER-STATS-STATUS = '00' THEN
               MOVE 'Y' TO WS-FC-PRESENT-FLAG(WS-FILE-IDX)
               PERFORM FIND-LAST-ARCHIVE-SEQUENCE
               OPEN OUTPUT RETAIN-WORK
               MOVE 'N' TO WS-SWEEP-EOF-SWITCH
               PERFORM READ-NEXT-PROVIDER-STATS
               PERFORM SWEEP-ONE-PROVIDER-STATS
                   UNTIL END-OF-SWEEP-FILE
               CLOSE PROVIDER-STATS
               CLOSE RETAIN-WORK
               COMPUTE WS-FILE-REMOVED = WS-FC-ARCHIVED(WS-FILE-IDX)
                   + WS-FC-PURGED(WS-FILE-IDX)
               IF WS-FILE-REMOVED > ZERO THEN
                   PERFORM REPLACE-PROVIDER-STATS
               END-IF
           END-IF.

       READ-NEXT-PROVIDER-STATS.
           READ PROVIDER-STATS
               AT END
                   MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
           END-READ.

       SWEEP-ONE-PROVIDER-STATS.
           PERFORM CLEAR-SWEPT-RECORD.
           MOVE PS-RUN-TIMESTAMP(1:8) TO WS-RECORD-DATE.
           MOVE PROVIDER-STATS-RECORD TO WS-RECORD-IMAGE.
           PERFORM JUDGE-SWEPT-RECORD.
           IF WS-RECORD-EXPIRED THEN
               PERFORM DISPOSE-OF-EXPIRED-RECORD
           END-IF.
           IF NOT WS-RECORD-EXPIRED THEN
               WRITE RETAIN-WORK-RECORD FROM PROVIDER-STATS-RECORD
           END-IF.
           PERFORM READ-NEXT-PROVIDER-STATS.

       REPLACE-PROVIDER-STATS.
           OPEN INPUT RETAIN-WORK.
           OPEN OUTPUT PROVIDER-STATS.
           MOVE 'N' TO WS-SWEEP-EOF-SWITCH.
           PERFORM READ-NEXT-RETAINED-RECORD.
           PERFORM COPY-BACK-PROVIDER-STATS UNTIL END-OF-SWEEP-FILE.
           CLOSE RETAIN-WORK.
           CLOSE PROVIDER-STATS.

       COPY-BACK-PROVIDER-STATS.
           MOVE RETAIN-WORK-RECORD TO PROVIDER-STATS-RECORD.
           WRITE PROVIDER-STATS-RECORD.
           PERFORM READ-NEXT-RETAINED-RECORD.

       SUM-FILE-COUNTS.
           MOVE ZERO TO WS-RECORDS-READ.
           MOVE ZERO TO WS-RECORDS-KEPT.
           MOVE ZERO TO WS-RECORDS-HELD.
           MOVE ZERO TO WS-RECORDS-NO-POLICY.
           MOVE ZERO TO WS-RECORDS-ARCHIVED.
           MOVE ZERO TO WS-RECORDS-PURGED.
           PERFORM ADD-ONE-FILE-COUNT
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-MAX.
           COMPUTE WS-RECORDS-REMOVED =
               WS-RECORDS-ARCHIVED + WS-RECORDS-PURGED.

       ADD-ONE-FILE-COUNT.
           ADD WS-FC-READ(WS-FILE-IDX) TO WS-RECORDS-READ.
           ADD WS-FC-KEPT(WS-FILE-IDX) TO WS-RECORDS-KEPT.
           ADD WS-FC-HELD(WS-FILE-IDX) TO WS-RECORDS-HELD.
           ADD WS-FC-NO-POLICY(WS-FILE-IDX) TO WS-RECORDS-NO-POLICY.
           ADD WS-FC-ARCHIVED(WS-FILE-IDX) TO WS-RECORDS-ARCHIVED.
           ADD WS-FC-PURGED(WS-FILE-IDX) TO WS-RECORDS-PURGED.

      *****************************************************************
      *    THE RETENTION CERTIFICATE GOES TO THE AUDITORS: THE
      *    SCHEDULE AS APPLIED, WHAT WAS REMOVED FROM EACH FILE AND
      *    HOW, WHAT WAS KEPT UNDER HOLD, AND A SIGN-OFF.
      *****************************************************************
       WRITE-RETENTION-CERTIFICATE.
           OPEN OUTPUT CERTIFICATE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RECORDS RETENTION CERTIFICATE - RUN DATE '
               WS-TODAY-CCYYMMDD
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE 'RETENTION SCHEDULE APPLIED' TO WS-REPORT-LINE.
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  FILE         CLASS  KEEP MONTHS  DISPOSITION'
               '  CUTOFF    AUTHORITY'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM WRITE-ONE-POLICY-LINE
               VARYING WS-POLICY-IDX FROM 1 BY 1
               UNTIL WS-POLICY-IDX > WS-POLICY-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE 'RECORDS BY FILE' TO WS-REPORT-LINE.
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  FILE        ' '      READ' '      KEPT'
               '      HELD' ' NO POLICY' '  ARCHIVED' '    PURGED'
               '   REMOVED'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM WRITE-ONE-FILE-LINE
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-MAX.
           MOVE WS-RECORDS-READ TO WS-READ-EDIT.
           MOVE WS-RECORDS-KEPT TO WS-KEPT-EDIT.
           MOVE WS-RECORDS-HELD TO WS-HELD-EDIT.
           MOVE WS-RECORDS-NO-POLICY TO WS-NO-POLICY-EDIT.
           MOVE WS-RECORDS-ARCHIVED TO WS-ARCHIVED-EDIT.
           MOVE WS-RECORDS-PURGED TO WS-PURGED-EDIT.
           MOVE WS-RECORDS-REMOVED TO WS-REMOVED-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  TOTAL       ' ' ' WS-READ-EDIT ' ' WS-KEPT-EDIT
               ' ' WS-HELD-EDIT ' ' WS-NO-POLICY-EDIT
               ' ' WS-ARCHIVED-EDIT ' ' WS-PURGED-EDIT
               ' ' WS-REMOVED-EDIT
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM WRITE-CERTIFICATE-STATEMENT.
           CLOSE CERTIFICATE-REPORT.

       WRITE-ONE-POLICY-LINE.
           IF WS-PT-CLASS(WS-POLICY-IDX) = SPACES THEN
               MOVE 'ALL' TO WS-CLASS-TEXT
           ELSE
               MOVE WS-PT-CLASS(WS-POLICY-IDX) TO WS-CLASS-TEXT
           END-IF.
           IF WS-PT-ARCHIVE(WS-POLICY-IDX) THEN
               MOVE 'ARCHIVE' TO WS-DISPOSITION-TEXT
           ELSE
               MOVE 'PURGE' TO WS-DISPOSITION-TEXT
           END-IF.
           MOVE WS-PT-KEEP-MONTHS(WS-POLICY-IDX) TO WS-MONTHS-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ' WS-PT-FILE-ID(WS-POLICY-IDX) ' '
               WS-CLASS-TEXT '  ' WS-MONTHS-EDIT '          '
               WS-DISPOSITION-TEXT '     '
               WS-PT-CUTOFF(WS-POLICY-IDX) '  '
               WS-PT-AUTHORITY(WS-POLICY-IDX)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-ONE-FILE-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-FC-FILE-PRESENT(WS-FILE-IDX) THEN
               MOVE WS-FC-READ(WS-FILE-IDX) TO WS-READ-EDIT
               MOVE WS-FC-KEPT(WS-FILE-IDX) TO WS-KEPT-EDIT
               MOVE WS-FC-HELD(WS-FILE-IDX) TO WS-HELD-EDIT
               MOVE WS-FC-NO-POLICY(WS-FILE-IDX) TO WS-NO-POLICY-EDIT
               MOVE WS-FC-ARCHIVED(WS-FILE-IDX) TO WS-ARCHIVED-EDIT
               MOVE WS-FC-PURGED(WS-FILE-IDX) TO WS-PURGED-EDIT
               COMPUTE WS-FILE-REMOVED = WS-FC-ARCHIVED(WS-FILE-IDX)
                   + WS-FC-PURGED(WS-FILE-IDX)
               MOVE WS-FILE-REMOVED TO WS-REMOVED-EDIT
               STRING '  ' WS-RF-FILE-ID(WS-FILE-IDX)
                   ' ' WS-READ-EDIT ' ' WS-KEPT-EDIT
                   ' ' WS-HELD-EDIT ' ' WS-NO-POLICY-EDIT
                   ' ' WS-ARCHIVED-EDIT ' ' WS-PURGED-EDIT
                   ' ' WS-REMOVED-EDIT
               INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING '  ' WS-RF-FILE-ID(WS-FILE-IDX)
                   ' FILE NOT PRESENT - NOTHING REMOVED'
               INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-CERTIFICATE-STATEMENT.
           MOVE WS-HOLD-MEMBER-COUNT TO WS-HOLD-COUNT-EDIT.
           MOVE WS-HOLD-TITLE-COUNT TO WS-HOLD-TITLE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.
           STRING 'MEMBERS UNDER HOLD ' WS-HOLD-COUNT-EDIT
               ' (OPEN DISPUTE OR OPEN WRITE-OFF)   TITLES UNDER HOLD '
               WS-HOLD-TITLE-EDIT ' (OPEN DISPUTE)'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE 'EVERY RECORD COUNTED AS ARCHIVED OR PURGED WAS OLDER'
               TO WS-REPORT-LINE.
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'THAN THE CUTOFF OF ITS POLICY ABOVE AND WAS NOT '
               'TIED TO AN OPEN DISPUTE CASE OR AN OPEN WRITE-OFF.'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ARCHIVED RECORDS ARE FILED ON RETAINARCH UNDER '
               'ARCHIVE DATE ' WS-TODAY-CCYYMMDD '.'
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE 'CERTIFIED BY ______________________________   DATE'
               TO WS-REPORT-LINE.
           MOVE '__________' TO WS-REPORT-LINE(53:10).
           WRITE CERTIFICATE-REPORT-LINE FROM WS-REPORT-LINE.

       END PROGRAM RETENTION-RUN.
