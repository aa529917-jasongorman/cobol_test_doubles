       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FEED ASSIGN TO 'RETAINRULIN'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETENTION-POLICIES ASSIGN TO 'RETAINPOL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-RETENTION-POLICY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FEED.
       01  POLICY-FEED-RECORD.
           05  RF-FILE-ID          PIC X(12).
               88  RF-KNOWN-FILE           VALUE 'ALERTLOG'
                                                 'SPOTLIGHTLOG'
                                                 'REMINDLOG'
                                                 'PROMOLOG'
                                                 'MBRAUDIT'
                                                 'WAIVERAUD'
                                                 'XFERAUDIT'
                                                 'PROVSTATS'
                                                 'RUNCTL'
                                                 'DIGESTQ'.
               88  RF-CLASSED-FILE         VALUE 'REMINDLOG'
                                                 'MBRAUDIT'
                                                 'RUNCTL'.
           05  RF-RECORD-CLASS     PIC X(02).
           05  RF-KEEP-MONTHS      PIC 9(3).
           05  RF-DISPOSITION      PIC X(01).
           05  RF-AUTHORITY        PIC X(30).

       FD  RETENTION-POLICIES.
       COPY 'retention-policy.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'RETENTION-LOAD'.
           01  WS-RETENTION-POLICY-STATUS PIC X(02).
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-POLICY-FEED      VALUE 'Y'.
           01  WS-POLICY-FOUND-SWITCH PIC X(01).
               88  WS-POLICY-FOUND         VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-ENTRIES-READ     PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-LOADED   PIC 9(7) COMP VALUE 0.
           01  WS-ENTRIES-REJECTED PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-POLICY-ENTRY.
           PERFORM LOAD-ONE-POLICY-ENTRY UNTIL END-OF-POLICY-FEED.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-ENTRIES-READ, WS-ENTRIES-LOADED, WS-ENTRIES-REJECTED.
           DISPLAY 'RETENTION-LOAD: ENTRIES READ ' WS-ENTRIES-READ
               ' LOADED ' WS-ENTRIES-LOADED
               ' REJECTED ' WS-ENTRIES-REJECTED.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT POLICY-FEED.
           PERFORM OPEN-RETENTION-POLICIES.

       OPEN-RETENTION-POLICIES.
           OPEN I-O RETENTION-POLICIES.
           IF WS-RETENTION-POLICY-STATUS = '35' THEN
               OPEN OUTPUT RETENTION-POLICIES
               CLOSE RETENTION-POLICIES
               OPEN I-O RETENTION-POLICIES
           END-IF.

       READ-NEXT-POLICY-ENTRY.
           READ POLICY-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
           END-READ.

      *    ONLY THE FILES RETENTION-RUN KNOWS HOW TO SWEEP MAY CARRY
      *    A POLICY, AND ONLY THOSE WHOSE RECORDS HAVE A CLASS MAY
      *    NAME ONE. A ZERO PERIOD WOULD EMPTY THE FILE ON THE NEXT
      *    RUN AND IS REFUSED. THE AUDITORS WANT THE LEGAL BASIS FOR
      *    EVERY PERIOD, SO AN ENTRY WITHOUT ONE IS REFUSED TOO.
       LOAD-ONE-POLICY-ENTRY.
           EVALUATE TRUE
               WHEN NOT RF-KNOWN-FILE
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'RETENTION-LOAD: UNKNOWN FILE ' RF-FILE-ID
               WHEN RF-RECORD-CLASS NOT = SPACES
                       AND NOT RF-CLASSED-FILE
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'RETENTION-LOAD: ' RF-FILE-ID
                       ' HAS NO RECORD CLASSES - CLASS '
                       RF-RECORD-CLASS ' REFUSED'
               WHEN RF-KEEP-MONTHS NOT NUMERIC
                       OR RF-KEEP-MONTHS = ZERO
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'RETENTION-LOAD: BAD KEEP PERIOD FOR '
                       RF-FILE-ID ' ' RF-RECORD-CLASS
               WHEN RF-DISPOSITION NOT = 'A'
                       AND RF-DISPOSITION NOT = 'P'
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'RETENTION-LOAD: BAD DISPOSITION FOR '
                       RF-FILE-ID ' ' RF-RECORD-CLASS
               WHEN RF-AUTHORITY = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'RETENTION-LOAD: NO AUTHORITY GIVEN FOR '
                       RF-FILE-ID ' ' RF-RECORD-CLASS
               WHEN OTHER
                   PERFORM STORE-POLICY-ENTRY
           END-EVALUATE.
           PERFORM READ-NEXT-POLICY-ENTRY.

       STORE-POLICY-ENTRY.
           MOVE 'N' TO WS-POLICY-FOUND-SWITCH.
           MOVE RF-FILE-ID TO RP-FILE-ID.
           MOVE RF-RECORD-CLASS TO RP-RECORD-CLASS.
           READ RETENTION-POLICIES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-POLICY-FOUND TO TRUE
           END-READ.
           MOVE RF-FILE-ID TO RP-FILE-ID.
           MOVE RF-RECORD-CLASS TO RP-RECORD-CLASS.
           MOVE RF-KEEP-MONTHS TO RP-KEEP-MONTHS.
           MOVE RF-DISPOSITION TO RP-DISPOSITION.
           MOVE RF-AUTHORITY TO RP-AUTHORITY.
           MOVE WS-CURRENT-DATE(1:8) TO RP-LOADED-DATE.
           IF WS-POLICY-FOUND THEN
               REWRITE RETENTION-POLICY-RECORD
           ELSE
               WRITE RETENTION-POLICY-RECORD
           END-IF.
           ADD 1 TO WS-ENTRIES-LOADED.

       CLOSE-FILES.
           CLOSE POLICY-FEED.
           CLOSE RETENTION-POLICIES.

       END PROGRAM RETENTION-LOAD.
