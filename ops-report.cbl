           01  WS-END-SECONDS      PIC 9(7) COMP.
           01  WS-ELAPSED-SECONDS  PIC S9(7) COMP.
           01  WS-ELAPSED-EDIT     PIC ZZZZZ9.
           01  WS-PRIOR-PROGRAM-ID PIC X(18) VALUE SPACES.
           01  WS-PRIOR-RUN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-PRIOR-RUN-KNOWN      VALUE 'Y'.
           01  WS-PRIOR-ELAPSED    PIC S9(7) COMP.
           01  WS-PRIOR-EDIT       PIC ZZZZZ9.
           01  WS-PRIOR-TEXT       PIC X(18).
           01  WS-HH               PIC 9(2).
           01  WS-MM               PIC 9(2).
           01  WS-SS               PIC 9(2).
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *    THE LOG IS IN PROGRAM ORDER AND, WITHIN A PROGRAM, IN
      *    START ORDER, SO THE COMPLETED RUN JUST BEFORE THIS ONE IS
      *    THE ONE TO SET ITS ELAPSED TIME AGAINST - A STEP THAT HAS
      *    SLOWED OR BEEN SPED UP SHOWS ON ONE LINE. RUNS OLDER THAN
      *    THE REPORT WINDOW STILL SERVE AS THE PRIOR FIGURE.
       REPORT-ONE-RUN.
           IF RL-PROGRAM-ID NOT = WS-PRIOR-PROGRAM-ID THEN
               MOVE RL-PROGRAM-ID TO WS-PRIOR-PROGRAM-ID
               MOVE 'N' TO WS-PRIOR-RUN-SWITCH
           END-IF.
           MOVE RL-START-TIMESTAMP(1:8) TO WS-RUN-DATE.
           IF WS-RUN-DATE >= WS-REPORT-CUTOFF THEN
               IF RL-RUN-COMPLETE THEN
               END-IF
               ADD 1 TO WS-RUNS-REPORTED
           END-IF.
           IF RL-RUN-COMPLETE THEN
               PERFORM COMPUTE-ELAPSED-TIME
               MOVE WS-ELAPSED-SECONDS TO WS-PRIOR-ELAPSED
               SET WS-PRIOR-RUN-KNOWN TO TRUE
           END-IF.
           PERFORM READ-NEXT-RUN.

       WRITE-COMPLETE-RUN-LINE.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE WS-ELAPSED-SECONDS TO WS-ELAPSED-EDIT.
           MOVE SPACES TO WS-PRIOR-TEXT.
           IF WS-PRIOR-RUN-KNOWN THEN
               MOVE WS-PRIOR-ELAPSED TO WS-PRIOR-EDIT
               STRING ' PRIOR ' WS-PRIOR-EDIT ' SEC'
               INTO WS-PRIOR-TEXT
               END-STRING
           ELSE
               MOVE ' NO PRIOR RUN' TO WS-PRIOR-TEXT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING RL-PROGRAM-ID
               ' START ' RL-START-TIMESTAMP(1:14)
               ' ELAPSED ' WS-ELAPSED-EDIT ' SEC'
               WS-PRIOR-TEXT
               ' READ ' RL-RECORDS-READ
               ' WRITTEN ' RL-RECORDS-WRITTEN
               ' EXCEPTED ' RL-RECORDS-EXCEPTED
