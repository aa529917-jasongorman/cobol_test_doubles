                   10  WS-GT-GENRE         PIC X(12).
                   10  WS-GT-COUNT         PIC 9(5) COMP.
           01  WS-WORK-GENRE       PIC X(12).
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TOP-GENRE        PIC X(12).
           01  WS-TOP-COUNT        PIC 9(5) COMP.
           01  WS-PICK-COUNT       PIC 9(1).
           MOVE WS-PICK-TITLE(1) TO DQ-TITLE.
           MOVE ZEROS TO DQ-YEAR.
           MOVE WS-TOP-GENRE TO DQ-GENRE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO DQ-QUEUED-DATE.
           WRITE DIGEST-QUEUE-RECORD
               INVALID KEY
                   CONTINUE
