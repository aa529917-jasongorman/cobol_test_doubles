           MOVE WS-ACQ-TITLE(WS-ACQ-IDX) TO DQ-TITLE.
           MOVE WS-ACQ-YEAR(WS-ACQ-IDX) TO DQ-YEAR.
           MOVE WS-ACQ-GENRE(WS-ACQ-IDX) TO DQ-GENRE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO DQ-QUEUED-DATE.
           WRITE DIGEST-QUEUE-RECORD
               INVALID KEY
                   CONTINUE
