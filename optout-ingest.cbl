           MOVE WS-CURRENT-DATE TO MA-CHANGE-TIMESTAMP.
           MOVE 'C' TO MA-ACTION.
           MOVE WS-AUDIT-DETAIL TO MA-CHANGE-DETAIL.
           MOVE SPACES TO MA-OPERATOR-ID.
           WRITE MEMBER-AUDIT-RECORD
               INVALID KEY
                   DISPLAY 'OPTOUT-INGEST: DUPLICATE AUDIT KEY '
