               88  MA-MEMBER-CHANGED       VALUE 'C'.
               88  MA-MEMBER-DELETED       VALUE 'D'.
           05  MA-CHANGE-DETAIL        PIC X(60).
      *    THE COUNTER OPERATOR WHO KEYED THE MAINTENANCE; SPACES
      *    FOR A CHANGE MADE BY A BATCH RUN.
           05  MA-OPERATOR-ID          PIC X(08).
