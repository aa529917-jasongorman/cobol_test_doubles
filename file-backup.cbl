       COPY 'member-master.cpy'.

       FD  MEMBER-BACKUP.
      *    SIZED TO MEMBER-MASTER.CPY, NOT TO THE OTHER BACKUPS - THE
      *    MEMBER RECORD HAS OUTGROWN THEIR 250 BYTES.
       01  MEMBER-OUT-RECORD     PIC X(341).

       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.
                   ADD 1 TO WS-BACKUP-COUNT
           END-READ.

      *    A MEMBER RECORD LONGER THAN THE BACKUP RECORD WOULD LOSE
      *    ITS TAIL ON EVERY COPY AND COME BACK BLANK ON A RESTORE, SO
      *    THE BACKUP IS REFUSED AND COUNTED AS A FAILURE INSTEAD.
       BACKUP-MEMBER-FILE.
           MOVE 'MEMBERMSTR' TO WS-FILE-NAME.
           MOVE ZERO TO WS-LIVE-COUNT.
           MOVE 'N' TO WS-FILE-EOF-SWITCH.
           IF LENGTH OF MEMBER-MASTER-RECORD >
                   LENGTH OF MEMBER-OUT-RECORD THEN
               DISPLAY 'FILE-BACKUP: ' WS-FILE-NAME
                   ' RECORD LONGER THAN MEMBERBKP - NOT BACKED UP'
               ADD 1 TO WS-VERIFY-FAILURES
           ELSE
               PERFORM COPY-MEMBER-FILE
           END-IF.

       COPY-MEMBER-FILE.
           OPEN INPUT MEMBER-MASTER.
           IF WS-MEMBER-MASTER-STATUS NOT = '00' THEN
               DISPLAY 'FILE-BACKUP: ' WS-FILE-NAME
