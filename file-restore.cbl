       COPY 'member-master.cpy'.

       FD  MEMBER-BACKUP.
      *    SIZED TO MEMBER-MASTER.CPY, AS FILE-BACKUP WRITES IT.
       01  MEMBER-IN-RECORD      PIC X(341).

       FD  RENTAL-TRANSACTION.
       COPY 'rental-transaction.cpy'.
               NOT AT END
                   ADD 1 TO WS-BACKUP-COUNT
                   MOVE MEMBER-IN-RECORD TO MEMBER-MASTER-RECORD
                   MOVE 'N' TO MM-OPEN-RENTALS-FLAG
                   WRITE MEMBER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'FILE-RESTORE: DUPLICATE '
               CLOSE RENTAL-TRANSACTION
               CLOSE RENTAL-BACKUP
               PERFORM VERIFY-RENTAL-RESTORE
               PERFORM RESET-OPEN-RENTAL-COUNTS
           END-IF.

      *    THE OPEN-RENTAL COUNTS ON THE MEMBER RECORDS DESCRIBE THE
      *    RENTALS AS THEY WERE BEFORE THE RESTORE. EVERY COUNT IS
      *    MARKED UNTRUSTED SO RENTAL-POST COUNTS IT AGAIN FROM THE
      *    RESTORED RENTALS; A RESTORED MEMBER FILE IS TREATED THE
      *    SAME WAY AS IT LOADS.
       RESET-OPEN-RENTAL-COUNTS.
           MOVE 'N' TO WS-FILE-EOF-SWITCH.
           OPEN I-O MEMBER-MASTER.
           IF WS-MEMBER-MASTER-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF.
           PERFORM RESET-ONE-OPEN-RENTAL-COUNT
               UNTIL END-OF-RESTORE-FILE.
           IF WS-MEMBER-MASTER-STATUS = '00'
                   OR WS-MEMBER-MASTER-STATUS = '10' THEN
               CLOSE MEMBER-MASTER
           END-IF.

       RESET-ONE-OPEN-RENTAL-COUNT.
           READ MEMBER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   MOVE 'N' TO MM-OPEN-RENTALS-FLAG
                   REWRITE MEMBER-MASTER-RECORD
           END-READ.

       LOAD-ONE-RENTAL.
           READ RENTAL-BACKUP
               AT END
