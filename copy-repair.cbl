
           SELECT AGED-COPY-REPORT ASSIGN TO 'AGEDCOPY'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COPY-MASTER ASSIGN TO 'COPYMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-COPY-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPAIRED-COPIES.
       FD  AGED-COPY-REPORT.
       01  AGED-COPY-REPORT-LINE   PIC X(100).

       FD  COPY-MASTER.
       COPY 'copy-master.cpy'.

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'COPY-REPAIR'.
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-COPY-INVENTORY-STATUS PIC X(02).
           01  WS-COPY-MASTER-STATUS PIC X(02).
           01  WS-COPYMSTR-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-COPY-MASTER-AVAILABLE VALUE 'Y'.
           01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-REPAIRED-COPIES  VALUE 'Y'.
           01  WS-INVENTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
           OPEN I-O TITLE-MASTER.
           PERFORM OPEN-COPY-INVENTORY.
           OPEN OUTPUT AGED-COPY-REPORT.
           OPEN I-O COPY-MASTER.
           IF WS-COPY-MASTER-STATUS = '00' THEN
               SET WS-COPY-MASTER-AVAILABLE TO TRUE
           END-IF.

       OPEN-COPY-INVENTORY.
           OPEN I-O COPY-INVENTORY.
       RESTORE-ONE-COPY.
           DELETE COPY-INVENTORY RECORD.
           PERFORM RETURN-COPY-TO-RENTABLE-POOL.
           IF WS-COPY-MASTER-AVAILABLE THEN
               PERFORM RESHELVE-REGISTER-COPY
           END-IF.
           ADD 1 TO WS-COPIES-RESTORED.

      *    A BOX SET HELD IN REPAIR FOR REPLACEMENT DISCS GOES BACK
      *    ON THE SHELF ON THE REGISTER WHEN IT IS RESTORED.
       RESHELVE-REGISTER-COPY.
           MOVE RP-IMDB-ID TO CM-IMDB-ID.
           MOVE RP-COPY-NUMBER TO CM-COPY-NUMBER.
           READ COPY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-COPY-IN-REPAIR THEN
                       SET CM-COPY-ON-SHELF TO TRUE
                       MOVE WS-TODAY-CCYYMMDD TO CM-STATUS-DATE
                       REWRITE COPY-MASTER-RECORD
                   END-IF
           END-READ.

       RETURN-COPY-TO-RENTABLE-POOL.
           MOVE 'N' TO WS-TITLE-FOUND-SWITCH.
           MOVE RP-IMDB-ID TO TM-IMDB-ID.
           END-STRING.
           WRITE AGED-COPY-REPORT-LINE FROM WS-REPORT-LINE.
           ADD 1 TO WS-COPIES-AGED.
           IF WS-COPY-MASTER-AVAILABLE THEN
               PERFORM WRITE-OFF-REGISTER-COPY
           END-IF.

      *    A COPY STILL DAMAGED PAST THE WRITE-OFF LIMIT IS NOT COMING
      *    BACK; IT IS WRITTEN OFF THE COPY REGISTER ON THE DAY IT
      *    FIRST APPEARS ON THIS REPORT SO COPY-AMORTIZE REMOVES ITS
      *    BOOK VALUE. A LATER REPAIR DOES NOT REVERSE THE WRITE-OFF.
       WRITE-OFF-REGISTER-COPY.
           MOVE CI-IMDB-ID TO CM-IMDB-ID.
           MOVE CI-COPY-NUMBER TO CM-COPY-NUMBER.
           READ COPY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-NOT-DISPOSED
                       SET CM-WRITTEN-OFF TO TRUE
                       MOVE WS-TODAY-CCYYMMDD TO CM-DISPOSAL-DATE
                       SET CM-COPY-RETIRED TO TRUE
                       MOVE WS-TODAY-CCYYMMDD TO CM-STATUS-DATE
                       REWRITE COPY-MASTER-RECORD
                   END-IF
           END-READ.

       CLOSE-FILES.
           CLOSE REPAIRED-COPIES.
           CLOSE TITLE-MASTER.
           CLOSE COPY-INVENTORY.
           CLOSE AGED-COPY-REPORT.
           IF WS-COPY-MASTER-AVAILABLE THEN
               CLOSE COPY-MASTER
           END-IF.

       END PROGRAM COPY-REPAIR.
