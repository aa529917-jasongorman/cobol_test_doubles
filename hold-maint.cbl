               88  HR-CANCEL-HOLD          VALUE 'C'.
           05  HR-IMDB-ID          PIC X(10).
           05  HR-MEMBER-ID        PIC X(08).
           05  HR-MEDIA-FORMAT     PIC X(03).

       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.
               88  WS-WAITING-HOLD-FOUND   VALUE 'Y'.
           01  WS-HOLD-MEMBER-FOUND-SWITCH PIC X(01).
               88  WS-HOLD-MEMBER-FOUND    VALUE 'Y'.
      *    THE FORMAT A HOLD IS PLACED FOR OR A RELEASED COPY IS
      *    IN, AND ITS SLOT IN THE TITLE'S PER-FORMAT COUNTS.
           01  WS-HOLD-FORMAT      PIC X(03).
           01  WS-HOLD-SLOT        PIC 9(1) COMP.
           01  WS-PICKUP-EXPIRY-INTEGER PIC S9(9) COMP.
           01  WS-HOLD-HOURS-KEPT  PIC 9(2) VALUE 48.
           01  WS-HOLD-NOTICE-SUBJECT PIC X(100).
           END-EVALUATE.
           PERFORM READ-NEXT-HOLD-REQUEST.

      *    A HOLD IS FOR ONE FORMAT - A REQUEST WITH NO FORMAT IS
      *    A DVD HOLD. THE MEMBER MAY ONLY HOLD WHEN THAT FORMAT IS
      *    OUT, EVEN IF THE TITLE IS ON THE SHELF IN ANOTHER.
       PLACE-ONE-HOLD.
           MOVE HR-MEDIA-FORMAT TO WS-HOLD-FORMAT.
           PERFORM RESOLVE-HOLD-FORMAT.
           PERFORM LOOKUP-TITLE.
           EVALUATE TRUE
               WHEN NOT WS-TITLE-FOUND
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'HOLD-MAINT: UNKNOWN TITLE ' HR-IMDB-ID
               WHEN WS-HOLD-SLOT = ZERO
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'HOLD-MAINT: UNKNOWN MEDIA FORMAT '
                       HR-MEDIA-FORMAT ' FOR ' HR-IMDB-ID
               WHEN TM-FORMAT-ON-HAND(WS-HOLD-SLOT) > ZERO
                   ADD 1 TO WS-REQUESTS-REJECTED
                   DISPLAY 'HOLD-MAINT: COPIES ON HAND FOR '
                       HR-IMDB-ID ' - RENT INSTEAD OF HOLDING'
               WHEN OTHER
                   PERFORM CHECK-MEMBER-ALREADY-WAITING
                   IF WS-MEMBER-ALREADY-WAITING THEN
                       ADD 1 TO WS-REQUESTS-REJECTED
                   ELSE
                       PERFORM WRITE-HOLD-RECORD
                   END-IF
           END-EVALUATE.

       RESOLVE-HOLD-FORMAT.
           IF WS-HOLD-FORMAT = SPACES THEN
               MOVE 'DVD' TO WS-HOLD-FORMAT
           END-IF.
           EVALUATE WS-HOLD-FORMAT
               WHEN 'DVD'
                   MOVE 1 TO WS-HOLD-SLOT
               WHEN 'BLU'
                   MOVE 2 TO WS-HOLD-SLOT
               WHEN '4K'
                   MOVE 3 TO WS-HOLD-SLOT
               WHEN OTHER
                   MOVE 0 TO WS-HOLD-SLOT
           END-EVALUATE.

       CHECK-MEMBER-ALREADY-WAITING.
           MOVE 'N' TO WS-ALREADY-WAITING-SWITCH.
           END-IF.

       CHECK-ONE-HOLD-FOR-WAIT.
           IF HQ-MEMBER-ID = HR-MEMBER-ID AND HQ-HOLD-WAITING
                   AND (HQ-MEDIA-FORMAT = WS-HOLD-FORMAT
                       OR HQ-MEDIA-FORMAT = SPACES) THEN
               SET WS-MEMBER-ALREADY-WAITING TO TRUE
           ELSE
               PERFORM READ-NEXT-TITLE-HOLD
           MOVE HR-MEMBER-ID TO HQ-MEMBER-ID.
           SET HQ-HOLD-WAITING TO TRUE.
           MOVE ZEROS TO HQ-NOTIFIED-DATE HQ-PICKUP-EXPIRY-DATE.
           MOVE WS-HOLD-FORMAT TO HQ-MEDIA-FORMAT.
           WRITE HOLD-QUEUE-RECORD
               INVALID KEY
                   DISPLAY 'HOLD-MAINT: DUPLICATE HOLD KEY FOR '
               MOVE 'N' TO WS-COPY-RESERVED-SWITCH
               IF HQ-HOLD-NOTIFIED THEN
                   SET WS-COPY-WAS-RESERVED TO TRUE
                   MOVE HQ-MEDIA-FORMAT TO WS-HOLD-FORMAT
                   PERFORM RESOLVE-HOLD-FORMAT
               END-IF
               SET HQ-HOLD-CANCELLED TO TRUE
               REWRITE HOLD-QUEUE-RECORD
                   END-IF
           END-READ.

      *    A CANCEL WITH NO FORMAT TAKES THE MEMBER'S FIRST OPEN
      *    HOLD ON THE TITLE, WHATEVER ITS FORMAT.
       CHECK-ONE-HOLD-FOR-CANCEL.
           IF HQ-MEMBER-ID = HR-MEMBER-ID
                   AND (HQ-HOLD-WAITING OR HQ-HOLD-NOTIFIED)
                   AND (HR-MEDIA-FORMAT = SPACES
                       OR HQ-MEDIA-FORMAT = SPACES
                       OR HQ-MEDIA-FORMAT = HR-MEDIA-FORMAT) THEN
               SET WS-HOLD-FOUND TO TRUE
           ELSE
               PERFORM READ-NEXT-TITLE-HOLD
               PERFORM NOTIFY-HOLD-MEMBER
           END-IF.

      *    THE RELEASED COPY GOES ONLY TO A HOLD FOR ITS FORMAT.
       FIND-FIRST-WAITING-HOLD.
           IF HQ-HOLD-WAITING
                   AND (HQ-MEDIA-FORMAT = WS-HOLD-FORMAT
                       OR HQ-MEDIA-FORMAT = SPACES) THEN
               SET WS-WAITING-HOLD-FOUND TO TRUE
           ELSE
               PERFORM READ-NEXT-TITLE-HOLD
       NOTIFY-HOLD-MEMBER.
           SET HQ-HOLD-NOTIFIED TO TRUE.
           MOVE WS-TODAY-CCYYMMDD TO HQ-NOTIFIED-DATE.
           MOVE WS-HOLD-FORMAT TO HQ-MEDIA-FORMAT.
           COMPUTE WS-PICKUP-EXPIRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) +
               (WS-HOLD-HOURS-KEPT / 24).
           END-READ.
           IF WS-TITLE-FOUND THEN
               ADD 1 TO TM-COPIES-ON-HAND
               IF WS-HOLD-SLOT > ZERO THEN
                   ADD 1 TO TM-FORMAT-ON-HAND(WS-HOLD-SLOT)
               END-IF
               REWRITE TITLE-MASTER-RECORD
           END-IF.

