           01  WS-GRACE-DATE       PIC 9(8).
           01  WS-LATE-FEE-PER-DAY PIC 9(1)V9(2) VALUE 1.00.
           01  WS-NEW-LATE-FEE     PIC 9(3)V9(2).
           01  WS-SET-DAYS-LATE    PIC S9(6) COMP.
           01  WS-DISC-DAYS-LATE   PIC S9(6) COMP.
           01  WS-LATE-FEE-DELTA   PIC S9(3)V9(2).
           01  WS-RENTALS-READ     PIC 9(7) COMP VALUE 0.
           01  WS-RENTALS-LATE     PIC 9(7) COMP VALUE 0.
           IF WS-DAYS-LATE < ZERO THEN
               MOVE ZERO TO WS-DAYS-LATE
           END-IF.
           IF RT-DISCS-MISSING > ZERO
                   AND RT-SET-RETURN-DATE > ZERO
                   AND RT-DISC-COUNT > ZERO THEN
               PERFORM SPLIT-FEE-BY-MISSING-DISCS
           ELSE
               COMPUTE WS-NEW-LATE-FEE ROUNDED =
                   WS-DAYS-LATE * WS-LATE-FEE-PER-DAY
           END-IF.
           COMPUTE WS-LATE-FEE-DELTA = WS-NEW-LATE-FEE - RT-LATE-FEE.
           MOVE WS-NEW-LATE-FEE TO RT-LATE-FEE.
           SET RT-LATE-FEE-POSTED TO TRUE.
           PERFORM POST-FEE-TO-MEMBER.
           ADD 1 TO WS-RENTALS-LATE.

      *    A BOX SET HANDED BACK WITH DISCS STILL OUT RUNS UP THE
      *    FULL RATE ONLY UNTIL THE DAY THE CASE CAME BACK. AFTER
      *    THAT EACH LATE DAY BILLS JUST THE MISSING DISCS' SHARE OF
      *    IT, NOT THE WHOLE SET THE STORE ALREADY HAS BACK.
       SPLIT-FEE-BY-MISSING-DISCS.
           COMPUTE WS-SET-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(RT-SET-RETURN-DATE) -
               FUNCTION INTEGER-OF-DATE(RT-DUE-DATE).
           IF WS-SET-DAYS-LATE < ZERO THEN
               MOVE ZERO TO WS-SET-DAYS-LATE
           END-IF.
           IF WS-SET-DAYS-LATE > WS-DAYS-LATE THEN
               MOVE WS-DAYS-LATE TO WS-SET-DAYS-LATE
           END-IF.
           COMPUTE WS-DISC-DAYS-LATE =
               WS-DAYS-LATE - WS-SET-DAYS-LATE.
           COMPUTE WS-NEW-LATE-FEE ROUNDED =
               WS-SET-DAYS-LATE * WS-LATE-FEE-PER-DAY +
               WS-DISC-DAYS-LATE * WS-LATE-FEE-PER-DAY
                   * RT-DISCS-MISSING / RT-DISC-COUNT.

      *    DAYS THE MEMBER'S HOME STORE WAS CLOSED BETWEEN THE DUE
      *    DATE AND TODAY COUNT AS GRACE, NOT AS LATE DAYS - THE
      *    CHRISTMAS-WEEK WAIVER AVALANCHE WAS THIS RULE BEING
           END-READ.
           ADD 1 TO WS-GRACE-DATE-INT.

      *    THE FEE ADDS TO THE SIGNED BALANCE, SO A MEMBER HOLDING A
      *    CREDIT HAS THE FEE TAKEN FROM THE CREDIT FIRST AND ONLY
      *    OWES WHATEVER THE CREDIT DOES NOT COVER.
       POST-FEE-TO-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND-SWITCH.
           MOVE RT-MEMBER-ID TO MM-MEMBER-ID.
