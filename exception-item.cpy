      *****************************************************************
      *    COPYBOOK:     EXCEPTION-ITEM.CPY
      *    DESCRIPTION:  ONE RECORD PER EXCEPTION RAISED BY ANY BATCH
      *                  STEP, KEYED BY EXCEPTION NUMBER, ON THE ONE
      *                  SHARED FILE THE MORNING SHIFT WORKS FROM.
      *                  EXCEPTION-LOG WRITES THEM; A STEP THAT RAISES
      *                  THE SAME KEY AGAIN WHILE THE EXCEPTION IS
      *                  STILL OPEN BUMPS THE COUNT ON THE EXISTING
      *                  RECORD RATHER THAN ADDING ANOTHER.
      *                  EXCEPTION-MAINT ASSIGNS AN OWNER AND SIGNS
      *                  THE EXCEPTION OFF WITH A RESOLUTION NOTE;
      *                  EXCEPTION-AGE-RPT LISTS WHAT IS STILL OPEN.
      *****************************************************************
       01  EXCEPTION-ITEM-RECORD.
           05  EI-EXCEPTION-ID         PIC 9(7).
           05  EI-SOURCE-PROGRAM       PIC X(18).
           05  EI-EXCEPTION-KEY        PIC X(30).
           05  EI-SEVERITY             PIC X(01).
               88  EI-SEVERITY-HIGH        VALUE 'H'.
               88  EI-SEVERITY-MEDIUM      VALUE 'M'.
               88  EI-SEVERITY-LOW         VALUE 'L'.
           05  EI-AMOUNT               PIC S9(7)V9(2).
           05  EI-DESCRIPTION          PIC X(60).
           05  EI-RAISED-DATE          PIC 9(8).
           05  EI-LAST-RAISED-DATE     PIC 9(8).
           05  EI-TIMES-RAISED         PIC 9(5).
           05  EI-STATUS               PIC X(01).
               88  EI-EXCEPTION-OPEN       VALUE 'O'.
               88  EI-EXCEPTION-CLOSED     VALUE 'C'.
           05  EI-OWNER-ID             PIC X(08).
           05  EI-ASSIGNED-DATE        PIC 9(8).
           05  EI-CLOSED-DATE          PIC 9(8).
           05  EI-CLOSED-BY            PIC X(08).
           05  EI-RESOLUTION-NOTE      PIC X(60).
