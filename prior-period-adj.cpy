      *****************************************************************
      *    COPYBOOK:     PRIOR-PERIOD-ADJ.CPY
      *    DESCRIPTION:  ONE RECORD PER POSTING DATED IN A PERIOD
      *                  FINANCE HAD ALREADY CLOSED, WRITTEN BY
      *                  CONTROL-TOTAL WHEN IT MOVES THE AMOUNT INTO
      *                  THE CURRENT PERIOD AS A PRIOR-PERIOD
      *                  ADJUSTMENT. PERIOD-ADJ-RPT LISTS THEM FOR
      *                  FINANCE TO REVIEW BEFORE THE CURRENT PERIOD
      *                  IS CLOSED IN TURN.
      *****************************************************************
       01  PRIOR-PERIOD-ADJ-RECORD.
           05  PA-PROGRAM-ID           PIC X(18).
           05  PA-TOTAL-TYPE           PIC X(10).
           05  PA-RUN-DATE             PIC 9(8).
           05  PA-POSTING-DATE         PIC 9(8).
           05  PA-ORIGINAL-PERIOD      PIC X(06).
           05  PA-POSTED-PERIOD        PIC X(06).
           05  PA-MEMBER-ID            PIC X(08).
           05  PA-AMOUNT               PIC S9(7)V9(2)
                                       SIGN IS LEADING SEPARATE.
