      *****************************************************************
      *    COPYBOOK:     CHART-HISTORY.CPY
      *    DESCRIPTION:  ONE RECORD PER TITLE PER WEEKLY TOP-RENTALS
      *                  CHART IT HAS EVER PLACED ON - THE OVERALL
      *                  CHART ('O'), A STORE'S CHART ('S', SCOPE IS
      *                  THE STORE), OR A GENRE'S CHART ('G', SCOPE IS
      *                  THE GENRE). TOP-RENTALS-CHART KEEPS THE LATEST
      *                  WEEK AND THE ONE BEFORE IT, SO A RERUN OF THE
      *                  SAME WEEK STILL SHOWS LAST WEEK'S POSITION AND
      *                  DOES NOT COUNT THE WEEK ON CHART TWICE.
      *****************************************************************
       01  CHART-HISTORY-RECORD.
           05  TC-KEY.
               10  TC-CHART-TYPE       PIC X(01).
                   88  TC-OVERALL-CHART    VALUE 'O'.
                   88  TC-STORE-CHART      VALUE 'S'.
                   88  TC-GENRE-CHART      VALUE 'G'.
               10  TC-CHART-SCOPE      PIC X(12).
               10  TC-IMDB-ID          PIC X(10).
           05  TC-WEEK-ENDING          PIC 9(8).
           05  TC-POSITION             PIC 9(2).
           05  TC-WEEKS-ON-CHART       PIC 9(3).
           05  TC-PRIOR-WEEK-ENDING    PIC 9(8).
           05  TC-PRIOR-POSITION       PIC 9(2).
