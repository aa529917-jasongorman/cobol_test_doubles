      *****************************************************************
      *    COPYBOOK:     DEAL-MASTER.CPY
      *    DESCRIPTION:  ONE RECORD PER MULTI-TITLE BASKET DEAL THE
      *                  SHOP IS RUNNING, MAINTAINED BY DEAL-LOAD AND
      *                  APPLIED BY RENTAL-POST WHEN A CHECKOUT'S
      *                  BASKET IS SETTLED. A 'P' DEAL PRICES EACH
      *                  GROUP OF DM-QUANTITY QUALIFYING TITLES AT
      *                  DM-DEAL-PRICE ("3 FOR $10"); AN 'F' DEAL
      *                  GIVES THE CHEAPEST TITLE OF EACH GROUP FREE
      *                  ("RENT 2 GET 1 FREE" IS QUANTITY 3). A TITLE
      *                  QUALIFIES WHEN ITS GENRE OR ITS IMDB ID IS
      *                  LISTED; WITH BOTH LISTS BLANK EVERY TITLE
      *                  QUALIFIES.
      *****************************************************************
       01  DEAL-MASTER-RECORD.
           05  DM-DEAL-ID          PIC X(08).
           05  DM-DESCRIPTION      PIC X(24).
           05  DM-DEAL-TYPE        PIC X(01).
               88  DM-GROUP-PRICE-DEAL     VALUE 'P'.
               88  DM-GROUP-FREE-DEAL      VALUE 'F'.
           05  DM-QUANTITY         PIC 9(2).
           05  DM-DEAL-PRICE       PIC 9(3)V9(2).
           05  DM-START-DATE       PIC 9(8).
           05  DM-END-DATE         PIC 9(8).
           05  DM-QUALIFYING-GENRES.
               10  DM-GENRE        PIC X(12) OCCURS 5 TIMES.
           05  DM-QUALIFYING-TITLES.
               10  DM-IMDB-ID      PIC X(10) OCCURS 10 TIMES.
