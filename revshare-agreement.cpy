      *****************************************************************
      *    COPYBOOK:     REVSHARE-AGREEMENT.CPY
      *    DESCRIPTION:  ONE RECORD PER REVENUE-SHARING AGREEMENT A
      *                  STUDIO HOLDS ON A CATALOG TITLE, KEYED BY
      *                  TITLE AND THE DATE THE TERM STARTS SO A
      *                  RENEWED DEAL IS A NEW RECORD RATHER THAN AN
      *                  OVERWRITE OF THE OLD TERMS. LOADED BY
      *                  REVSHARE-LOAD; REVSHARE-SETTLE PAYS THE
      *                  STUDIO ITS PERCENTAGE OF EACH MONTH'S RENTAL
      *                  TAKE ON THE TITLE AND KEEPS THE RUNNING PAID
      *                  FIGURE THE MINIMUM GUARANTEE IS JUDGED BY.
      *****************************************************************
       01  REVSHARE-AGREEMENT-RECORD.
           05  RA-KEY.
               10  RA-IMDB-ID          PIC X(10).
               10  RA-START-DATE       PIC 9(8).
           05  RA-END-DATE             PIC 9(8).
           05  RA-STUDIO-ID            PIC X(08).
           05  RA-SHARE-PCT            PIC 9(2)V9(2).
      *    THE LEAST THE STUDIO IS OWED OVER THE WHOLE TERM. ANY
      *    SHORTFALL AGAINST THE SHARE PAID TO DATE IS TRUED UP IN
      *    THE SETTLEMENT FOR THE MONTH THE TERM ENDS. ZERO MEANS
      *    NO GUARANTEE.
           05  RA-MIN-GUARANTEE        PIC 9(5)V9(2).
           05  RA-SHARE-PAID-TO-DATE   PIC 9(7)V9(2).
      *    CCYYMM OF THE LAST MONTH SETTLED, SO A RERUN OF THE
      *    SETTLEMENT CANNOT PAY THE SAME MONTH TWICE.
           05  RA-LAST-SETTLED-MONTH   PIC 9(6).
