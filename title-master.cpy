           05  TM-CERTIFICATE      PIC X(05).
               88  TM-CERT-R-RATED         VALUE 'R'.
               88  TM-CERT-NC-17           VALUE 'NC-17'.
      *    THE DISTRIBUTOR THE TITLE IS BOUGHT FROM, TAKEN FROM THE
      *    ACQUISITIONS FEED. REORDERS ARE PLACED WITH THIS VENDOR.
           05  TM-VENDOR-ID        PIC X(08).
      *    COPIES ON HAND BY MEDIA FORMAT - 1 DVD, 2 BLU-RAY, 3 4K.
      *    TM-COPIES-ON-HAND STAYS THE TOTAL. FORMAT-RECOUNT RESETS
      *    THESE FROM THE COPY REGISTER EACH NIGHT, AND RENTAL-POST,
      *    RENTAL-RETURN AND HOLD-MAINT KEEP THEM CURRENT IN BETWEEN.
           05  TM-FORMAT-ON-HAND   PIC 9(4) OCCURS 3 TIMES.
      *    A MULTI-DISC BOX SET (A TV SEASON, A COLLECTOR'S SET)
      *    RENTS AS ONE UNIT: EACH SET COPY HOLDS TM-DISC-COUNT DISCS
      *    AND GOES OUT AT TM-SET-PRICE WITH ONE DUE DATE. A SINGLE-
      *    DISC TITLE CARRIES ZERO IN BOTH. BOX-SET-LOAD MAINTAINS
      *    THEM; THE DISCS OF EACH SET COPY ARE ON BOX-SET-DISC.
           05  TM-DISC-COUNT       PIC 9(2).
           05  TM-SET-PRICE        PIC 9(2)V9(2).
