      *****************************************************************
      *    COPYBOOK:     STOREFRONT-SNAPSHOT.CPY
      *    DESCRIPTION:  ONE RECORD PER TITLE LAST SENT TO THE ONLINE
      *                  STOREFRONT, HOLDING THE DETAIL LINE EXACTLY AS
      *                  IT WENT, SO STOREFRONT-FEED SENDS ONLY THE
      *                  TITLES WHOSE LINE HAS CHANGED SINCE. A TITLE
      *                  NOT SEEN RENTABLE ON A RUN IS SENT AS A REMOVAL
      *                  AND DROPPED FROM HERE. THE RECORD KEYED
      *                  '**CONTROL' CARRIES THE FEED'S ONE-UP SEQUENCE
      *                  NUMBER AND THE DATE OF THE LAST FULL REFRESH.
      *****************************************************************
       01  STOREFRONT-SNAPSHOT-RECORD.
           05  SS-IMDB-ID              PIC X(10).
               88  SS-CONTROL-ENTRY        VALUE '**CONTROL'.
           05  SS-SEEN-DATE            PIC 9(8).
           05  SS-SENT-DATE            PIC 9(8).
           05  SS-FEED-IMAGE           PIC X(463).
           05  SS-CONTROL-DATA REDEFINES SS-FEED-IMAGE.
               10  SS-LAST-SEQUENCE    PIC 9(7).
               10  SS-LAST-FULL-DATE   PIC 9(8).
               10  FILLER              PIC X(448).
