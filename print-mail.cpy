      *****************************************************************
      *    COPYBOOK:     PRINT-MAIL.CPY
      *    DESCRIPTION:  ONE RECORD PER LETTER HANDED TO THE MAILING
      *                  HOUSE FOR PRINTING AND POSTING, IN PLACE OF
      *                  AN EMAIL THE MEMBER CANNOT RECEIVE. SEND-
      *                  PRINT-MAIL WRITES THESE AND CLOSES THE FILE
      *                  WITH A TRAILER CARRYING THE PIECE COUNT THE
      *                  MAILING HOUSE BILLS POSTAGE AGAINST.
      *****************************************************************
       01  PRINT-MAIL-RECORD.
           05  PM-RECORD-TYPE      PIC X(01).
               88  PM-LETTER-RECORD        VALUE 'L'.
               88  PM-TRAILER-RECORD       VALUE 'T'.
           05  PM-LETTER-DETAIL.
               10  PM-DOCUMENT-TYPE    PIC X(08).
               10  PM-MEMBER-ID        PIC X(08).
               10  PM-ADDRESSEE        PIC X(30).
               10  PM-ADDR-LINE-1      PIC X(30).
               10  PM-ADDR-LINE-2      PIC X(30).
               10  PM-ADDR-CITY        PIC X(20).
               10  PM-ADDR-STATE       PIC X(02).
               10  PM-ADDR-ZIP         PIC X(10).
               10  PM-SUBJECT          PIC X(100).
               10  PM-BODY             PIC X(500).
           05  PM-TRAILER-DETAIL REDEFINES PM-LETTER-DETAIL.
               10  PM-TRL-PROGRAM-ID   PIC X(18).
               10  PM-TRL-RUN-DATE     PIC 9(8).
               10  PM-TRL-PIECE-COUNT  PIC 9(7).
               10  FILLER              PIC X(705).
