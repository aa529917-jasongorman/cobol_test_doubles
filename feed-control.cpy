      *****************************************************************
      *    COPYBOOK:     FEED-CONTROL.CPY
      *    DESCRIPTION:  HEADER AND TRAILER CARRIED BY EVERY INBOUND
      *                  FEED, REDEFINING THE FIRST BYTES OF THE FEED
      *                  RECORD. THE HEADER IS THE FIRST RECORD AND
      *                  NAMES THE SENDER, THE DATE THE FILE WAS MADE
      *                  AND ITS SEQUENCE NUMBER, ONE UP PER FILE. THE
      *                  TRAILER IS THE LAST RECORD AND CARRIES THE
      *                  COUNT OF DETAIL RECORDS BETWEEN THE TWO AND
      *                  THE SENDER'S TOTAL OF THE FEED'S HASH FIELD -
      *                  THE AMOUNT WHERE THE FEED HAS ONE, OTHERWISE
      *                  THE QUANTITY, RENTAL DAYS OR RETURN DATE.
      *****************************************************************
       01  FEED-CONTROL-RECORD.
           05  FC-RECORD-TAG           PIC X(05).
               88  FC-HEADER               VALUE '**HDR'.
               88  FC-TRAILER              VALUE '**TRL'.
           05  FC-HEADER-DATA.
               10  FC-SENDER-ID        PIC X(08).
               10  FC-CREATION-DATE    PIC 9(8).
               10  FC-SEQUENCE-NUMBER  PIC 9(7).
           05  FC-TRAILER-DATA REDEFINES FC-HEADER-DATA.
               10  FC-RECORD-COUNT     PIC 9(7).
               10  FC-HASH-TOTAL       PIC 9(13)V9(2).
