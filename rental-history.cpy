      *                  RENTALS INTO AT MONTH END, SO RENTALTXN HOLDS
      *                  ONLY OPEN AND RECENT ACTIVITY AND THE
      *                  SEQUENTIAL READERS STOP SCANNING YEARS OF
      *                  CLOSED RENTALS. THE DATE THE RECORD WAS
      *                  ARCHIVED FOLLOWS THE RENTAL FIELDS.
      *****************************************************************
       01  RENTAL-HISTORY-RECORD.
           05  RH-KEY.
           05  RH-TAX-AMOUNT           PIC 9(2)V9(2).
           05  RH-TAX-JURISDICTION     PIC X(05).
           05  RH-COPY-NUMBER          PIC 9(4).
      *    THE STORE WHOSE COUNTER THE RENTAL WENT OVER, WHICH TAX
      *    AND STORE REVENUE FOLLOW, AND THE STORE THE COPY CAME BACK
      *    TO. EITHER BLANK ON A RECORD POSTED BEFORE THE STORES WERE
      *    CARRIED MEANS THE MEMBER'S HOME STORE.
           05  RH-STORE-ID             PIC X(03).
           05  RH-RETURN-STORE         PIC X(03).
      *    THE MEDIA FORMAT RENTED, CARRIED FROM RT-MEDIA-FORMAT.
           05  RH-MEDIA-FORMAT         PIC X(03).
      *    BOX SET DISC COUNT AND PARTIAL-RETURN DETAIL, CARRIED FROM
      *    THE RENTAL RECORD.
           05  RH-DISC-COUNT           PIC 9(2).
           05  RH-DISCS-MISSING        PIC 9(2).
           05  RH-SET-RETURN-DATE      PIC 9(8).
      *    THE NIGHT THE RETURN WAS POSTED, CARRIED FROM THE RENTAL
      *    RECORD.
           05  RH-RETURN-POSTED-DATE   PIC 9(8).
      *    THE DAY RENTAL-ARCHIVE MOVED THE RENTAL HERE, SO THE
      *    WAREHOUSE EXTRACT CAN SEND EACH RUN'S NEWLY ARCHIVED
      *    RENTALS. ZERO ON A RECORD ARCHIVED BEFORE IT WAS CARRIED.
           05  RH-ARCHIVE-DATE         PIC 9(8).
