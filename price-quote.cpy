           05  PQ-STATUS           PIC X(01).
               88  PQ-QUOTE-OPEN           VALUE 'O'.
               88  PQ-QUOTE-USED           VALUE 'U'.
      *    THE MEDIA FORMAT QUOTED; THE QUOTE IS GOOD FOR THAT FORMAT
      *    ONLY. BLANK ON AN OLDER QUOTE MEANS DVD.
           05  PQ-MEDIA-FORMAT     PIC X(03).
