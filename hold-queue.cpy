               88  HQ-HOLD-FILLED          VALUE 'F'.
           05  HQ-NOTIFIED-DATE        PIC 9(8).
           05  HQ-PICKUP-EXPIRY-DATE   PIC 9(8).
      *    THE MEDIA FORMAT THE MEMBER IS WAITING FOR. ONCE A COPY
      *    IS OFFERED IT IS THE FORMAT OF THAT COPY. BLANK ON A HOLD
      *    PLACED BEFORE THE FORMAT WAS CARRIED TAKES ANY FORMAT.
           05  HQ-MEDIA-FORMAT         PIC X(03).
