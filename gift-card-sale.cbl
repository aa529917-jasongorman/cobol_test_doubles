           05  GS-CARD-NUMBER      PIC X(12).
           05  GS-ISSUE-DATE       PIC 9(8).
           05  GS-AMOUNT           PIC 9(3)V9(2).
           05  GS-STORE-ID         PIC X(03).
           05  GS-OPERATOR-ID      PIC X(08).
           05  GS-TENDER           PIC X(06).

       FD  GIFT-CARDS.
       COPY 'gift-card.cpy'.
           MOVE GS-ISSUE-DATE TO GC-ISSUE-DATE.
           MOVE GS-AMOUNT TO GC-ORIGINAL-VALUE.
           MOVE GS-AMOUNT TO GC-REMAINING-VALUE.
           MOVE GS-ISSUE-DATE TO GC-LAST-USE-DATE.
           MOVE GS-STORE-ID TO GC-SALE-STORE-ID.
           MOVE GS-OPERATOR-ID TO GC-SALE-OPERATOR-ID.
           MOVE GS-TENDER TO GC-SALE-TENDER.
           SET GC-CARD-ACTIVE TO TRUE.
           WRITE GIFT-CARD-RECORD
               INVALID KEY
