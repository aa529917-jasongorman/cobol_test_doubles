           05  RT-TAX-AMOUNT           PIC 9(2)V9(2).
           05  RT-TAX-JURISDICTION     PIC X(05).
           05  RT-COPY-NUMBER          PIC 9(4).
      *    THE STORE WHOSE COUNTER THE RENTAL WENT OVER, WHICH TAX
      *    AND STORE REVENUE FOLLOW, AND THE STORE THE COPY CAME BACK
      *    TO. EITHER BLANK ON A RECORD POSTED BEFORE THE STORES WERE
      *    CARRIED MEANS THE MEMBER'S HOME STORE.
           05  RT-STORE-ID             PIC X(03).
           05  RT-RETURN-STORE         PIC X(03).
      *    THE MEDIA FORMAT RENTED (DVD, BLU, 4K). BLANK ON A RECORD
      *    POSTED BEFORE THE FORMAT WAS CARRIED MEANS DVD.
           05  RT-MEDIA-FORMAT         PIC X(03).
      *    A BOX SET GOES OUT AS ONE RENTAL OF RT-DISC-COUNT DISCS
      *    (ZERO FOR A SINGLE-DISC TITLE). A SET THAT COMES BACK WITH
      *    DISCS MISSING STAYS OPEN: RT-SET-RETURN-DATE IS THE DAY
      *    THE CASE CAME BACK AND RT-DISCS-MISSING HOW MANY DISCS ARE
      *    STILL OUT, SO LATE FEES AND A LOST-COPY CHARGE FALL ONLY
      *    ON THOSE DISCS FROM THEN ON.
           05  RT-DISC-COUNT           PIC 9(2).
           05  RT-DISCS-MISSING        PIC 9(2).
           05  RT-SET-RETURN-DATE      PIC 9(8).
      *    THE NIGHT RENTAL-RETURN POSTED THE RETURN, AS AGAINST
      *    RT-RETURN-DATE, THE DAY THE RETURNS FEED SAYS THE COPY CAME
      *    BACK. ZERO WHILE THE RENTAL IS OUT, ON A RENTAL CLOSED AS
      *    LOST, AND ON ONE RETURNED BEFORE THE DATE WAS CARRIED. THE
      *    WAREHOUSE EXTRACT PICKS UP EACH NIGHT'S RETURNS BY IT.
           05  RT-RETURN-POSTED-DATE   PIC 9(8).
      *    THE CHECKOUT THE RENTAL WENT OUT ON. TITLES TAKEN TOGETHER
      *    SHARE A BASKET ID SO A MULTI-TITLE DEAL CAN BE WORKED OUT
      *    OVER THE LOT; SPACES FOR A RENTAL POSTED ON ITS OWN. WHEN A
      *    DEAL APPLIED, RT-DEAL-ID NAMES IT AND RT-DEAL-DISCOUNT IS
      *    THIS RENTAL'S SHARE OF THE SAVING, ALREADY OUT OF RT-RATE
      *    AND OF THE TAX ON IT.
           05  RT-BASKET-ID            PIC X(12).
           05  RT-DEAL-ID              PIC X(08).
           05  RT-DEAL-DISCOUNT        PIC 9(2)V9(2).
