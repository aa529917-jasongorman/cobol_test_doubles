      *                  BARCODE ON THE CASSETTE, ITS HOME STORE, AND
      *                  WHERE THE COPY IS IN ITS LIFE: ON THE SHELF,
      *                  OUT ON RENTAL (AND TO WHOM), IN TRANSIT
      *                  BETWEEN STORES, IN REPAIR, RETURNED TO THE
      *                  DISTRIBUTOR UNDER WARRANTY, OR RETIRED.
      *                  LOADED BY COPY-MASTER-LOAD; RENTAL-POST
      *                  CHECKS A SPECIFIC COPY OUT, RENTAL-RETURN
      *                  CHECKS THAT EXACT COPY BACK IN, AND
      *                  STORE-TRANSFER MOVES IDENTIFIED COPIES.
      *                  COPY-INVENTORY REMAINS THE DAMAGED/LOST
      *                  EXCEPTION FILE; THIS IS THE FULL REGISTER.
      *                  EACH COPY IS ALSO A FIXED ASSET: BOOKED AT
      *                  COST WHEN REGISTERED AND AMORTIZED MONTHLY
      *                  BY COPY-AMORTIZE.
      *****************************************************************
       01  COPY-MASTER-RECORD.
           05  CM-KEY.
               88  CM-COPY-RENTED          VALUE 'R'.
               88  CM-COPY-IN-TRANSIT      VALUE 'T'.
               88  CM-COPY-IN-REPAIR       VALUE 'P'.
      *    A COPY SENT BACK TO THE DISTRIBUTOR BY RTV-SELECT HAS
      *    LEFT STOCK FOR GOOD, SO IT COUNTS AS RETIRED EVERYWHERE
      *    STOCK IS COUNTED; SETTING CM-COPY-RETIRED STILL GIVES 'X'.
               88  CM-COPY-RETIRED         VALUE 'X' 'V'.
               88  CM-COPY-RETURNED-TO-VENDOR VALUE 'V'.
           05  CM-MEMBER-ID            PIC X(08).
           05  CM-STATUS-DATE          PIC 9(8).
      *    THE COPY IS WRITTEN DOWN OVER THE SCHEDULE FOR THE WAY IT
      *    WAS ACQUIRED: A NEW RELEASE EARNS ITS KEEP IN ITS FIRST
      *    MONTHS, A CATALOG COPY RENTS STEADILY FOR YEARS, AND A
      *    PREVIOUSLY-VIEWED COPY IS BOUGHT PART-WORN.
           05  CM-ACQUIRED-DATE        PIC 9(8).
           05  CM-ACQUISITION-CLASS    PIC X(01).
               88  CM-NEW-RELEASE          VALUE 'N'.
               88  CM-CATALOG              VALUE 'C'.
               88  CM-PREVIOUSLY-VIEWED    VALUE 'P'.
           05  CM-UNIT-COST            PIC 9(3)V9(2).
           05  CM-ACCUM-AMORTIZATION   PIC 9(3)V9(2).
           05  CM-MONTHS-AMORTIZED     PIC 9(3).
           05  CM-LAST-AMORTIZED-MONTH PIC 9(6).
      *    A SALE, RETIREMENT, LOSS, WRITE-OFF OR RETURN TO THE
      *    DISTRIBUTOR STAMPS THE REASON AND DATE HERE AND RETIRES
      *    THE COPY. THE NEXT MONTHLY COPY-AMORTIZE RUN TAKES
      *    WHATEVER BOOK VALUE IS LEFT OFF THE LEDGER AND MARKS THE
      *    DISPOSAL BOOKED; THE DISTRIBUTOR'S CREDIT FOR A RETURNED
      *    COPY COMES BACK THROUGH PAYABLES, NOT HERE.
           05  CM-DISPOSAL-REASON      PIC X(01).
               88  CM-NOT-DISPOSED         VALUE SPACE.
               88  CM-SOLD-OFF             VALUE 'S'.
               88  CM-DISPOSED-RETIRED     VALUE 'R'.
               88  CM-DISPOSED-LOST        VALUE 'L'.
               88  CM-WRITTEN-OFF          VALUE 'W'.
               88  CM-RETURNED-TO-VENDOR   VALUE 'V'.
           05  CM-DISPOSAL-DATE        PIC 9(8).
           05  CM-DISPOSAL-BOOKED-FLAG PIC X(01).
               88  CM-DISPOSAL-BOOKED      VALUE 'Y'.
      *    THE MEDIA THE COPY IS ON. A COPY REGISTERED BEFORE THE
      *    FORMAT WAS CARRIED IS BLANK, WHICH MEANS DVD.
           05  CM-MEDIA-FORMAT         PIC X(03).
               88  CM-FORMAT-DVD           VALUE 'DVD' SPACES.
               88  CM-FORMAT-BLURAY        VALUE 'BLU'.
               88  CM-FORMAT-4K            VALUE '4K'.
