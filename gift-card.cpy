      *                  RECORD INSTEAD OF A SPIRAL NOTEBOOK. A CARD
      *                  WHOSE REMAINING VALUE REACHES ZERO IS MARKED
      *                  EXHAUSTED; A VOIDED CARD IS NEVER HONORED.
      *                  A DORMANT BALANCE TURNED OVER TO THE STATE
      *                  AS UNCLAIMED PROPERTY BY ESCHEAT-FILE IS
      *                  MARKED ESCHEATED AND IS NOT HONORED EITHER.
      *                  THE STORE, OPERATOR AND TENDER OF THE SALE
      *                  ARE KEPT FOR TILL-CLOSE'S SHIFT PROOF.
      *****************************************************************
       01  GIFT-CARD-RECORD.
           05  GC-CARD-NUMBER      PIC X(12).
               88  GC-CARD-ACTIVE          VALUE 'A'.
               88  GC-CARD-EXHAUSTED       VALUE 'X'.
               88  GC-CARD-VOIDED          VALUE 'V'.
               88  GC-CARD-ESCHEATED       VALUE 'E'.
      *    DATE THE CARD WAS LAST SOLD OR DRAWN ON - THE DORMANCY
      *    CLOCK FOR UNCLAIMED PROPERTY RUNS FROM HERE. ZERO ON A
      *    CARD POSTED BEFORE THE DATE WAS KEPT READS AS THE ISSUE
      *    DATE.
           05  GC-LAST-USE-DATE    PIC 9(8).
           05  GC-SALE-STORE-ID    PIC X(03).
           05  GC-SALE-OPERATOR-ID PIC X(08).
      *    CASH, CHECK OR CARD - HOW THE BUYER PAID FOR THE CARD.
           05  GC-SALE-TENDER      PIC X(06).
