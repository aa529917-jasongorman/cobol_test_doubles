      *****************************************************************
      *    COPYBOOK:     SUSPENSE-ITEM.CPY
      *    DESCRIPTION:  ONE RECORD PER INPUT RECORD A POSTING STEP
      *                  COULD NOT POST, KEYED BY THE FEED IT CAME ON
      *                  AND A ONE-UP SUSPENSE NUMBER, HOLDING THE
      *                  ORIGINAL RECORD EXACTLY AS IT ARRIVED.
      *                  SUSPENSE-LOG WRITES THEM FOR RENTAL-RETURN,
      *                  PAYMENT-POST AND ORDER-INTAKE. SUSPENSE-MAINT
      *                  CORRECTS, RELEASES OR CANCELS THEM; A RELEASED
      *                  ITEM IS RETRIED BY ITS STEP AHEAD OF THE NEXT
      *                  NIGHT'S FEED, AND IF IT FAILS AGAIN IT GOES
      *                  BACK INTO SUSPENSE WITH THE NEW REASON.
      *                  SUSPENSE-AGE-RPT LISTS WHAT IS STILL WAITING.
      *****************************************************************
       01  SUSPENSE-ITEM-RECORD.
           05  SU-KEY.
               10  SU-SOURCE-FEED      PIC X(10).
               10  SU-SUSPENSE-ID      PIC 9(7).
           05  SU-SOURCE-PROGRAM       PIC X(18).
           05  SU-REASON               PIC X(30).
           05  SU-MEMBER-ID            PIC X(08).
      *    MONEY THE RECORD CARRIES - THE PAYMENT AMOUNT FOR AN
      *    UNAPPLIED PAYMENT; ZERO WHERE THE RECORD CARRIES NONE.
           05  SU-AMOUNT               PIC S9(7)V9(2).
           05  SU-FIRST-SEEN-DATE      PIC 9(8).
           05  SU-LAST-TRIED-DATE      PIC 9(8).
           05  SU-TIMES-TRIED          PIC 9(5).
           05  SU-STATUS               PIC X(01).
               88  SU-ITEM-SUSPENDED       VALUE 'S'.
               88  SU-ITEM-RELEASED        VALUE 'R'.
               88  SU-ITEM-POSTED          VALUE 'P'.
               88  SU-ITEM-CANCELLED       VALUE 'X'.
               88  SU-ITEM-OUTSTANDING     VALUE 'S' 'R'.
           05  SU-ACTION-BY            PIC X(08).
           05  SU-ACTION-DATE          PIC 9(8).
           05  SU-ACTION-NOTE          PIC X(40).
           05  SU-CLEARED-DATE         PIC 9(8).
           05  SU-RECORD-IMAGE         PIC X(100).
