      *                  STAYS ON FILE AS ITS OWN RECORD TYPE WITH
      *                  THE RETURN REASON, SO THE ORIGINAL PAYMENT
      *                  IS NEVER ERASED AND THE READERS THAT COUNT
      *                  PAYMENTS CAN TELL THE TWO APART. A CREDIT
      *                  PAID BACK TO THE MEMBER BY CREDIT-REFUND IS
      *                  A THIRD RECORD TYPE, WITH THE CHECK OR ACH
      *                  METHOD IN PH-PAYMENT-METHOD. A PAYMENT
      *                  TAKEN AT THE COUNTER CARRIES THE STORE AND
      *                  OPERATOR WHOSE DRAWER IT WENT INTO, SO
      *                  TILL-CLOSE CAN PROVE EACH SHIFT'S COUNT.
      *****************************************************************
       01  PAYMENT-HISTORY-RECORD.
           05  PH-KEY.
           05  PH-RECORD-TYPE          PIC X(01).
               88  PH-PAYMENT-RECORD       VALUE 'P' ' '.
               88  PH-REVERSAL-RECORD      VALUE 'R'.
               88  PH-REFUND-RECORD        VALUE 'F'.
           05  PH-REVERSAL-REASON      PIC X(04).
      *    BLANK ON A PAYMENT THAT DID NOT COME ACROSS A COUNTER -
      *    MAIL, ACH, AGENCY - AND ON EVERY OTHER RECORD TYPE.
           05  PH-STORE-ID             PIC X(03).
           05  PH-OPERATOR-ID          PIC X(08).
