      *****************************************************************
      *    COPYBOOK:     STAFF-BENEFIT.CPY
      *    DESCRIPTION:  ONE RECORD PER RENTAL POSTED ON A STAFF
      *                  ACCOUNT, WRITTEN BY RENTAL-POST, HOLDING THE
      *                  FULL RETAIL VALUE OF THE RENTAL, THE PART THE
      *                  OPERATOR'S MONTHLY ALLOWANCE COVERED, AND WHAT
      *                  THE EMPLOYEE WAS CHARGED. THE DIFFERENCE IS THE
      *                  TAXABLE BENEFIT; STAFFBEN-EXTRACT TOTALS
      *                  IT BY EMPLOYEE FOR PAYROLL EACH MONTH. KEYED BY
      *                  OPERATOR FIRST SO THE EXTRACT READS ONE
      *                  EMPLOYEE'S RENTALS TOGETHER.
      *****************************************************************
       01  STAFF-BENEFIT-RECORD.
           05  SB-KEY.
               10  SB-OPERATOR-ID      PIC X(08).
               10  SB-RENTAL-DATE      PIC 9(8).
               10  SB-MEMBER-ID        PIC X(08).
               10  SB-IMDB-ID          PIC X(10).
           05  SB-STORE-ID             PIC X(03).
      *    THE PRICE BEFORE FREE NIGHTS, PROMOTIONS, OR THE ALLOWANCE
      *    - WHAT ANY MEMBER WOULD HAVE PAID FOR THE SAME RENTAL.
           05  SB-RETAIL-VALUE         PIC 9(2)V9(2).
           05  SB-ALLOWANCE-APPLIED    PIC 9(2)V9(2).
      *    THE RENTAL CHARGE LEFT TO THE EMPLOYEE, HOWEVER THEY PAID
      *    IT - CASH, CREDIT, POINTS, OR GIFT CARD.
           05  SB-AMOUNT-CHARGED       PIC 9(2)V9(2).
           05  SB-BENEFIT-VALUE        PIC 9(2)V9(2).
