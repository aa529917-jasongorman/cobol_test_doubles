      *    DESCRIPTION:  ONE RECORD PER MEMBER. LETS NEW-TITLE-BATCH
      *                  LOOP OVER EVERY ACTIVE MEMBER INSTEAD OF
      *                  FIRING ONE ALERT WITH NO ADDRESSEE LIST.
      *                  THE RECORD IS 341 BYTES. A NEW FIELD MUST ALSO
      *                  WIDEN MEMBER-OUT-RECORD IN FILE-BACKUP,
      *                  MEMBER-IN-RECORD IN FILE-RESTORE, AND THE
      *                  MEMBERBKP LRECL IN THE NIGHTLY JCL.
      *****************************************************************
       01  MEMBER-MASTER-RECORD.
           05  MM-MEMBER-ID        PIC X(08).
           05  MM-ALERT-CHANNEL    PIC X(05).
           05  MM-ALERT-FREQUENCY  PIC X(09).
               88  MM-DIGEST-MODE          VALUE 'DIGEST'.
      *    A NEGATIVE BALANCE IS A CREDIT THE MEMBER HOLDS WITH US -
      *    AN OVERPAYMENT, AN ISSUED CREDIT, OR A REVERSED FEE THAT
      *    WENT PAST ZERO. RENTALS AND FEES DRAW IT DOWN FIRST, AND
      *    CREDIT-REFUND PAYS IT OUT ON REQUEST OR AT CLOSURE.
           05  MM-ACCOUNT-BALANCE  PIC S9(5)V9(2).
           05  MM-EMAIL-STATUS     PIC X(01).
               88  MM-EMAIL-BOUNCED        VALUE 'B'.
           05  MM-PHONE-STATUS     PIC X(01).
           05  MM-HOUSEHOLD-ROLE   PIC X(01).
               88  MM-HOUSEHOLD-HEAD       VALUE 'H'.
               88  MM-HOUSEHOLD-MEMBER     VALUE 'M'.
      *    SET BY MEMBER-MAINT WHEN THE MEMBER ASKS FOR A CREDIT
      *    BALANCE BACK ('R'), OR ASKS TO CLOSE AN ACCOUNT THAT
      *    STILL HOLDS ONE ('C'). CREDIT-REFUND PAYS THE CREDIT OUT,
      *    CLEARS THE FLAG, AND REMOVES A CLOSING ACCOUNT.
           05  MM-REFUND-FLAG      PIC X(01).
               88  MM-REFUND-REQUESTED     VALUE 'R'.
               88  MM-ACCOUNT-CLOSING      VALUE 'C'.
      *    LOYALTY POINTS HELD, AND THE DATE THEY LAST MOVED BY AN
      *    EARN, A REDEEM, OR AN ADJUSTMENT. POINTS-EXPIRE LAPSES
      *    THE BALANCE AFTER TWELVE MONTHS WITHOUT ACTIVITY; EVERY
      *    MOVEMENT IS ON THE POINTS LEDGER.
           05  MM-POINTS-BALANCE   PIC 9(7).
           05  MM-POINTS-ACTIVITY-DATE PIC 9(8).
      *    RENTALS THE MEMBER HAS OUT AND NOT YET RETURNED, KEPT SO
      *    RENTAL-POST CAN JUDGE THE TIER LIMIT WITHOUT READING
      *    THROUGH THE MEMBER'S RENTALS ON EVERY ORDER. RENTAL-POST
      *    ADDS ONE FOR EACH RENTAL IT WRITES; RENTAL-RETURN AND
      *    LOST-COPY-BILLING TAKE ONE OFF WHEN THEY CLOSE A RENTAL.
      *    THE COUNT IS ONLY TRUSTED WHILE THE FLAG IS 'Y' - ANY
      *    OTHER VALUE SENDS RENTAL-POST BACK TO THE RENTALS TO
      *    COUNT AFRESH, AND A MERGE OR A RESTORE CLEARS IT.
           05  MM-OPEN-RENTALS     PIC 9(3).
           05  MM-OPEN-RENTALS-FLAG PIC X(01).
               88  MM-OPEN-RENTALS-KNOWN   VALUE 'Y'.
      *    POSTAL ADDRESS FOR MEMBERS WE CANNOT REACH BY EMAIL - NONE
      *    ON FILE, OR MARKED BOUNCED BY QUEUE-DISPATCH. STATEMENTS,
      *    DUNNING, AND OVERDUE NOTICES FOR THOSE MEMBERS GO TO THE
      *    MAILING HOUSE THROUGH SEND-PRINT-MAIL INSTEAD. MEMBER-MAINT
      *    KEEPS IT WHOLE: LINE 1, CITY, STATE, AND ZIP OR NOTHING.
           05  MM-POSTAL-ADDRESS.
               10  MM-ADDR-LINE-1      PIC X(30).
               10  MM-ADDR-LINE-2      PIC X(30).
               10  MM-ADDR-CITY        PIC X(20).
               10  MM-ADDR-STATE       PIC X(02).
               10  MM-ADDR-ZIP         PIC X(10).
      *    MEMBERSHIP CARD. THE NUMBER IS THE MEMBER ID FOLLOWED BY
      *    THE TWO-DIGIT ISSUE COUNT, SO A REPLACEMENT CARD NEVER
      *    REUSES A NUMBER ALREADY PRINTED. MEMBER-MAINT ISSUES,
      *    RENEWS, REPLACES, AND CANCELS CARDS AND LOGS EACH EVENT ON
      *    CARDHIST. RENTAL-POST AND ORDER-INTAKE REFUSE A RENTAL ON
      *    A CANCELLED CARD OR ONE PAST ITS EXPIRY DATE. A MEMBER
      *    WITH NO CARD NUMBER JOINED BEFORE CARDS WERE ISSUED AND IS
      *    NOT CHECKED UNTIL ONE IS.
           05  MM-CARD-NUMBER      PIC X(10).
           05  MM-CARD-ISSUE-COUNT PIC 9(2).
           05  MM-CARD-EXPIRY-DATE PIC 9(8).
           05  MM-CARD-STATUS      PIC X(01).
               88  MM-CARD-ACTIVE          VALUE 'A'.
               88  MM-CARD-CANCELLED       VALUE 'C'.
      *    THE DAY CARD-RENEW-NOTICE SENT THE RENEWAL NOTICE FOR THE
      *    CURRENT EXPIRY DATE; A RENEWAL OR A NEW CARD CLEARS IT.
           05  MM-CARD-NOTICE-DATE PIC 9(8).
      *    'Y' WHEN THE MEMBER HAS ASKED FOR THE WEEKLY TOP-RENTALS
      *    NEWSLETTER BY EMAIL. TOP-RENTALS-CHART MAILS ONLY THESE.
           05  MM-CHART-NEWSLETTER-FLAG PIC X(01).
               88  MM-CHART-NEWSLETTER-WANTED VALUE 'Y'.
      *    STAFF ACCOUNT. OPERATOR-LOAD SETS THE FLAG AND THE OPERATOR
      *    ID ON THE MEMBERSHIP AN ACTIVE OPERATOR IS LINKED TO, AND
      *    CLEARS THEM WHEN THE LINK GOES OR THE OPERATOR LEAVES. A
      *    STAFF ACCOUNT IS OUTSIDE PROMOTIONS, BASKET DEALS, LOYALTY
      *    POINTS AND MARKETING CAMPAIGNS. RENTAL-POST SPENDS THE
      *    OPERATOR'S MONTHLY ALLOWANCE HERE THE SAME WAY IT SPENDS
      *    FREE NIGHTS, STARTING AFRESH IN EACH NEW CALENDAR MONTH.
           05  MM-STAFF-FLAG       PIC X(01).
               88  MM-STAFF-ACCOUNT        VALUE 'Y'.
           05  MM-STAFF-OPERATOR-ID PIC X(08).
           05  MM-STAFF-ALLOWANCE-MONTH PIC 9(6).
           05  MM-STAFF-ALLOWANCE-USED PIC 9(5)V9(2).
