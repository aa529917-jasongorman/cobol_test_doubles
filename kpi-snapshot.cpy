      *                  LABOR DAY" IS A FILE READ INSTEAD OF A DIG
      *                  THROUGH OLD SYSOUT. KPI-TREND-REPORT ROLLS
      *                  THESE INTO THE 13-WEEK MONDAY-MEETING PAGE.
      *                  RECORDS WRITTEN BEFORE THE STORE MASTER CARRY
      *                  ONLY FIVE STORE SLOTS AND NO REGION SLOTS;
      *                  THE MISSING SLOTS READ AS SPACES.
      *****************************************************************
       01  KPI-SNAPSHOT-RECORD.
           05  KS-SNAPSHOT-DATE    PIC 9(8).
           05  KS-HOLDS-FILLED     PIC 9(7).
           05  KS-ALERT-VOLUME     PIC 9(7).
           05  KS-AVG-LATE-FEE     PIC 9(3)V9(2).
           05  KS-STORE-REVENUE OCCURS 30 TIMES.
               10  KS-STORE-ID         PIC X(03).
               10  KS-STORE-AMOUNT     PIC S9(7)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05  KS-REGION-REVENUE OCCURS 10 TIMES.
               10  KS-REGION-ID        PIC X(04).
               10  KS-REGION-AMOUNT    PIC S9(7)V9(2)
                                       SIGN IS LEADING SEPARATE.
