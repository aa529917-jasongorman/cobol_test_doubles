      *****************************************************************
      *    COPYBOOK:     STORE-MASTER.CPY
      *    DESCRIPTION:  ONE RECORD PER STORE, KEYED BY THE THREE-
      *                  CHARACTER STORE CODE EVERY OTHER FILE CARRIES
      *                  (MM-HOME-STORE, CM-HOME-STORE, SC-STORE-ID,
      *                  STORECAL). THE ONE PLACE A STORE'S NAME,
      *                  ADDRESS, TAX JURISDICTION, HOURS, MANAGER AND
      *                  REGION ARE KEPT. MAINTAINED BY STORE-LOAD;
      *                  FILE-VALIDATE CHECKS THE CODES IN THE OTHER
      *                  FILES AGAINST IT NIGHTLY.
      *****************************************************************
       01  STORE-MASTER-RECORD.
           05  ST-STORE-ID             PIC X(03).
           05  ST-STORE-NAME           PIC X(30).
           05  ST-POSTAL-ADDRESS.
               10  ST-ADDR-LINE-1      PIC X(30).
               10  ST-ADDR-LINE-2      PIC X(30).
               10  ST-ADDR-CITY        PIC X(20).
               10  ST-ADDR-STATE       PIC X(02).
               10  ST-ADDR-ZIP         PIC X(10).
           05  ST-PHONE                PIC X(15).
      *    THE TAXRATES JURISDICTION THE STORE COLLECTS FOR. SEVERAL
      *    STORES IN ONE TOWN SHARE A JURISDICTION. THE FOOD RATE IS
      *    THE SAME CODE WITH 'F' IN THE FOURTH POSITION.
           05  ST-TAX-JURISDICTION     PIC X(05).
      *    OPENING HOURS AS 24-HOUR HHMM, MONDAY FIRST. A DAY WITH
      *    BOTH TIMES ZERO IS A DAY THE STORE DOES NOT OPEN.
           05  ST-OPENING-HOURS.
               10  ST-DAY-HOURS OCCURS 7 TIMES.
                   15  ST-OPEN-TIME    PIC 9(4).
                   15  ST-CLOSE-TIME   PIC 9(4).
      *    THE MANAGER'S OPERATOR ID ON OPERMSTR; THE NAME IS TAKEN
      *    FROM THERE WHEN THE STORE IS LOADED SO A REPORT NEED NOT
      *    OPEN THE OPERATOR FILE TO PRINT IT.
           05  ST-MANAGER-ID           PIC X(08).
           05  ST-MANAGER-NAME         PIC X(30).
           05  ST-REGION               PIC X(04).
           05  ST-STATUS               PIC X(01).
               88  ST-STORE-OPEN           VALUE 'A'.
               88  ST-STORE-CLOSED         VALUE 'C'.
           05  ST-OPENED-DATE          PIC 9(8).
           05  ST-CLOSED-DATE          PIC 9(8).
