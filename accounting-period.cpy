      *****************************************************************
      *    COPYBOOK:     ACCOUNTING-PERIOD.CPY
      *    DESCRIPTION:  ONE RECORD PER ACCOUNTING PERIOD FINANCE
      *                  KEEPS THE BOOKS BY, KEYED BY THE PERIOD CODE
      *                  (CCYYMM FOR A CALENDAR MONTH, BUT ANY SIX
      *                  CHARACTERS WILL DO FOR A 4-4-5 CALENDAR).
      *                  MAINTAINED BY PERIOD-LOAD. ACCT-PERIOD READS
      *                  IT TO STAMP EVERY CONTROL TOTAL WITH THE
      *                  PERIOD IT POSTS TO; ONCE FINANCE CLOSES A
      *                  PERIOD NOTHING FURTHER POSTS INTO IT.
      *****************************************************************
       01  ACCOUNTING-PERIOD-RECORD.
           05  AP-PERIOD-ID            PIC X(06).
           05  AP-START-DATE           PIC 9(8).
           05  AP-END-DATE             PIC 9(8).
           05  AP-STATUS               PIC X(01).
               88  AP-PERIOD-OPEN          VALUE 'O'.
               88  AP-PERIOD-CLOSED        VALUE 'C'.
           05  AP-CLOSED-DATE          PIC 9(8).
           05  AP-CLOSED-BY            PIC X(08).
