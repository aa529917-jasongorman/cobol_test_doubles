      *                  AMOUNT, SO THE VOUCHER FILE THE ACCOUNTING
      *                  PACKAGE IMPORTS IS BALANCED BY CONSTRUCTION
      *                  AND GL-EXTRACT PROVES IT BEFORE HANDING THE
      *                  FILE OVER. THE LINE CARRIES THE ACCOUNTING
      *                  PERIOD STAMPED ON THE CONTROL TOTAL, AND A
      *                  PRIOR-PERIOD ADJUSTMENT KEEPS ITS FLAG SO THE
      *                  PACKAGE CAN BOOK IT APART FROM THE PERIOD'S
      *                  OWN ACTIVITY.
      *****************************************************************
       01  GL-VOUCHER-RECORD.
           05  GV-JOURNAL-DATE     PIC 9(8).
           05  GV-AMOUNT           PIC 9(7)V9(2).
           05  GV-SOURCE-PROGRAM   PIC X(18).
           05  GV-SOURCE-TYPE      PIC X(10).
           05  GV-PERIOD-ID        PIC X(06).
           05  GV-ADJUSTMENT-FLAG  PIC X(01).
               88  GV-PRIOR-PERIOD-ADJ     VALUE 'P'.
