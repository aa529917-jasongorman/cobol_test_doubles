           05  CX-PHONE            PIC X(12).
           05  CX-AMOUNT           PIC 9(5)V9(2).
           05  CX-WRITEOFF-DATE    PIC 9(8).
           05  CX-ADDR-LINE-1      PIC X(30).
           05  CX-ADDR-LINE-2      PIC X(30).
           05  CX-ADDR-CITY        PIC X(20).
           05  CX-ADDR-STATE       PIC X(02).
           05  CX-ADDR-ZIP         PIC X(10).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'WRITEOFF-POST'.
           MOVE MM-PHONE TO CX-PHONE.
           MOVE WS-WRITEOFF-AMOUNT TO CX-AMOUNT.
           MOVE WS-TODAY-CCYYMMDD TO CX-WRITEOFF-DATE.
           MOVE MM-ADDR-LINE-1 TO CX-ADDR-LINE-1.
           MOVE MM-ADDR-LINE-2 TO CX-ADDR-LINE-2.
           MOVE MM-ADDR-CITY TO CX-ADDR-CITY.
           MOVE MM-ADDR-STATE TO CX-ADDR-STATE.
           MOVE MM-ADDR-ZIP TO CX-ADDR-ZIP.
           WRITE COLLECTIONS-EXTRACT-RECORD.

       CLOSE-FILES.
