           05  TA-COPIES-ON-HAND   PIC 9(4).
           05  TA-RETIRED-DATE     PIC 9(8).
           05  TA-RETIRE-REASON    PIC X(40).
      *    THE DISTRIBUTOR THE TITLE WAS BOUGHT FROM, KEPT SO THE
      *    TITLE-ROI REPORT CAN STILL CREDIT A RETIRED TITLE'S
      *    WHOLE LIFE TO ITS DISTRIBUTOR.
           05  TA-VENDOR-ID        PIC X(08).
