           05  PAR-ADJUSTMENTS         PIC X(60).
           05  PAR-PRICE-SOURCE        PIC X(08).
           05  PAR-OVERRIDE-REASON     PIC X(40).
           05  PAR-APPROVED-BY         PIC X(08).
