      *****************************************************************
      *    COPYBOOK:     BOX-SET-DISC.CPY
      *    DESCRIPTION:  ONE RECORD PER DISC IN A BOX SET COPY, KEYED
      *                  BY TITLE, THE SET'S COPY NUMBER ON THE COPY
      *                  REGISTER AND DISC NUMBER, SO EACH DISC IS
      *                  LINKED TO ITS PARENT SET. THE SET COPY IS THE
      *                  UNIT RENTAL-POST CHECKS OUT; THE DISC RECORDS
      *                  SAY WHICH DISCS A PARTIAL RETURN LEFT OUT WITH
      *                  THE MEMBER AND WHICH LOST-COPY-BILLING WROTE
      *                  OFF. MAINTAINED BY BOX-SET-LOAD.
      *****************************************************************
       01  BOX-SET-DISC-RECORD.
           05  BD-KEY.
               10  BD-IMDB-ID          PIC X(10).
               10  BD-COPY-NUMBER      PIC 9(4).
               10  BD-DISC-NUMBER      PIC 9(2).
           05  BD-BARCODE              PIC X(12).
           05  BD-STATUS               PIC X(01).
               88  BD-DISC-IN-SET          VALUE 'S'.
               88  BD-DISC-MISSING         VALUE 'M'.
               88  BD-DISC-LOST            VALUE 'L'.
      *    THE RENTAL A MISSING OR LOST DISC WENT OUT ON.
           05  BD-MEMBER-ID            PIC X(08).
           05  BD-RENTAL-DATE          PIC 9(8).
           05  BD-STATUS-DATE          PIC 9(8).
