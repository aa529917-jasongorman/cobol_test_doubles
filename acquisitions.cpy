      *    COPYBOOK:     ACQUISITIONS.CPY
      *    DESCRIPTION:  ONE RECORD PER TITLE ON THE DISTRIBUTOR'S
      *                  NIGHTLY ACQUISITIONS FEED, READ BY
      *                  NEW-TITLE-BATCH. ACQ-VENDOR-ID NAMES THE
      *                  DISTRIBUTOR SUPPLYING THE TITLE; BLANK WHEN
      *                  THE FEED DOES NOT SAY.
      *****************************************************************
       01  ACQUISITION-RECORD.
           05  ACQ-IMDB-ID         PIC X(10).
           05  ACQ-RELEASE-DATE    PIC 9(8).
           05  ACQ-COPIES-RECEIVED PIC 9(4).
           05  ACQ-CERTIFICATE     PIC X(05).
           05  ACQ-VENDOR-ID       PIC X(08).
