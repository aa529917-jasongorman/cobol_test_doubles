      *****************************************************************
      *    COPYBOOK:     ERASURE-CERTIFICATE.CPY
      *    DESCRIPTION:  ONE RECORD PER MEMBER ERASED BY
      *                  MEMBER-ERASURE, KEYED BY THE PSEUDONYMOUS ID
      *                  THE MEMBER'S FINANCIAL HISTORY NOW CARRIES.
      *                  THE ORIGINAL MEMBER ID IS DELIBERATELY NOT
      *                  HELD, SO THE CERTIFICATE PROVES THE ERASURE
      *                  WITHOUT UNDOING IT. ONE SLOT PER FILE THE RUN
      *                  WORKED THROUGH SHOWS WHAT WAS DONE THERE, HOW
      *                  MANY RECORDS IT TOUCHED, AND WHEN.
      *****************************************************************
       01  ERASURE-CERTIFICATE-RECORD.
           05  EC-PSEUDO-ID        PIC X(08).
           05  EC-REQUEST-ID       PIC X(10).
           05  EC-VERIFIED-BY      PIC X(08).
           05  EC-ERASED-TIMESTAMP PIC X(21).
           05  EC-FILE-COUNT       PIC 9(2).
           05  EC-FILE-ENTRY OCCURS 20 TIMES.
               10  EC-FILE-NAME        PIC X(10).
               10  EC-FILE-ACTION      PIC X(01).
                   88  EC-FILE-REMOVED         VALUE 'D'.
                   88  EC-FILE-PSEUDONYMIZED   VALUE 'P'.
               10  EC-FILE-RECORDS     PIC 9(7).
               10  EC-FILE-TIMESTAMP   PIC X(21).
