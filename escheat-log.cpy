      *****************************************************************
      *    COPYBOOK:     ESCHEAT-LOG.CPY
      *    DESCRIPTION:  ONE RECORD PER DORMANT BALANCE TAKEN UP FOR
      *                  UNCLAIMED PROPERTY REPORTING, KEYED BY THE
      *                  KIND OF PROPERTY, THE CARD NUMBER OR MEMBER
      *                  ID, AND THE DATE IT WAS FOUND DORMANT. IT IS
      *                  THE AUDIT RECORD FOR THE WHOLE CYCLE: WRITTEN
      *                  NOTICED BY ESCHEAT-SELECT WHEN THE OWNER IS
      *                  SENT THE DUE-DILIGENCE NOTICE, THEN MARKED
      *                  FILED BY ESCHEAT-FILE WHEN THE BALANCE IS
      *                  REPORTED AND ZEROED, OR RECLAIMED WHEN THE
      *                  OWNER HAS USED THE BALANCE IN THE MEANTIME.
      *****************************************************************
       01  ESCHEAT-LOG-RECORD.
           05  EL-KEY.
               10  EL-PROPERTY-TYPE    PIC X(01).
                   88  EL-GIFT-CARD-PROPERTY   VALUE 'G'.
                   88  EL-MEMBER-CREDIT-PROPERTY VALUE 'C'.
               10  EL-PROPERTY-ID      PIC X(12).
               10  EL-DORMANT-DATE     PIC 9(8).
           05  EL-STATE                PIC X(02).
           05  EL-OWNER-NAME           PIC X(30).
           05  EL-LAST-ACTIVITY-DATE   PIC 9(8).
           05  EL-AMOUNT               PIC 9(5)V9(2).
           05  EL-NOTICE-SWITCH        PIC X(01).
               88  EL-NOTICE-SENT          VALUE 'Y'.
               88  EL-NOTICE-NOT-REQUIRED  VALUE 'N'.
               88  EL-NOTICE-UNDELIVERABLE VALUE 'U'.
      *    THE EARLIEST DATE ESCHEAT-FILE MAY REPORT THE BALANCE -
      *    THE DORMANT DATE PLUS THE STATE'S NOTICE PERIOD.
           05  EL-FILE-AFTER-DATE      PIC 9(8).
           05  EL-FILED-DATE           PIC 9(8).
           05  EL-APPROVED-BY          PIC X(08).
           05  EL-STATUS               PIC X(01).
               88  EL-STATUS-NOTICED       VALUE 'N'.
               88  EL-STATUS-FILED         VALUE 'F'.
               88  EL-STATUS-RECLAIMED     VALUE 'R'.
