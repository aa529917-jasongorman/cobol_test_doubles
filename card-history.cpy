      *****************************************************************
      *    COPYBOOK:     CARD-HISTORY.CPY
      *    DESCRIPTION:  ONE RECORD PER MEMBERSHIP CARD EVENT WRITTEN
      *                  BY MEMBER-MAINT - A CARD ISSUED, RENEWED,
      *                  REPLACED AS LOST, OR CANCELLED - KEYED BY
      *                  MEMBER, CARD NUMBER, AND TIMESTAMP SO EVERY
      *                  NUMBER A MEMBER HAS EVER HELD CAN BE TRACED,
      *                  AND A LOST CARD PRESENTED LATER CAN BE SHOWN
      *                  TO HAVE BEEN STOPPED AND WHEN.
      *****************************************************************
       01  CARD-HISTORY-RECORD.
           05  CH-KEY.
               10  CH-MEMBER-ID        PIC X(08).
               10  CH-CARD-NUMBER      PIC X(10).
               10  CH-EVENT-TIMESTAMP  PIC X(21).
           05  CH-ACTION               PIC X(01).
               88  CH-CARD-ISSUED          VALUE 'I'.
               88  CH-CARD-RENEWED         VALUE 'N'.
               88  CH-CARD-REPLACED        VALUE 'R'.
               88  CH-CARD-CANCELLED       VALUE 'C'.
      *    THE EXPIRY DATE THE CARD CARRIED AFTER THE EVENT.
           05  CH-EXPIRY-DATE          PIC 9(8).
      *    ON A REPLACED CARD, THE NUMBER ISSUED IN ITS PLACE AND
      *    THE REPLACEMENT FEE CHARGED FOR IT; SPACES AND ZERO ON
      *    EVERY OTHER EVENT.
           05  CH-REPLACED-BY          PIC X(10).
           05  CH-FEE-AMOUNT           PIC 9(3)V9(2).
      *    THE COUNTER OPERATOR WHO KEYED THE EVENT. ON A RENEWAL
      *    THIS IS WHO SAW THE MEMBER'S ID AND CONFIRMED THE CONTACT
      *    DETAILS.
           05  CH-OPERATOR-ID          PIC X(08).
