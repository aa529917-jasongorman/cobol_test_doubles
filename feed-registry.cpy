      *****************************************************************
      *    COPYBOOK:     FEED-REGISTRY.CPY
      *    DESCRIPTION:  ONE RECORD PER INBOUND FEED, KEYED BY THE DD
      *                  NAME THE FEED ARRIVES UNDER, HOLDING THE
      *                  HEADER AND TRAILER OF THE LAST FILE THAT WAS
      *                  POSTED IN FULL. FEED-CHECK COMPARES EACH NEW
      *                  HEADER AGAINST IT SO A FILE SENT TWICE, OR ONE
      *                  THAT SKIPS A SEQUENCE NUMBER, NEVER POSTS.
      *****************************************************************
       01  FEED-REGISTRY-RECORD.
           05  FR-FEED-ID              PIC X(10).
           05  FR-SENDER-ID            PIC X(08).
           05  FR-LAST-SEQUENCE        PIC 9(7).
           05  FR-LAST-CREATION-DATE   PIC 9(8).
           05  FR-LAST-RECORD-COUNT    PIC 9(7).
           05  FR-LAST-HASH-TOTAL      PIC 9(13)V9(2).
           05  FR-ACCEPTED-BY          PIC X(18).
           05  FR-ACCEPTED-TIMESTAMP   PIC X(21).
