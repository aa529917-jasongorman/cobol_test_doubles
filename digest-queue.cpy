      *                  MAIL. NEW-TITLE-BATCH DRAINS AND CLEARS THIS
      *                  QUEUE ONCE PER RUN, AFTER EVERY ACQUISITION
      *                  HAS BEEN MATCHED AGAINST EVERY MEMBER.
      *                  DQ-QUEUED-DATE LETS RETENTION-RUN AGE OUT ANY
      *                  ENTRY LEFT BEHIND BY A RUN THAT NEVER DRAINED.
      *****************************************************************
       01  DIGEST-QUEUE-RECORD.
           05  DQ-KEY.
           05  DQ-TITLE                PIC X(30).
           05  DQ-YEAR                 PIC 9(4).
           05  DQ-GENRE                PIC X(12).
           05  DQ-QUEUED-DATE          PIC 9(8).
