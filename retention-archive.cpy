      *****************************************************************
      *    COPYBOOK:     RETENTION-ARCHIVE.CPY
      *    DESCRIPTION:  ONE RECORD PER LOG OR AUDIT RECORD TAKEN OFF
      *                  ITS LIVE FILE BY RETENTION-RUN UNDER AN
      *                  ARCHIVE DISPOSITION. RECORDS ARE FILED BY
      *                  SOURCE FILE AND THE DATE OF THE RUN THAT MOVED
      *                  THEM, SO EACH MONTH'S ARCHIVE OF EACH FILE CAN
      *                  BE RETRIEVED OR DESTROYED AS A SET. THE RECORD
      *                  IMAGE IS THE SOURCE RECORD EXACTLY AS IT WAS.
      *****************************************************************
       01  RETENTION-ARCHIVE-RECORD.
           05  RA-KEY.
               10  RA-FILE-ID          PIC X(12).
               10  RA-ARCHIVE-DATE     PIC 9(8).
               10  RA-SEQUENCE         PIC 9(7).
           05  RA-RECORD-CLASS         PIC X(02).
           05  RA-RECORD-DATE          PIC 9(8).
           05  RA-KEEP-MONTHS          PIC 9(3).
           05  RA-RECORD-IMAGE         PIC X(120).
