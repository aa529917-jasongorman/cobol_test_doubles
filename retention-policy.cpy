      *****************************************************************
      *    COPYBOOK:     RETENTION-POLICY.CPY
      *    DESCRIPTION:  ONE RECORD PER LOG OR AUDIT FILE AND RECORD
      *                  CLASS SAYING HOW LONG ITS RECORDS MUST BE KEPT
      *                  AND WHAT BECOMES OF THEM AFTERWARDS, LOADED BY
      *                  RETENTION-LOAD FROM THE RECORDS SCHEDULE AND
      *                  APPLIED EACH MONTH BY RETENTION-RUN. A BLANK
      *                  RECORD CLASS COVERS EVERY RECORD OF THE FILE
      *                  THAT HAS NO CLASS OF ITS OWN ON THE SCHEDULE.
      *                  CLASSES: REMINDLOG BY REMINDER STAGE, MBRAUDIT
      *                  BY ACTION (A/C/D), RUNCTL BY RUN STATUS.
      *****************************************************************
       01  RETENTION-POLICY-RECORD.
           05  RP-KEY.
               10  RP-FILE-ID          PIC X(12).
               10  RP-RECORD-CLASS     PIC X(02).
      *    WHOLE MONTHS A RECORD IS KEPT AFTER THE DATE IT WAS WRITTEN.
           05  RP-KEEP-MONTHS          PIC 9(3).
           05  RP-DISPOSITION          PIC X(01).
               88  RP-ARCHIVE-WHEN-DUE     VALUE 'A'.
               88  RP-PURGE-WHEN-DUE       VALUE 'P'.
      *    THE STATUTE OR HOUSE RULE THE PERIOD COMES FROM, PRINTED
      *    ON THE RETENTION CERTIFICATE FOR THE AUDITORS.
           05  RP-AUTHORITY            PIC X(30).
           05  RP-LOADED-DATE          PIC 9(8).
