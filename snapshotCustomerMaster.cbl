      *                   the common RUN-HISTORY-FILE as the run
      *                   ends, for the morning REPORT-RUN-STATUS
      *                   page.
      *   2026-10-15  RZ  Snapshot record 76 -> 84: CUSTMAST gained
      *                   LAST-ACTIVITY-DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPSHOT-CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
       01  SNAPSHOT-RECORD         PIC X(84).
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
           COPY RUNHIST.
