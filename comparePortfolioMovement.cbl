      *                   the common RUN-HISTORY-FILE as the run
      *                   ends, for the morning REPORT-RUN-STATUS
      *                   page.
      *   2026-10-15  RZ  PRIOR-RECORD 76 -> 84: the layout gained
      *                   LAST-ACTIVITY-DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARE-PORTFOLIO-MOVEMENT.
                   10 PRIOR-F-FOREX    PIC S9(7)V99.
               05 PRIOR-ACCT-CLOSED-DATE
                                       PIC 9(08).
               05 PRIOR-LAST-ACTIVITY-DATE
                                       PIC 9(08).
       FD  MOVEMENT-PRINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
