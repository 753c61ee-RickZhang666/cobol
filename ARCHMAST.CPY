      * Modification History
      *   2026-09-02  RZ  Original copybook.  Record length 76,
      *                   matching CUSTMAST.
      *   2026-10-15  RZ  Added ARCH-LAST-ACTIVITY-DATE: CUSTMAST
      *                   gained LAST-ACTIVITY-DATE.  Record length
      *                   is now 84.
      ******************************************************************
       01  ARCH-RECORD.
               05 ARCH-ACCOUNT-NO  PIC 9(10).
                   10 ARCH-F-FOREX PIC S9(7)V99.
               05 ARCH-ACCT-CLOSED-DATE
                                   PIC 9(08).
               05 ARCH-LAST-ACTIVITY-DATE
                                   PIC 9(08).
