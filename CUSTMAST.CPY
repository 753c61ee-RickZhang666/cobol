      *                   closed past the retention cutoff off the
      *                   live master onto the archive dataset.
      *                   Record length is now 76.
      *   2026-10-15  RZ  Added LAST-ACTIVITY-DATE: the run date
      *                   MAINTAIN-CUSTOMER-MASTER stamps whenever a
      *                   client-initiated transaction applies - an
      *                   ADD, a CHANGE, a posting or a transfer.  Fee
      *                   postings, compliance overrides and the
      *                   nightly revaluation do not move it, so
      *                   REPORT-DORMANT-ACCOUNTS can find the open
      *                   accounts the client has left untouched.
      *                   Zero on records not touched since it was
      *                   added.  Record length is now 84.
      ******************************************************************
       01  CUST-RECORD.
               05 ACCOUNT-NO       PIC 9(10).
                   10 F-FUND       PIC S9(7)V99.
                   10 F-FOREX      PIC S9(7)V99.
               05 ACCT-CLOSED-DATE PIC 9(08).
               05 LAST-ACTIVITY-DATE
                                   PIC 9(08).
