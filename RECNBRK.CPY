      ******************************************************************
      * Copybook:    RECNBRK
      * Purpose:     Custodian reconciliation breaks history layout,
      *              the RECON-BREAK-FILE (D:\S-RECBRK) dataset kept by
      *              RECONCILE-CUSTODIAN-HOLDINGS - one record per
      *              account and asset class that is out of agreement
      *              with the custodian, keyed on BRKH-KEY.  A break
      *              keeps the date it was first found for as long as
      *              it stays open on consecutive runs; the record is
      *              deleted on the first run the two sides agree
      *              again, so a break that reopens later starts its
      *              age afresh.
      * Modification History
      *   2026-10-15  RZ  Original copybook.  Record length 80.
      ******************************************************************
       01  BRKH-RECORD.
               05 BRKH-KEY.
                   10 BRKH-ACCOUNT-NO
                                   PIC 9(10).
                   10 BRKH-ASSET-CLASS
                                   PIC X(06).
               05 BRKH-BREAK-TYPE  PIC X(01).
                   88  BRKH-VALUE-BREAK       VALUE 'V'.
                   88  BRKH-NOT-ON-MASTER     VALUE 'C'.
                   88  BRKH-NO-CUSTODIAN      VALUE 'M'.
               05 BRKH-FIRST-DATE  PIC 9(08).
               05 BRKH-LAST-DATE   PIC 9(08).
               05 BRKH-MASTER-VALUE
                                   PIC S9(9)V99.
               05 BRKH-CUSTODIAN-VALUE
                                   PIC S9(9)V99.
               05 BRKH-DIFFERENCE  PIC S9(9)V99.
               05 FILLER           PIC X(14).
