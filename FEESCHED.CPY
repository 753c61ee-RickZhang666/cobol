      ******************************************************************
      * Copybook:    FEESCHED
      * Purpose:     Management-fee schedule record layout, read by
      *              BILL-QUARTERLY-FEES from the FEE-SCHEDULE-FILE
      *              (D:\S-FEESCH) dataset.  One record per asset band:
      *              an account whose assets under management (F-STOCK
      *              + F-FUND + F-FOREX) are at or above FEES-BAND-
      *              FLOOR, and below the next band's floor, is billed
      *              a quarter of FEES-ANNUAL-RATE percent on its whole
      *              asset base.  Branch 000 carries the house schedule
      *              every branch uses; a branch that negotiates its
      *              own rates has its own complete set of bands under
      *              its branch code, which replaces the house schedule
      *              for that branch only.  The file is kept in
      *              ascending branch then band-floor order.
      * Modification History
      *   2026-10-15  RZ  Original copybook.  Record length 44.
      ******************************************************************
       01  FEES-RECORD.
               05 FEES-BRANCH-CODE PIC 9(03).
               05 FEES-BAND-FLOOR  PIC 9(11)V99.
               05 FEES-ANNUAL-RATE PIC 9(02)V9(04).
               05 FEES-TIER-NAME   PIC X(12).
               05 FILLER           PIC X(10).
