      ******************************************************************
      * Copybook:    CUSTHOLD
      * Purpose:     Custodian daily holdings record layout - the file
      *              the custodian sends each business day (D:\S-
      *              CUSTOD) with the market value of every holding it
      *              keeps for us, one record per account and asset
      *              class (a custodian may send several records for
      *              one account and class - one per sub-account - and
      *              they are added together).  CUSH-ACCOUNT-NO is our
      *              CUSTMAST ACCOUNT-NO; CUSH-ASSET-CLASS names the
      *              PRI-FINANCE category the holding belongs to, in
      *              the same spelling as TRANS-POST-CATEGORY.
      * Modification History
      *   2026-10-15  RZ  Original copybook.  Record length 50.
      ******************************************************************
       01  CUSH-RECORD.
               05 CUSH-ACCOUNT-NO  PIC 9(10).
               05 CUSH-ASSET-CLASS PIC X(06).
                   88  CUSH-IS-STOCK      VALUE 'STOCK '.
                   88  CUSH-IS-FUND       VALUE 'FUND  '.
                   88  CUSH-CLASS-VALID   VALUE 'STOCK ' 'FUND  '.
               05 CUSH-MARKET-VALUE
                                   PIC S9(9)V99.
               05 CUSH-AS-OF-DATE  PIC 9(08).
               05 FILLER           PIC X(15).
