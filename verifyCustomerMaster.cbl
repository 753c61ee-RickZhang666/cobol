      *                   RECONSTRUCTION ONLY - print one line each
      *                   and end the run with RETURN-CODE 8.  Run
      *                   this over a period with no PURGE-CLOSED-
      *                   ACCOUNTS in it: the purge moves accounts
      *                   deliberately and without journal entries,
      *                   and will flag.
      *   2026-10-15  RZ  Snapshot and work images 76 -> 84: CUSTMAST
      *                   gained LAST-ACTIVITY-DATE.  It is journalled
      *                   with the transaction that moves it, so it
      *                   joins ACCT-CLOSED-DATE in the compared tail.
      *   2026-10-15  RZ  Reinstatements are journalled now: REINSTATE-
      *                   ARCHIVED-ACCOUNT writes a code R record
      *                   (SPACES before-image, the restored record as
      *                   the after-image), which replays like an ADD
      *                   and reconciles.  Only PURGE-CLOSED-ACCOUNTS
      *                   still moves accounts unjournalled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFY-CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  PRIOR-SNAPSHOT-FILE
           RECORDING MODE IS F.
       01  SNAPSHOT-RECORD         PIC X(84).
       FD  AUDIT-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY AUDTJRNL.
               05 VFY-IMAGE.
                   10 VFY-ACCOUNT-NO
                                   PIC 9(10).
                   10 FILLER       PIC X(74).
               05 VFY-JOURNALLED-SW
                                   PIC X(01).
                   88  VFY-JOURNALLED   VALUE 'Y'.
      * REVALUE-FOREX-POSITIONS rewrites daily without a journal       *
      * entry - can be left out of the compare: the 59 bytes ahead     *
      * of it (key, name, branch, status, salary, stock, fund) and     *
      * the 16 behind it (closed date, last-activity date) must match  *
      * exactly.                                                       *
      ******************************************************************
       01  RECON-COMPARE.
               05 RECON-LEAD   PIC X(59).
               05 RECON-FOREX  PIC X(09).
               05 RECON-TAIL   PIC X(16).
       01  LIVE-COMPARE.
               05 LIVE-LEAD    PIC X(59).
               05 LIVE-FOREX   PIC X(09).
               05 LIVE-TAIL    PIC X(16).
      *
       01  CUST-FILE-STATUS    PIC XX VALUE SPACES.
       01  VFY-FILE-STATUS     PIC XX VALUE SPACES.
