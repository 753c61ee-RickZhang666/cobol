      *                   an account or force a change through while
      *                   it is frozen.  Branches submit A/C/D/P/T;
      *                   O is cut by compliance.
      *   2026-10-15  RZ  Batch control records.  Every branch
      *                   submission is now framed as one or more
      *                   batches: a batch header (code H) carrying
      *                   the branch and batch number, the branch's
      *                   detail records, then a batch trailer (code
      *                   E) repeating the branch and batch number
      *                   with the declared record count and the
      *                   declared total of TRANS-POST-AMOUNT off the
      *                   branch's adding-machine slip.  Their fields
      *                   REDEFINE the master-mirror body, so the
      *                   record length stays 69.  EDIT-TRANSACTION-
      *                   FILE balances each batch against its trailer
      *                   and strips the control records - the
      *                   maintenance step never sees an H or E.
      *   2026-10-15  RZ  TRANS-OPERATOR-ID: the ID of the operator who
      *                   keyed the transaction, on every record,
      *                   after the REDEFINEd body.  Overrides and
      *                   large postings are parked for a second
      *                   operator's approval (COPY PENDAPPR) and the
      *                   journal records both IDs, so the keying
      *                   operator must be known.  Record length is
      *                   now 77.
      *   2026-10-15  RZ  TRANS-POST-ORIGIN, taken from the posting
      *                   FILLER: SPACE on anything a branch keys, F
      *                   on the management-fee postings BILL-
      *                   QUARTERLY-FEES generates, so later steps can
      *                   tell a fee debit from client activity.  No
      *                   length change.
      ******************************************************************
       01  TRANS-RECORD.
               05 TRANS-CODE           PIC X(01).
                   88  TRANS-IS-OVERRIDE   VALUE 'O'.
                   88  TRANS-CODE-VALID    VALUE 'A' 'C' 'D' 'O'
                                                 'P' 'T'.
                   88  TRANS-IS-BATCH-HEADER
                                           VALUE 'H'.
                   88  TRANS-IS-BATCH-TRAILER
                                           VALUE 'E'.
                   88  TRANS-IS-BATCH-CONTROL
                                           VALUE 'H' 'E'.
               05 TRANS-ACCOUNT-NO      PIC 9(10).
               05 TRANS-MASTER-FIELDS.
                   10 TRANS-CLINENT-NAME
                                              'FUND'.
                   10 TRANS-POST-REFERENCE
                                        PIC X(12).
                   10 TRANS-POST-ORIGIN PIC X(01).
                       88  TRANS-POST-IS-FEE
                                        VALUE 'F'.
                   10 FILLER            PIC X(19).
               05 TRANS-BATCH-FIELDS REDEFINES TRANS-MASTER-FIELDS.
                   10 TRANS-BATCH-BRANCH-CODE
                                        PIC 9(03).
                   10 TRANS-BATCH-NUMBER
                                        PIC 9(06).
                   10 TRANS-BATCH-RECORD-COUNT
                                        PIC 9(07).
                   10 TRANS-BATCH-AMOUNT-TOTAL
                                        PIC S9(11)V99.
                   10 FILLER            PIC X(29).
               05 TRANS-OPERATOR-ID     PIC X(08).
