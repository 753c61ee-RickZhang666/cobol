      ******************************************************************
      * Copybook:    FXREVMOV
      * Purpose:     FX revaluation movement record layout, shared by
      *              REVALUE-FOREX-POSITIONS, which writes one record
      *              to the FX-REVAL-MOVEMENT-FILE (D:\S-FXRMOV)
      *              dataset for every account whose F-FOREX it
      *              changed, and BUILD-GL-INTERFACE, which books the
      *              change to the ledger.  Every revaluation run
      *              adds to the end of the file, so the movements of
      *              a run abandoned part way survive its rerun; the
      *              ledger interface books only the records stamped
      *              with the business date it is run for.
      * Modification History
      *   2026-10-15  RZ  Original copybook.  Revaluation overwrote
      *                   F-FOREX in place and the change never left
      *                   the master.  Record length 49.
      *   2026-10-15  RZ  File is extended by each run instead of
      *                   rewritten.
      ******************************************************************
       01  FXRM-RECORD.
               05 FXRM-RUN-DATE    PIC 9(08).
               05 FXRM-ACCOUNT-NO  PIC 9(10).
               05 FXRM-BRANCH-CODE PIC 9(03).
               05 FXRM-PRIOR-FOREX PIC S9(7)V99.
               05 FXRM-NEW-FOREX   PIC S9(7)V99.
               05 FILLER           PIC X(10).
