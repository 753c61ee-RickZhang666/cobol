      ******************************************************************
      * Copybook:    FXGAINLS
      * Purpose:     FX revaluation gain/loss record layout - one
      *              record per account per currency priced by
      *              REVALUE-FOREX-POSITIONS, on the FX-GAIN-LOSS-FILE
      *              (D:\S-FXGNLS) dataset, rewritten every run.  The
      *              change in the position's base-currency value
      *              since the last revaluation is split in two:
      *                rate effect     = prior amount x (new rate -
      *                                  prior rate)
      *                position effect = everything else, i.e. the
      *                                  FX postings since the last
      *                                  revaluation valued at the
      *                                  new rate
      *              so FXGL-RATE-EFFECT + FXGL-POSITION-EFFECT =
      *              FXGL-NEW-VALUE - FXGL-PRIOR-VALUE to the cent.  A
      *              position never revalued before has no prior
      *              value or rate, and its whole value is position
      *              effect.  FXGL-MTD-RATE-EFFECT is the position's
      *              month-to-date rate effect including this run.
      * Modification History
      *   2026-10-15  RZ  Original copybook.  Record length 125.
      ******************************************************************
       01  FXGL-RECORD.
               05 FXGL-RUN-DATE    PIC 9(08).
               05 FXGL-ACCOUNT-NO  PIC 9(10).
               05 FXGL-BRANCH-CODE PIC 9(03).
               05 FXGL-CURRENCY    PIC X(03).
               05 FXGL-PRIOR-AMOUNT
                                   PIC S9(9)V99.
               05 FXGL-NEW-AMOUNT  PIC S9(9)V99.
               05 FXGL-PRIOR-RATE  PIC 9(3)V9(6).
               05 FXGL-NEW-RATE    PIC 9(3)V9(6).
               05 FXGL-PRIOR-VALUE PIC S9(9)V99.
               05 FXGL-NEW-VALUE   PIC S9(9)V99.
               05 FXGL-RATE-EFFECT PIC S9(9)V99.
               05 FXGL-POSITION-EFFECT
                                   PIC S9(9)V99.
               05 FXGL-MTD-RATE-EFFECT
                                   PIC S9(9)V99.
               05 FILLER           PIC X(06).
