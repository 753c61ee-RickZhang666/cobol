      *                   zero is deleted, so an absent record and a
      *                   zero position mean the same thing they
      *                   always did.  Record length 24.
      *   2026-10-15  RZ  FXPOS-VALUATION: what the last revaluation
      *                   valued the position at - the amount it
      *                   priced, the rate it used and the base-
      *                   currency value it got, with the date - and
      *                   the month-to-date gain or loss from rate
      *                   movement (reset when the month changes), so
      *                   the next revaluation can split a change in
      *                   value into rate effect and position change.
      *                   A position posted to zero that still
      *                   carries a valuation is kept at zero until
      *                   the next revaluation reports its run-off and
      *                   deletes it.  Zero throughout on a position
      *                   not yet revalued.  Record length is now 80.
      ******************************************************************
       01  FXPOS-RECORD.
               05 FXPOS-KEY.
                   10 FXPOS-CURRENCY
                                   PIC X(03).
               05 FXPOS-AMOUNT     PIC S9(9)V99.
               05 FXPOS-VALUATION.
                   10 FXPOS-LAST-AMOUNT
                                   PIC S9(9)V99.
                   10 FXPOS-LAST-RATE
                                   PIC 9(3)V9(6).
                   10 FXPOS-LAST-VALUE
                                   PIC S9(9)V99.
                   10 FXPOS-VALUE-DATE
                                   PIC 9(08).
                   10 FXPOS-MTD-MONTH
                                   PIC 9(06).
                   10 FXPOS-MTD-RATE-EFFECT
                                   PIC S9(9)V99.
