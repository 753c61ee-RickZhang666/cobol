      *                   largest holder with the client name.  An
      *                   account holds however many currencies it
      *                   holds - no more netting into three slots.
      *   2026-10-15  RZ  A position posted to zero now stays on the
      *                   position file until the next revaluation
      *                   has reported its run-off; such a record is
      *                   skipped here so it cannot open an exposure
      *                   entry or take a largest-holder slot.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CURRENCY-EXPOSURE.
      * Each position record lands on its currency's exposure entry:   *
      * positive amounts go to the long total, negative to the short,  *
      * and the account competes for a largest-holder slot on the      *
      * absolute size of its position.  A zero position awaiting its   *
      * run-off at the next revaluation is skipped.                    *
      ******************************************************************
       300-AGGREGATE-ONE-POSITION.
           IF FXPOS-AMOUNT NOT = ZERO
               PERFORM 320-FIND-EXPOSURE-ENTRY
               IF FXPOS-AMOUNT < ZERO
                   ADD FXPOS-AMOUNT TO EX-SHORT-TOTAL (EXPO-SUB)
                   COMPUTE POSITION-ABS = ZERO - FXPOS-AMOUNT
               ELSE
                   ADD FXPOS-AMOUNT TO EX-LONG-TOTAL (EXPO-SUB)
                   MOVE FXPOS-AMOUNT TO POSITION-ABS
               END-IF
               PERFORM 330-RANK-LARGEST-HOLDER
           END-IF
           PERFORM 200-READ-POSITION.
      *
       320-FIND-EXPOSURE-ENTRY.
