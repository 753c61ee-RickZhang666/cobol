      *                   and its before/after amounts in the AUDT-FX
      *                   fields, printed as one FX movement line
      *                   under the record.
      *   2026-10-15  RZ  The journal carries the keying operator's ID
      *                   and, for an item applied off the approval
      *                   queue, the approving operator's ID; both are
      *                   printed on one line under the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-AUDIT-TRAIL.
                               PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(31)
                               VALUE SPACES.
       01  AUDIT-OPERATOR-LINE.
               05 FILLER       PIC X(45)
                               VALUE SPACES.
               05 FILLER       PIC X(09)
                               VALUE 'KEYED BY '.
               05 AOP-OPERATOR-ID
                               PIC X(08).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 FILLER       PIC X(12)
                               VALUE 'APPROVED BY '.
               05 AOP-APPROVER-ID
                               PIC X(08).
               05 FILLER       PIC X(47)
                               VALUE SPACES.
       01  JOURNAL-EOF-SW      PIC X VALUE 'N'.
           88  JOURNAL-AT-EOF       VALUE 'Y'.
      *
           END-IF
           IF AUDT-FX-CURRENCY NOT = SPACES
               PERFORM 315-PRINT-FX-MOVEMENT
           END-IF
           IF AUDT-OPERATOR-ID NOT = SPACES
               PERFORM 318-PRINT-OPERATORS
           END-IF.
      *
       310-MOVE-IMAGE-FIELDS.
           MOVE AUDT-FX-AFTER-AMOUNT  TO AFX-AFTER-AMOUNT
           MOVE AUDIT-FX-LINE TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE.
      *
       318-PRINT-OPERATORS.
           MOVE AUDT-OPERATOR-ID TO AOP-OPERATOR-ID
           IF AUDT-APPROVER-ID = SPACES
               MOVE '(NONE)'         TO AOP-APPROVER-ID
           ELSE
               MOVE AUDT-APPROVER-ID TO AOP-APPROVER-ID
           END-IF
           MOVE AUDIT-OPERATOR-LINE TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE.
      *
       320-BLANK-IMAGE-FIELDS.
           MOVE '(NONE)'     TO AUD-NAME
