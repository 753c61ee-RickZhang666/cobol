      *   2026-09-02  RZ  Image length 68 -> 76: CUSTMAST gained
      *                   ACCT-CLOSED-DATE.  Record length is now
      *                   202.
      *   2026-10-15  RZ  AUDT-OPERATOR-ID (who keyed the transaction)
      *                   and AUDT-APPROVER-ID (who released it from
      *                   the approval queue - SPACES on anything that
      *                   did not need approval).  Record length is
      *                   now 218.
      *   2026-10-15  RZ  Code R: REINSTATE-ARCHIVED-ACCOUNT journals
      *                   each account it puts back on the master
      *                   from the archive (SPACES before-image, the
      *                   reinstated record as the after-image), so
      *                   a reinstatement is on the trail and the
      *                   surveillance run can see it.  It is not a
      *                   maintenance transaction and BACKOUT-
      *                   CUSTOMER-MASTER leaves it alone.  No layout
      *                   change.
      *   2026-10-15  RZ  Image length 76 -> 84: CUSTMAST gained
      *                   LAST-ACTIVITY-DATE.  Record length is now
      *                   234.
      ******************************************************************
       01  AUDT-RECORD.
               05 AUDT-RUN-DATE    PIC 9(08).
                   88  AUDT-IS-POSTING    VALUE 'P'.
                   88  AUDT-IS-TRANSFER   VALUE 'T'.
                   88  AUDT-IS-OVERRIDE   VALUE 'O'.
                   88  AUDT-IS-REINSTATE  VALUE 'R'.
               05 AUDT-ACCOUNT-NO  PIC 9(10).
               05 AUDT-BEFORE-IMAGE
                                   PIC X(84).
               05 AUDT-AFTER-IMAGE PIC X(84).
               05 AUDT-FX-CURRENCY PIC X(03).
               05 AUDT-FX-BEFORE-AMOUNT
                                   PIC S9(9)V99.
               05 AUDT-FX-AFTER-AMOUNT
                                   PIC S9(9)V99.
               05 AUDT-OPERATOR-ID PIC X(08).
               05 AUDT-APPROVER-ID PIC X(08).
