      ******************************************************************
      * Copybook:    PENDAPPR
      * Purpose:     Pending-approval record layout, shared by every
      *              program that reads or writes the PENDING-FILE
      *              (D:\S-PENDAP) dataset - the maker-checker queue.
      *              MAINTAIN-CUSTOMER-MASTER parks a compliance
      *              override (code O), and any posting or transfer
      *              above the approval limit, here instead of
      *              applying it; APPROVE-PENDING-ITEMS records a
      *              second operator's release or decline; the next
      *              maintenance run applies the released items and
      *              journals them with both operator IDs.
      *              Keyed on PEND-KEY - the date and time of the
      *              maintenance run that parked the item plus a
      *              sequence number within that run - which is also
      *              the item number the approver keys a decision
      *              against.  PEND-TRANS-IMAGE is the transaction
      *              exactly as submitted, in the TRANSREC layout
      *              byte for byte; PEND-MASTER-IMAGE is the master
      *              record (CUSTMAST layout) as it stood when the
      *              item was parked, SPACES if the account was not
      *              on file.
      * Modification History
      *   2026-10-15  RZ  Original copybook.  Record length 264.
      *   2026-10-15  RZ  PEND-MASTER-IMAGE 76 -> 84: CUSTMAST gained
      *                   LAST-ACTIVITY-DATE.  Record length is now
      *                   272.
      ******************************************************************
       01  PEND-RECORD.
               05 PEND-KEY.
                   10 PEND-PARK-DATE
                                   PIC 9(08).
                   10 PEND-PARK-TIME
                                   PIC 9(06).
                   10 PEND-SEQ-NO  PIC 9(04).
               05 PEND-STATUS      PIC X(01).
                   88  PEND-IS-PENDING    VALUE 'P'.
                   88  PEND-IS-RELEASED   VALUE 'R'.
                   88  PEND-IS-DECLINED   VALUE 'D'.
                   88  PEND-IS-APPLIED    VALUE 'A'.
                   88  PEND-IS-FAILED     VALUE 'F'.
               05 PEND-PARK-REASON PIC X(20).
               05 PEND-ACCOUNT-NO  PIC 9(10).
               05 PEND-OPERATOR-ID PIC X(08).
               05 PEND-APPROVER-ID PIC X(08).
               05 PEND-DECISION-DATE
                                   PIC 9(08).
               05 PEND-DECLINE-REASON
                                   PIC X(30).
               05 PEND-APPLIED-DATE
                                   PIC 9(08).
               05 PEND-MASTER-IMAGE
                                   PIC X(84).
               05 PEND-TRANS-IMAGE PIC X(77).
