      *                   report's NAME column instead of the raw
      *                   posting-field bytes the REDEFINES put
      *                   where the client name would be.
      *   2026-10-15  RZ  Maker-checker approval.  A compliance
      *                   override (code O), and any posting or
      *                   transfer whose amount exceeds the approval
      *                   limit (second PARM field, default
      *                   100,000.00 either way), is no longer applied
      *                   when read: it is parked on the keyed
      *                   PENDING-FILE (COPY PENDAPPR) with the
      *                   keying operator's ID and the master as it
      *                   stood, and listed on the new PENDING-
      *                   REGISTER-FILE with the item number the
      *                   approver keys against.  A different operator
      *                   releases or declines it through APPROVE-
      *                   PENDING-ITEMS.  Each run first applies every
      *                   released item, through the same apply
      *                   paragraphs as tonight's transactions, and
      *                   marks it applied (A) or failed (F); the
      *                   journal carries both operator IDs (AUDTJRNL).
      *                   A released override whose account has moved
      *                   since it was parked - name, branch, status or
      *                   cash figures no longer what the approver
      *                   saw - is failed, not applied: the approval
      *                   was given against the old picture.  A
      *                   SIMULATE run counts the items that would be
      *                   parked; it does not preview released items.
      *   2026-10-15  RZ  Position records carry the last revaluation
      *                   (FXPOSIT FXPOS-VALUATION).  A new position
      *                   starts with the valuation zeroed; a position
      *                   posted to exactly zero is only deleted if it
      *                   was never revalued - otherwise it is kept at
      *                   zero so the next revaluation can report the
      *                   run-off as a position change, and that run
      *                   deletes it.
      *   2026-10-15  RZ  Stamp the new CUSTMAST LAST-ACTIVITY-DATE
      *                   with the run date whenever a client-
      *                   initiated transaction applies: an ADD, a
      *                   CHANGE, a posting other than a fee (TRANS-
      *                   POST-IS-FEE) or a transfer - released items
      *                   included, on the night they apply.  An
      *                   OVERRIDE is compliance's action, not the
      *                   client's, and leaves the date alone, as does
      *                   the revaluation step.  A released override
      *                   also fails if the account has seen client
      *                   activity since it was parked - a dormancy
      *                   freeze must not land on an account the
      *                   client has since used.  BEFORE-IMAGE-SAVE
      *                   76 -> 84.
      *   2026-10-15  RZ  An OVERRIDE no longer writes F-FOREX: the
      *                   account's F-FOREX is kept as it stands and
      *                   only the other PRI-FINANCE fields are taken
      *                   from the transaction.  An override is applied
      *                   a day or more after it was keyed (it waits
      *                   for approval), so its TRANS-F-FOREX is an old
      *                   valuation - writing it back unbooked made the
      *                   next revaluation post the intervening
      *                   movement to the GL a second time.  F-FOREX
      *                   belongs to REVALUE-FOREX-POSITIONS alone.  The
      *                   SIMULATE run does the same.
      *   2026-10-15  RZ  A dormancy freeze (an override keyed by
      *                   operator DORMANCY) is checked against the
      *                   master before it is parked: if the name,
      *                   branch or any of F-SALARY, F-STOCK and F-FUND
      *                   differs from what REPORT-DORMANT-ACCOUNTS
      *                   read, the client has been active since the
      *                   freeze was raised and it is rejected
      *                   (ACTIVE SINCE FREEZE RAISED) instead of
      *                   parked - released, it would have put the old
      *                   figures back over the client's posting and
      *                   frozen a live account.  Movement after it is
      *                   parked is still caught by the release check.
      *                   SIMULATE counts such a freeze as a reject.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-CUSTOMER-MASTER.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXPOS-KEY
               FILE STATUS IS POS-FILE-STATUS.
           SELECT PENDING-FILE
               ASSIGN TO "D:\S-PENDAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PEND-FILE-STATUS.
           SELECT PENDING-REGISTER-FILE
               ASSIGN TO "D:\S-PENDRG".
      *
       DATA DIVISION.
       FILE SECTION.
       01  IMPACT-REPORT-LINE          PIC X(132).
       FD  POSITION-FILE.
           COPY FXPOSIT.
       FD  PENDING-FILE.
           COPY PENDAPPR.
       FD  PENDING-REGISTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PENDING-REGISTER-LINE.
       01  PENDING-REGISTER-LINE       PIC X(132).
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
           COPY RUNHIST.
               05 FRZ-REASON   PIC X(30).
               05 FILLER       PIC X(50)
                               VALUE SPACES.
       01  PENDING-REGISTER-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(40)
                   VALUE 'ITEMS PARKED FOR APPROVAL'.
               05 FILLER       PIC X(82)
                               VALUE SPACES.
       01  PENDING-REGISTER-COLUMNS.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(23)
                               VALUE 'ITEM NUMBER'.
               05 FILLER       PIC X(04)
                               VALUE 'TRN'.
               05 FILLER       PIC X(12)
                               VALUE 'ACCOUNT-NO'.
               05 FILLER       PIC X(17)
                               VALUE '         AMOUNT'.
               05 FILLER       PIC X(22)
                               VALUE 'REFERENCE / NAME'.
               05 FILLER       PIC X(10)
                               VALUE 'KEYED BY'.
               05 FILLER       PIC X(42)
                               VALUE 'REASON'.
       01  PENDING-REGISTER-DETAIL.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 PRG-PARK-DATE
                               PIC 9(08).
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 PRG-PARK-TIME
                               PIC 9(06).
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 PRG-SEQ-NO   PIC 9(04).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 PRG-CODE     PIC X(01).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 PRG-ACCOUNT-NO
                               PIC 9(10).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 PRG-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 PRG-REFERENCE
                               PIC X(20).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 PRG-OPERATOR PIC X(08).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 PRG-REASON   PIC X(20).
               05 FILLER       PIC X(22)
                               VALUE SPACES.
       01  IMPACT-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
       01  RUN-PARM            PIC X(80).
       01  RUN-MODE            PIC X(08) VALUE SPACES.
           88  SIMULATE-MODE        VALUE 'SIMULATE'.
       01  APPROVAL-LIMIT-X    PIC X(15) VALUE SPACES.
       01  APPROVAL-LIMIT      PIC 9(9)V99 VALUE 100000.00.
      *
       01  SIM-GROUP-ACTIVE-SW PIC X VALUE 'N'.
           88  SIM-GROUP-ACTIVE     VALUE 'Y'.
       01  SIM-TRANSFER-CT     PIC 9(9) COMP VALUE ZERO.
       01  SIM-REJECT-CT       PIC 9(9) COMP VALUE ZERO.
       01  SIM-ACCOUNT-CT      PIC 9(9) COMP VALUE ZERO.
       01  SIM-PARKED-CT       PIC 9(9) COMP VALUE ZERO.
      *
       01  TRANS-EOF-SW        PIC X VALUE 'N'.
           88  TRANS-AT-EOF         VALUE 'Y'.
               05 RUN-TIME-RAW.
                   10 RUN-TIME PIC 9(06).
                   10 FILLER   PIC 9(02).
       01  BEFORE-IMAGE-SAVE   PIC X(84) VALUE SPACES.
       01  POS-FILE-STATUS     PIC XX VALUE SPACES.
       01  POS-SCAN-EOF-SW     PIC X VALUE 'N'.
           88  POS-SCAN-AT-EOF      VALUE 'Y'.
       01  POS-BEFORE-AMOUNT   PIC S9(9)V99 VALUE ZERO.
       01  OLD-ACCT-STATUS     PIC X(01) VALUE SPACES.
       01  OVERRIDE-FOREX-SAVE PIC S9(7)V99 VALUE ZERO.
      *
       01  PEND-FILE-STATUS    PIC XX VALUE SPACES.
       01  PEND-SCAN-EOF-SW    PIC X VALUE 'N'.
           88  PEND-SCAN-AT-EOF     VALUE 'Y'.
       01  PARK-SW             PIC X VALUE 'N'.
           88  PARK-FOR-APPROVAL    VALUE 'Y'.
       01  PARK-REASON         PIC X(20) VALUE SPACES.
       01  PARK-SEQ-NO         PIC 9(04) VALUE ZERO.
       01  DORMANCY-OPERATOR-ID
                               PIC X(08) VALUE 'DORMANCY'.
       01  APPLYING-RELEASED-SW
                               PIC X VALUE 'N'.
           88  APPLYING-RELEASED    VALUE 'Y'.
       01  JRNL-APPROVER-ID    PIC X(08) VALUE SPACES.
       01  REJECTS-BEFORE-ITEM PIC 9(9) COMP VALUE ZERO.
      *    The master as the approver saw it against the master as it
      *    stands now - name, branch, status, the three cash figures
      *    and the last-activity date (F-FOREX is the revaluation
      *    step's and moves every night, so it is left out of the
      *    comparison).
       01  PARKED-MASTER-VIEW.
               05 PARKED-MASTER-LEAD
                               PIC X(59).
               05 FILLER       PIC X(17).
               05 PARKED-MASTER-ACTIVITY
                               PIC X(08).
       01  CURRENT-MASTER-VIEW.
               05 CURRENT-MASTER-LEAD
                               PIC X(59).
               05 FILLER       PIC X(17).
               05 CURRENT-MASTER-ACTIVITY
                               PIC X(08).
       01  RUNH-STAMP.
               05 RUNH-DATE    PIC 9(08) VALUE ZERO.
               05 RUNH-TIME-RAW.
       01  REGISTER-LINE-CT    PIC 9(9) COMP VALUE ZERO.
       01  POSITIONS-DELETED-CT
                               PIC 9(9) COMP VALUE ZERO.
       01  TRANS-PARKED-CT     PIC 9(9) COMP VALUE ZERO.
       01  RELEASED-READ-CT    PIC 9(9) COMP VALUE ZERO.
       01  RELEASED-APPLIED-CT PIC 9(9) COMP VALUE ZERO.
       01  RELEASED-FAILED-CT  PIC 9(9) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-MAINTAIN-CUSTOMER-MASTER.
           ACCEPT RUN-PARM FROM COMMAND-LINE
           UNSTRING RUN-PARM DELIMITED BY ','
               INTO RUN-MODE APPROVAL-LIMIT-X
           END-UNSTRING
           IF APPROVAL-LIMIT-X NOT = SPACES
               COMPUTE APPROVAL-LIMIT =
                   FUNCTION NUMVAL(APPROVAL-LIMIT-X)
           END-IF
           IF SIMULATE-MODE
               GO TO 500-SIMULATE-RUN
           END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O    PENDING-FILE.
           IF PEND-FILE-STATUS NOT = '00'
               DISPLAY 'MAINTAIN-CUSTOMER-MASTER: PENDING-FILE OPEN '
                   'I-O FAILED, FILE STATUS = ' PEND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT  TRANSACTION-FILE
                OUTPUT TRANS-REJECT-FILE
                       POSTING-REGISTER-FILE
                       FROZEN-ACTIVITY-FILE
                       PENDING-REGISTER-FILE
                EXTEND AUDIT-JOURNAL-FILE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-RAW FROM TIME
           MOVE POSTING-REGISTER-COLUMNS TO POSTING-REGISTER-LINE
           WRITE POSTING-REGISTER-LINE
           MOVE FROZEN-ACTIVITY-HEADING TO FROZEN-ACTIVITY-LINE
           WRITE FROZEN-ACTIVITY-LINE
           MOVE PENDING-REGISTER-HEADING TO PENDING-REGISTER-LINE
           WRITE PENDING-REGISTER-LINE
           MOVE PENDING-REGISTER-COLUMNS TO PENDING-REGISTER-LINE
           WRITE PENDING-REGISTER-LINE.
           PERFORM 160-APPLY-RELEASED-ITEMS.
           PERFORM 150-READ-TRANSACTION.
           PERFORM 200-APPLY-TRANSACTION
               UNTIL TRANS-AT-EOF.
           PERFORM 900-WRITE-CONTROL-TOTALS.
           CLOSE CUSTOMER-FILE
                 POSITION-FILE
                 PENDING-FILE
                 TRANSACTION-FILE
                 TRANS-REJECT-FILE
                 POSTING-REGISTER-FILE
                 FROZEN-ACTIVITY-FILE
                 PENDING-REGISTER-FILE
                 AUDIT-JOURNAL-FILE.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.
           END-READ.
      *
      ******************************************************************
      * Items a second operator has released since the last run are    *
      * applied first - they were keyed before anything in tonight's   *
      * file.  Each goes through the same apply paragraphs as a fresh  *
      * transaction, with the approver's ID held for the journal, and  *
      * is marked applied or failed on the queue so it can never be    *
      * applied twice.                                                 *
      ******************************************************************
       160-APPLY-RELEASED-ITEMS.
           MOVE 'N' TO PEND-SCAN-EOF-SW
           MOVE LOW-VALUES TO PEND-KEY
           START PENDING-FILE KEY NOT LESS THAN PEND-KEY
               INVALID KEY
                   SET PEND-SCAN-AT-EOF TO TRUE
           END-START
           IF NOT PEND-SCAN-AT-EOF
               PERFORM 165-READ-NEXT-PENDING
               PERFORM 170-APPLY-ONE-RELEASED-ITEM
                   UNTIL PEND-SCAN-AT-EOF
           END-IF.
      *
       165-READ-NEXT-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET PEND-SCAN-AT-EOF TO TRUE
           END-READ.
      *
       170-APPLY-ONE-RELEASED-ITEM.
           IF PEND-IS-RELEASED
               ADD 1 TO RELEASED-READ-CT
               MOVE PEND-TRANS-IMAGE TO TRANS-RECORD
               MOVE PEND-APPROVER-ID TO JRNL-APPROVER-ID
               SET APPLYING-RELEASED TO TRUE
               MOVE TRANS-REJECT-CT  TO REJECTS-BEFORE-ITEM
               IF TRANS-IS-OVERRIDE
                   PERFORM 175-CHECK-MASTER-UNCHANGED
               END-IF
               IF TRANS-REJECT-CT = REJECTS-BEFORE-ITEM
                   PERFORM 210-DISPATCH-TRANSACTION
               END-IF
               IF TRANS-REJECT-CT = REJECTS-BEFORE-ITEM
                   SET PEND-IS-APPLIED TO TRUE
                   ADD 1 TO RELEASED-APPLIED-CT
               ELSE
                   SET PEND-IS-FAILED TO TRUE
                   ADD 1 TO RELEASED-FAILED-CT
               END-IF
               MOVE RUN-DATE TO PEND-APPLIED-DATE
               REWRITE PEND-RECORD
               IF PEND-FILE-STATUS NOT = '00'
                   DISPLAY 'MAINTAIN-CUSTOMER-MASTER: PENDING-FILE '
                       'REWRITE FAILED FOR ITEM ' PEND-KEY
                       ', FILE STATUS = ' PEND-FILE-STATUS
                   DISPLAY '  MARK THE ITEM APPLIED BY HAND BEFORE THE '
                       'NEXT RUN OR IT WILL APPLY AGAIN'
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'N'    TO APPLYING-RELEASED-SW
               MOVE SPACES TO JRNL-APPROVER-ID
           END-IF
           PERFORM 165-READ-NEXT-PENDING.
      *
      ******************************************************************
      * A released override replaces the whole account image, so it   *
      * may only land on the account the approver looked at.  If the   *
      * master has moved since the item was parked, the item fails     *
      * and has to be re-keyed and re-approved against today's record. *
      ******************************************************************
       175-CHECK-MASTER-UNCHANGED.
           MOVE PEND-MASTER-IMAGE TO PARKED-MASTER-VIEW
           MOVE TRANS-ACCOUNT-NO  TO ACCOUNT-NO
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES      TO CURRENT-MASTER-VIEW
               NOT INVALID KEY
                   MOVE CUST-RECORD TO CURRENT-MASTER-VIEW
           END-READ
           IF CURRENT-MASTER-LEAD NOT = PARKED-MASTER-LEAD
                   OR CURRENT-MASTER-ACTIVITY
                       NOT = PARKED-MASTER-ACTIVITY
               MOVE 'MASTER CHANGED SINCE PARKED' TO TREJ-REASON
               PERFORM 600-WRITE-TRANS-REJECT
           END-IF.
      *
      ******************************************************************
      * Each transaction goes straight at the keyed master: an ADD     *
      * WRITEs a new record (INVALID KEY = the account already         *
      * exists), a CHANGE READs and REWRITEs it, a DELETE removes it.  *
      * Bad transactions go to TRANS-REJECT-FILE, as before.  An       *
      * override, or a posting or transfer over the approval limit,    *
      * is parked for a second operator instead of being applied.      *
      ******************************************************************
       200-APPLY-TRANSACTION.
           PERFORM 245-CHECK-APPROVAL-NEEDED
           IF PARK-FOR-APPROVAL
               PERFORM 250-PARK-FOR-APPROVAL
           ELSE
               PERFORM 210-DISPATCH-TRANSACTION
           END-IF
           PERFORM 150-READ-TRANSACTION.
      *
       210-DISPATCH-TRANSACTION.
           EVALUATE TRUE
               WHEN TRANS-IS-ADD
                   PERFORM 400-APPLY-ADD
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO TREJ-REASON
                   PERFORM 600-WRITE-TRANS-REJECT
           END-EVALUATE.
      *
       245-CHECK-APPROVAL-NEEDED.
           MOVE 'N'    TO PARK-SW
           MOVE SPACES TO PARK-REASON
           EVALUATE TRUE
               WHEN TRANS-IS-OVERRIDE
                   SET PARK-FOR-APPROVAL TO TRUE
                   MOVE 'COMPLIANCE OVERRIDE' TO PARK-REASON
               WHEN TRANS-IS-POSTING OR TRANS-IS-TRANSFER
                   IF TRANS-POST-AMOUNT > APPROVAL-LIMIT
                           OR TRANS-POST-AMOUNT < ZERO - APPROVAL-LIMIT
                       SET PARK-FOR-APPROVAL TO TRUE
                       MOVE 'OVER APPROVAL LIMIT' TO PARK-REASON
                   END-IF
           END-EVALUATE.
      *
      ******************************************************************
      * Park the transaction on the approval queue exactly as keyed,   *
      * with the master as it stands now, and list it on the pending   *
      * register under the item number the approver will key.  A       *
      * dormancy freeze carries the account as the dormancy run read   *
      * it; if the master no longer agrees, the client has been        *
      * active since and the freeze is rejected instead of parked.     *
      ******************************************************************
       250-PARK-FOR-APPROVAL.
           MOVE TRANS-ACCOUNT-NO  TO ACCOUNT-NO
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES      TO PEND-MASTER-IMAGE
               NOT INVALID KEY
                   MOVE CUST-RECORD TO PEND-MASTER-IMAGE
           END-READ
           IF TRANS-IS-OVERRIDE
                   AND TRANS-OPERATOR-ID = DORMANCY-OPERATOR-ID
                   AND PEND-MASTER-IMAGE NOT = SPACES
                   AND (TRANS-CLINENT-NAME NOT = CLINENT-NAME
                       OR TRANS-BRANCH-CODE NOT = BRANCH-CODE
                       OR TRANS-F-SALARY NOT = F-SALARY
                       OR TRANS-F-STOCK NOT = F-STOCK
                       OR TRANS-F-FUND NOT = F-FUND)
               MOVE 'ACTIVE SINCE FREEZE RAISED' TO TREJ-REASON
               PERFORM 600-WRITE-TRANS-REJECT
           ELSE
               PERFORM 255-WRITE-PENDING-ITEM
           END-IF.
      *
       255-WRITE-PENDING-ITEM.
           ADD 1 TO PARK-SEQ-NO
           MOVE RUN-DATE          TO PEND-PARK-DATE
           MOVE RUN-TIME          TO PEND-PARK-TIME
           MOVE PARK-SEQ-NO       TO PEND-SEQ-NO
           SET PEND-IS-PENDING    TO TRUE
           MOVE PARK-REASON       TO PEND-PARK-REASON
           MOVE TRANS-ACCOUNT-NO  TO PEND-ACCOUNT-NO
           MOVE TRANS-OPERATOR-ID TO PEND-OPERATOR-ID
           MOVE SPACES            TO PEND-APPROVER-ID
                                     PEND-DECLINE-REASON
           MOVE ZERO              TO PEND-DECISION-DATE
                                     PEND-APPLIED-DATE
           MOVE TRANS-RECORD      TO PEND-TRANS-IMAGE
           WRITE PEND-RECORD
               INVALID KEY
                   MOVE 'APPROVAL QUEUE WRITE FAILED' TO TREJ-REASON
                   PERFORM 600-WRITE-TRANS-REJECT
               NOT INVALID KEY
                   ADD 1 TO TRANS-PARKED-CT
                   PERFORM 660-WRITE-PENDING-LINE
           END-WRITE.
      *
       400-APPLY-ADD.
           MOVE TRANS-ACCOUNT-NO   TO ACCOUNT-NO
           ELSE
               MOVE ZERO     TO ACCT-CLOSED-DATE
           END-IF
           MOVE RUN-DATE           TO LAST-ACTIVITY-DATE
           WRITE CUST-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE ADD - ACCT EXISTS' TO TREJ-REASON
                   ADD 1 TO TRANS-OVERRIDE-CT
           END-READ.
      *
      ******************************************************************
      * An override keeps the master's F-FOREX: the revaluation step   *
      * owns it, and the figure on a parked override is the valuation  *
      * of the night it was keyed.                                     *
      ******************************************************************
       418-APPLY-CHANGE-FIELDS.
           MOVE CUST-RECORD        TO BEFORE-IMAGE-SAVE
           MOVE ACCT-STATUS        TO OLD-ACCT-STATUS
           MOVE F-FOREX            TO OVERRIDE-FOREX-SAVE
           MOVE TRANS-CLINENT-NAME TO CLINENT-NAME
           MOVE TRANS-BRANCH-CODE  TO BRANCH-CODE
           MOVE TRANS-ACCT-STATUS  TO ACCT-STATUS
           MOVE TRANS-PRI-FINANCE  TO PRI-FINANCE
           IF TRANS-IS-OVERRIDE
               MOVE OVERRIDE-FOREX-SAVE TO F-FOREX
           END-IF
           EVALUATE TRUE
               WHEN TRANS-ACCT-STATUS NOT = 'C'
                   MOVE ZERO TO ACCT-CLOSED-DATE
               WHEN OLD-ACCT-STATUS NOT = 'C'
                   MOVE RUN-DATE TO ACCT-CLOSED-DATE
           END-EVALUATE
           IF TRANS-IS-CHANGE
               MOVE RUN-DATE TO LAST-ACTIVITY-DATE
           END-IF
           REWRITE CUST-RECORD
           PERFORM 700-WRITE-AUDIT-RECORD.
      *
                       PERFORM 435-POST-TO-CATEGORY
                   END-IF
                   IF POSTING-OK
                       IF NOT TRANS-POST-IS-FEE
                           MOVE RUN-DATE TO LAST-ACTIVITY-DATE
                       END-IF
                       REWRITE CUST-RECORD
                       ADD 1 TO TRANS-POSTED-CT
                       PERFORM 700-WRITE-AUDIT-RECORD
      ******************************************************************
      * An FX posting goes straight at the keyed position record for   *
      * this account and currency: an existing record moves by the     *
      * posted amount (and is deleted when it lands on exactly zero,   *
      * unless a revaluation still has to report its run-off), a new   *
      * currency WRITEs a fresh record.  There is no per-account cap   *
      * any more.  The position movement is saved for the journal's    *
      * AUDT-FX fields.                                                *
                   MOVE TRANS-ACCOUNT-NO    TO FXPOS-ACCOUNT-NO
                   MOVE TRANS-POST-CURRENCY TO FXPOS-CURRENCY
                   MOVE TRANS-POST-AMOUNT   TO FXPOS-AMOUNT
                   INITIALIZE FXPOS-VALUATION
                   WRITE FXPOS-RECORD
                   PERFORM 645-CHECK-POSITION-IO
                   MOVE FXPOS-AMOUNT TO REGISTER-NEW-BALANCE
                   END-ADD
                   IF POSTING-OK
                       IF FXPOS-AMOUNT = ZERO
                               AND FXPOS-LAST-VALUE = ZERO
                           DELETE POSITION-FILE RECORD
                       ELSE
                           REWRITE FXPOS-RECORD
                       PERFORM 445-MOVE-TRANSFER-AMOUNTS
                   END-IF
                   IF POSTING-OK
                       MOVE RUN-DATE TO LAST-ACTIVITY-DATE
                       REWRITE CUST-RECORD
                       ADD 1 TO TRANS-TRANSFER-CT
                       PERFORM 700-WRITE-AUDIT-RECORD
           MOVE POSTING-REGISTER-DETAIL TO POSTING-REGISTER-LINE
           WRITE POSTING-REGISTER-LINE
           ADD 1 TO REGISTER-LINE-CT.
      *
       660-WRITE-PENDING-LINE.
           MOVE PEND-PARK-DATE     TO PRG-PARK-DATE
           MOVE PEND-PARK-TIME     TO PRG-PARK-TIME
           MOVE PEND-SEQ-NO        TO PRG-SEQ-NO
           MOVE TRANS-CODE         TO PRG-CODE
           MOVE TRANS-ACCOUNT-NO   TO PRG-ACCOUNT-NO
           IF TRANS-IS-POSTING OR TRANS-IS-TRANSFER
               MOVE TRANS-POST-AMOUNT    TO PRG-AMOUNT
               MOVE TRANS-POST-REFERENCE TO PRG-REFERENCE
           ELSE
               MOVE ZERO                 TO PRG-AMOUNT
               MOVE TRANS-CLINENT-NAME   TO PRG-REFERENCE
           END-IF
           MOVE TRANS-OPERATOR-ID  TO PRG-OPERATOR
           MOVE PARK-REASON        TO PRG-REASON
           MOVE PENDING-REGISTER-DETAIL TO PENDING-REGISTER-LINE
           WRITE PENDING-REGISTER-LINE.
      *
      ******************************************************************
      * Trial run: the master is opened read-only, nothing is          *
      * applied, journalled or registered.  Transactions are grouped   *
      * by account (the pre-edit re-sequences its released batches     *
      * into one ascending ACCOUNT-NO file, so a group's transactions  *
      * are adjacent, in keying order) and applied in file             *
      * order to a held working copy; when the group closes, one       *
      * impact line shows the account's before and after net worth.    *
      ******************************************************************
      * otherwise.                                                     *
      ******************************************************************
       530-APPLY-SIM-TRANS.
           PERFORM 245-CHECK-APPROVAL-NEEDED
           EVALUATE TRUE
               WHEN PARK-FOR-APPROVAL
                   IF TRANS-IS-OVERRIDE
                           AND TRANS-OPERATOR-ID = DORMANCY-OPERATOR-ID
                           AND SIM-ACCT-EXISTS
                           AND (TRANS-CLINENT-NAME
                                   NOT = SIM-CLINENT-NAME
                               OR TRANS-BRANCH-CODE
                                   NOT = SIM-BRANCH-CODE
                               OR TRANS-F-SALARY NOT = SIM-F-SALARY
                               OR TRANS-F-STOCK NOT = SIM-F-STOCK
                               OR TRANS-F-FUND NOT = SIM-F-FUND)
                       ADD 1 TO SIM-REJECT-CT
                   ELSE
                       ADD 1 TO SIM-PARKED-CT
                   END-IF
               WHEN TRANS-IS-ADD
                   IF SIM-ACCT-EXISTS
                       ADD 1 TO SIM-REJECT-CT
                   IF NOT SIM-ACCT-EXISTS
                       ADD 1 TO SIM-REJECT-CT
                   ELSE
                       MOVE SIM-F-FOREX        TO OVERRIDE-FOREX-SAVE
                       MOVE TRANS-CLINENT-NAME TO SIM-CLINENT-NAME
                       MOVE TRANS-BRANCH-CODE  TO SIM-BRANCH-CODE
                       MOVE TRANS-ACCT-STATUS  TO SIM-ACCT-STATUS
                       MOVE TRANS-PRI-FINANCE  TO SIM-PRI-FINANCE
                       MOVE OVERRIDE-FOREX-SAVE TO SIM-F-FOREX
                       ADD 1 TO SIM-OVERRIDE-CT
                   END-IF
               WHEN TRANS-IS-DELETE
           PERFORM 567-WRITE-IMPACT-COUNT-LINE
           MOVE 'REJECTS' TO IMP-CNT-CAPTION
           MOVE SIM-REJECT-CT TO IMP-CNT-VALUE
           PERFORM 567-WRITE-IMPACT-COUNT-LINE
           MOVE 'PARKED FOR APPROVAL' TO IMP-CNT-CAPTION
           MOVE SIM-PARKED-CT TO IMP-CNT-VALUE
           PERFORM 567-WRITE-IMPACT-COUNT-LINE.
      *
       565-WRITE-IMPACT-TOTAL-LINE.
           DISPLAY '  WOULD OVERRIDE         : ' SIM-OVERRIDE-CT
           DISPLAY '  WOULD POST             : ' SIM-POSTING-CT
           DISPLAY '  WOULD TRANSFER         : ' SIM-TRANSFER-CT
           DISPLAY '  WOULD REJECT           : ' SIM-REJECT-CT
           DISPLAY '  WOULD PARK FOR APPROVAL: ' SIM-PARKED-CT.
      *
      ******************************************************************
      * On a posting or transfer the bytes under TRANS-CLINENT-NAME   *
                                  TO AUDT-FX-BEFORE-AMOUNT
           MOVE JRNL-FX-AFTER-AMOUNT
                                  TO AUDT-FX-AFTER-AMOUNT
           MOVE TRANS-OPERATOR-ID TO AUDT-OPERATOR-ID
           MOVE JRNL-APPROVER-ID  TO AUDT-APPROVER-ID
           WRITE AUDT-RECORD
           ADD 1 TO AUDIT-WRITTEN-CT
           MOVE SPACES TO JRNL-FX-CURRENCY
           DISPLAY '  TRANSACTIONS REJECTED  : ' TRANS-REJECT-CT
           DISPLAY '  AUDIT RECORDS WRITTEN  : ' AUDIT-WRITTEN-CT
           DISPLAY '  REGISTER LINES WRITTEN : ' REGISTER-LINE-CT
           DISPLAY '  POSITIONS DELETED      : ' POSITIONS-DELETED-CT
           DISPLAY '  PARKED FOR APPROVAL    : ' TRANS-PARKED-CT
           DISPLAY '  RELEASED ITEMS READ    : ' RELEASED-READ-CT
           DISPLAY '  RELEASED ITEMS APPLIED : ' RELEASED-APPLIED-CT
           DISPLAY '  RELEASED ITEMS FAILED  : ' RELEASED-FAILED-CT.
       END PROGRAM MAINTAIN-CUSTOMER-MASTER.
