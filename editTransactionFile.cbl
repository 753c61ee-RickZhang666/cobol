      *                   the common RUN-HISTORY-FILE as the run
      *                   ends, for the morning REPORT-RUN-STATUS
      *                   page.
      *   2026-10-15  RZ  Batch balancing.  Each branch submission
      *                   arrives as batches framed by a header (H)
      *                   and a trailer (E) carrying the declared
      *                   record count and TRANS-POST-AMOUNT total
      *                   (TRANSREC).  A batch's clean records are
      *                   held on BATCH-HOLD-FILE until its trailer is
      *                   read and only copied to EDITED-TRANS-FILE
      *                   when the detail count and the amount total
      *                   both agree with the trailer; a batch that is
      *                   out of balance - or has a bad or duplicate
      *                   header, a mismatched or missing trailer -
      *                   is rejected whole and goes back to the
      *                   branch (RETURN-CODE 8).  A detail record
      *                   outside any batch is rejected.  The H and E
      *                   records themselves are never written to the
      *                   edited file.  The ascending ACCOUNT-NO check
      *                   now runs within each batch - every branch
      *                   sorts its own submission - and the released
      *                   batches are re-sequenced into one ascending
      *                   ACCOUNT-NO edited file as the run ends.  Every
      *                   batch gets a line on the new BATCH-CONTROL-
      *                   REPORT, which operations sign off before the
      *                   MAINTAIN-CUSTOMER-MASTER step is released.
      *   2026-10-15  RZ  TRANSREC carries TRANS-OPERATOR-ID (record
      *                   length 77).  Every detail record must name
      *                   the operator who keyed it - the maker-
      *                   checker approval in the maintenance step
      *                   turns on it.
      *   2026-10-15  RZ  Balanced batches are released to RELEASED-
      *                   TRANS-FILE, and only once the last batch is
      *                   edited is that file sorted on ACCOUNT-NO
      *                   (WITH DUPLICATES IN ORDER, so one account's
      *                   transactions keep their keying order) into
      *                   EDITED-TRANS-FILE.  Copying batch by batch
      *                   left the edited file ascending only within
      *                   each branch batch, and an account submitted
      *                   in two batches was split into two groups -
      *                   the maintenance trial run then measured the
      *                   second group against the untouched master.
      *                   A sequence break still leaves the edited file
      *                   empty.
      *   2026-10-15  RZ  TRANS-POST-ORIGIN is edited on postings and
      *                   transfers: it must be blank, or F (fee)
      *                   only when the operator is FEEBILL - an F
      *                   posting does not stamp the account's
      *                   LAST-ACTIVITY-DATE, so a branch must not be
      *                   able to key one.  A batch header read once
      *                   the duplicate-batch table is full is
      *                   rejected as DUP CHECK FULL rather than let
      *                   through unchecked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIT-TRANSACTION-FILE.
               ASSIGN TO "D:\S-EDITRJ".
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "D:\S-RUNHST".
           SELECT BATCH-HOLD-FILE
               ASSIGN TO "D:\S-TRANWK".
           SELECT RELEASED-TRANS-FILE
               ASSIGN TO "D:\S-TRANRL".
           SELECT EDIT-SORT-FILE
               ASSIGN TO "D:\S-SRTWK".
           SELECT BATCH-CONTROL-REPORT
               ASSIGN TO "D:\S-BATRPT".
           SELECT BRANCH-FILE
               ASSIGN TO "D:\S-BRANCH"
               ORGANIZATION IS INDEXED
           COPY TRANSREC.
       FD  EDITED-TRANS-FILE
           RECORDING MODE IS F.
       01  EDITED-TRANS-RECORD         PIC X(77).
       FD  EDIT-REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EDIT-REJECT-LINE.
       01  EDIT-REJECT-LINE            PIC X(132).
       FD  BATCH-HOLD-FILE
           RECORDING MODE IS F.
       01  BATCH-HOLD-RECORD           PIC X(77).
       FD  RELEASED-TRANS-FILE
           RECORDING MODE IS F.
       01  RELEASED-TRANS-RECORD       PIC X(77).
      *
      *    A released transaction, keyed on its ACCOUNT-NO (TRANSREC
      *    TRANS-ACCOUNT-NO, behind the one-byte code).
       SD  EDIT-SORT-FILE.
       01  EDIT-SORT-RECORD.
               05 FILLER            PIC X(01).
               05 ESRT-ACCOUNT-NO   PIC 9(10).
               05 FILLER            PIC X(66).
       FD  BATCH-CONTROL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS BATCH-CONTROL-LINE.
       01  BATCH-CONTROL-LINE          PIC X(132).
       FD  BRANCH-FILE.
           COPY BRNCHMST.
       FD  RUN-HISTORY-FILE
       01  BRANCH-FILE-STATUS  PIC XX VALUE SPACES.
       01  BRANCH-FOUND-SW     PIC X VALUE 'N'.
           88  BRANCH-FOUND         VALUE 'Y'.
      *
       01  BATCH-CONTROL-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(42)
                   VALUE 'BATCH CONTROL REPORT - TRANSACTION EDIT'.
               05 FILLER       PIC X(10)
                               VALUE 'RUN DATE: '.
               05 BCTH-RUN-DATE
                               PIC 9(08).
               05 FILLER       PIC X(62)
                               VALUE SPACES.
       01  BATCH-CONTROL-COLUMNS.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(06)
                               VALUE 'BR'.
               05 FILLER       PIC X(22)
                               VALUE 'BRANCH NAME'.
               05 FILLER       PIC X(09)
                               VALUE 'BATCH'.
               05 FILLER       PIC X(09)
                               VALUE 'DECL CT'.
               05 FILLER       PIC X(09)
                               VALUE ' ACT CT'.
               05 FILLER       PIC X(20)
                               VALUE '   DECLARED AMOUNT'.
               05 FILLER       PIC X(20)
                               VALUE '     ACTUAL AMOUNT'.
               05 FILLER       PIC X(09)
                               VALUE '  CLEAN'.
               05 FILLER       PIC X(09)
                               VALUE 'REJECTS'.
               05 FILLER       PIC X(17)
                               VALUE 'STATUS'.
       01  BATCH-CONTROL-DETAIL.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 BCTL-BRANCH  PIC X(03).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 BCTL-BRANCH-NAME
                               PIC X(20).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 BCTL-BATCH   PIC X(06).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 BCTL-DECLARED-CT
                               PIC Z(06)9.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 BCTL-ACTUAL-CT
                               PIC Z(06)9.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 BCTL-DECLARED-AMOUNT
                               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 BCTL-ACTUAL-AMOUNT
                               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 BCTL-CLEAN-CT
                               PIC Z(06)9.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 BCTL-REJECT-CT
                               PIC Z(06)9.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 BCTL-STATUS  PIC X(16).
               05 FILLER       PIC X(01)
                               VALUE SPACES.
       01  BATCH-CONTROL-COUNT-LINE.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 BCTT-CAPTION PIC X(30).
               05 BCTT-VALUE   PIC ZZZ,ZZ9.
               05 FILLER       PIC X(85)
                               VALUE SPACES.
       01  BATCH-ABANDONED-LINE.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(60)
                   VALUE '*** SEQUENCE BREAK - NOTHING RELEASED'.
               05 FILLER       PIC X(62)
                               VALUE SPACES.
       01  BATCH-SIGNOFF-LINE-1.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(60)
                   VALUE 'REJECTED BATCHES RETURNED TO BRANCH BY:'.
               05 FILLER       PIC X(62)
                   VALUE '______________________  DATE: __________'.
       01  BATCH-SIGNOFF-LINE-2.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(60)
                   VALUE 'MAINTENANCE STEP RELEASED BY:'.
               05 FILLER       PIC X(62)
                   VALUE '______________________  DATE: __________'.
      *
       01  BATCH-OPEN-SW       PIC X VALUE 'N'.
           88  BATCH-IS-OPEN        VALUE 'Y'.
       01  HOLD-EOF-SW         PIC X VALUE 'N'.
           88  HOLD-AT-EOF          VALUE 'Y'.
       01  BATCH-SEEN-SW       PIC X VALUE 'N'.
           88  BATCH-ALREADY-SEEN   VALUE 'Y'.
       01  BATCH-ID.
               05 BATCH-ID-BRANCH
                               PIC X(03) VALUE SPACES.
               05 BATCH-ID-NUMBER
                               PIC X(06) VALUE SPACES.
       01  BATCH-STATUS        PIC X(16) VALUE SPACES.
           88  BATCH-STATUS-CLEAR   VALUE SPACES.
       01  BATCH-BRANCH-NAME   PIC X(20) VALUE SPACES.
       01  BATCH-DETAIL-CT     PIC 9(9) COMP VALUE ZERO.
       01  BATCH-CLEAN-CT      PIC 9(9) COMP VALUE ZERO.
       01  BATCH-REJECT-CT     PIC 9(9) COMP VALUE ZERO.
       01  BATCH-AMOUNT-TOTAL  PIC S9(11)V99 VALUE ZERO.
       01  BATCH-DECLARED-CT   PIC 9(07) VALUE ZERO.
       01  BATCH-DECLARED-AMOUNT
                               PIC S9(11)V99 VALUE ZERO.
      *
      *    Every batch header read this run, so a batch submitted
      *    twice is caught on its second header.
       01  BATCH-SEEN-MAX      PIC 9(4) COMP VALUE 500.
       01  BATCH-SEEN-COUNT    PIC 9(4) COMP VALUE ZERO.
       01  BATCH-SEEN-TABLE.
               05 BATCH-SEEN-ID
                               PIC X(09) OCCURS 500 TIMES.
       77  BATCH-SEEN-SUB      PIC 9(4) COMP VALUE ZERO.
      *
       01  TRANS-READ-CT       PIC 9(9) COMP VALUE ZERO.
       01  TRANS-CLEAN-CT      PIC 9(9) COMP VALUE ZERO.
       01  TRANS-REJECT-CT     PIC 9(9) COMP VALUE ZERO.
       01  REJECT-LINE-CT      PIC 9(9) COMP VALUE ZERO.
       01  BATCH-CONTROL-CT    PIC 9(9) COMP VALUE ZERO.
       01  BATCHES-BALANCED-CT PIC 9(9) COMP VALUE ZERO.
       01  BATCHES-REJECTED-CT PIC 9(9) COMP VALUE ZERO.
       01  BATCH-DROPPED-CT    PIC 9(9) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-EDIT-TRANSACTION-FILE.
               STOP RUN
           END-IF.
           OPEN INPUT  TRANSACTION-FILE
                OUTPUT RELEASED-TRANS-FILE
                       EDIT-REJECT-FILE
                       BATCH-CONTROL-REPORT.
           MOVE EDIT-REJECT-HEADING TO EDIT-REJECT-LINE
           WRITE EDIT-REJECT-LINE.
           ACCEPT BCTH-RUN-DATE FROM DATE YYYYMMDD
           MOVE BATCH-CONTROL-HEADING TO BATCH-CONTROL-LINE
           WRITE BATCH-CONTROL-LINE
           MOVE BATCH-CONTROL-COLUMNS TO BATCH-CONTROL-LINE
           WRITE BATCH-CONTROL-LINE.
           PERFORM 100-READ-TRANSACTION.
           PERFORM 200-EDIT-ONE-TRANSACTION
               UNTIL TRANS-AT-EOF OR SEQUENCE-BROKEN.
           IF BATCH-IS-OPEN
               IF BATCH-STATUS-CLEAR
                   IF SEQUENCE-BROKEN
                       MOVE 'SEQUENCE BREAK' TO BATCH-STATUS
                   ELSE
                       MOVE 'NO TRAILER'     TO BATCH-STATUS
                   END-IF
               END-IF
               PERFORM 280-REJECT-BATCH
           END-IF.
           CLOSE RELEASED-TRANS-FILE.
           IF SEQUENCE-BROKEN
               PERFORM 700-EMPTY-EDITED-FILE
           ELSE
               PERFORM 750-SEQUENCE-EDITED-FILE
           END-IF.
           PERFORM 800-WRITE-BATCH-CONTROL-TOTALS.
           PERFORM 900-WRITE-CONTROL-TOTALS.
           CLOSE TRANSACTION-FILE
                 EDIT-REJECT-FILE
                 BATCH-CONTROL-REPORT
                 BRANCH-FILE.
           IF SEQUENCE-BROKEN
               MOVE 12 TO RETURN-CODE
           ELSE
               IF BATCHES-REJECTED-CT > ZERO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF TRANS-REJECT-CT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           PERFORM 950-WRITE-RUN-HISTORY.
           END-READ.
      *
      ******************************************************************
      * Batch headers and trailers frame the branch's detail records;  *
      * they are balanced here and never passed on.  Everything else   *
      * is a detail record and gets the field and sequence edits.      *
      ******************************************************************
       200-EDIT-ONE-TRANSACTION.
           EVALUATE TRUE
               WHEN TRANS-IS-BATCH-HEADER
                   ADD 1 TO BATCH-CONTROL-CT
                   PERFORM 250-OPEN-BATCH
                   PERFORM 100-READ-TRANSACTION
               WHEN TRANS-IS-BATCH-TRAILER
                   ADD 1 TO BATCH-CONTROL-CT
                   PERFORM 270-CLOSE-BATCH
                   PERFORM 100-READ-TRANSACTION
               WHEN OTHER
                   PERFORM 210-EDIT-DETAIL-RECORD
           END-EVALUATE.
      *
      ******************************************************************
      * Field edits first, then the sequence check against the last    *
      * account number that passed its own numeric edit - a record     *
      * whose key is garbage is rejected on its key, not blamed for a  *
      * sequence break it cannot meaningfully take part in.  A genuine *
      * break abandons the run: the edited file cannot be trusted in   *
      * part, so nothing more is written to it and 700-EMPTY-EDITED-   *
      * FILE throws away what already was.  A clean record goes to     *
      * BATCH-HOLD-FILE, not the edited file - it only moves on once   *
      * its batch has balanced.                                        *
      ******************************************************************
       210-EDIT-DETAIL-RECORD.
           MOVE 'Y' TO RECORD-CLEAN-SW
           IF BATCH-IS-OPEN
               ADD 1 TO BATCH-DETAIL-CT
               IF (TRANS-IS-POSTING OR TRANS-IS-TRANSFER)
                       AND TRANS-POST-AMOUNT IS NUMERIC
                   ADD TRANS-POST-AMOUNT TO BATCH-AMOUNT-TOTAL
               END-IF
           ELSE
               MOVE 'TRANS-CODE'     TO EREJ-FIELD
               MOVE 'NOT WITHIN A BATCH' TO EREJ-REASON
               PERFORM 600-WRITE-EDIT-REJECT
           END-IF
           IF NOT TRANS-CODE-VALID
               MOVE 'TRANS-CODE'     TO EREJ-FIELD
               MOVE 'NOT A, C, D, O, P OR T' TO EREJ-REASON
               PERFORM 600-WRITE-EDIT-REJECT
           END-IF
           IF TRANS-OPERATOR-ID = SPACES
               MOVE 'TRANS-OPERATOR-ID' TO EREJ-FIELD
               MOVE 'OPERATOR ID REQUIRED' TO EREJ-REASON
               PERFORM 600-WRITE-EDIT-REJECT
           END-IF
           IF TRANS-ACCOUNT-NO IS NOT NUMERIC
               MOVE 'TRANS-ACCOUNT-NO' TO EREJ-FIELD
               MOVE 'NOT NUMERIC'      TO EREJ-REASON
                   MOVE 'ACCOUNT ZERO'     TO EREJ-REASON
                   PERFORM 600-WRITE-EDIT-REJECT
               END-IF
               IF BATCH-IS-OPEN
                   IF TRANS-ACCOUNT-NO < PREV-ACCOUNT-NO
                       SET SEQUENCE-BROKEN TO TRUE
                       MOVE 'TRANS-ACCOUNT-NO' TO EREJ-FIELD
                       MOVE 'ASCENDING SEQUENCE BREAK' TO EREJ-REASON
                       PERFORM 600-WRITE-EDIT-REJECT
                   ELSE
                       MOVE TRANS-ACCOUNT-NO TO PREV-ACCOUNT-NO
                   END-IF
               END-IF
           END-IF
           IF SEQUENCE-BROKEN
               ADD 1 TO TRANS-REJECT-CT
               IF BATCH-IS-OPEN
                   ADD 1 TO BATCH-REJECT-CT
               END-IF
           ELSE
               IF TRANS-IS-POSTING OR TRANS-IS-TRANSFER
                   PERFORM 350-EDIT-POSTING-FIELDS
                   PERFORM 300-EDIT-TRANSACTION-FIELDS
               END-IF
               IF RECORD-IS-CLEAN
                   MOVE TRANS-RECORD TO BATCH-HOLD-RECORD
                   WRITE BATCH-HOLD-RECORD
                   ADD 1 TO BATCH-CLEAN-CT
               ELSE
                   ADD 1 TO TRANS-REJECT-CT
                   IF BATCH-IS-OPEN
                       ADD 1 TO BATCH-REJECT-CT
                   END-IF
               END-IF
               PERFORM 100-READ-TRANSACTION
           END-IF.
      *
      ******************************************************************
      * A batch header.  A batch still open at this point never got    *
      * its trailer and is rejected before the new one starts.  The    *
      * header must name a branch on the reference file and a nonzero  *
      * batch number not already seen this run; a bad header does not  *
      * stop the batch being read through to its trailer - its records *
      * are still edited and counted, then rejected with it.  A header *
      * that cannot be recorded because the seen-batch table is full   *
      * is rejected too - it could not be checked against later ones.  *
      ******************************************************************
       250-OPEN-BATCH.
           IF BATCH-IS-OPEN
               IF BATCH-STATUS-CLEAR
                   MOVE 'NO TRAILER' TO BATCH-STATUS
               END-IF
               PERFORM 280-REJECT-BATCH
           END-IF
           SET BATCH-IS-OPEN TO TRUE
           MOVE SPACES TO BATCH-STATUS
                          BATCH-BRANCH-NAME
           MOVE ZERO   TO BATCH-DETAIL-CT
                          BATCH-CLEAN-CT
                          BATCH-REJECT-CT
                          BATCH-AMOUNT-TOTAL
                          BATCH-DECLARED-CT
                          BATCH-DECLARED-AMOUNT
                          PREV-ACCOUNT-NO
           MOVE TRANS-BATCH-BRANCH-CODE TO BATCH-ID-BRANCH
           MOVE TRANS-BATCH-NUMBER      TO BATCH-ID-NUMBER
           IF TRANS-BATCH-BRANCH-CODE IS NOT NUMERIC
                   OR TRANS-BATCH-NUMBER IS NOT NUMERIC
               MOVE 'BAD HEADER' TO BATCH-STATUS
           ELSE
               IF TRANS-BATCH-NUMBER = ZERO
                   MOVE 'BAD HEADER' TO BATCH-STATUS
               ELSE
                   PERFORM 260-LOOK-UP-BATCH-BRANCH
                   IF BRANCH-FOUND
                       MOVE BR-BRANCH-NAME TO BATCH-BRANCH-NAME
                   ELSE
                       MOVE 'UNKNOWN BRANCH' TO BATCH-STATUS
                   END-IF
               END-IF
           END-IF
           IF BATCH-STATUS-CLEAR
               MOVE 'N' TO BATCH-SEEN-SW
               PERFORM 255-CHECK-ONE-SEEN-BATCH
                   VARYING BATCH-SEEN-SUB FROM 1 BY 1
                   UNTIL BATCH-SEEN-SUB > BATCH-SEEN-COUNT
               IF BATCH-ALREADY-SEEN
                   MOVE 'DUPLICATE BATCH' TO BATCH-STATUS
               ELSE
                   IF BATCH-SEEN-COUNT < BATCH-SEEN-MAX
                       ADD 1 TO BATCH-SEEN-COUNT
                       MOVE BATCH-ID
                           TO BATCH-SEEN-ID (BATCH-SEEN-COUNT)
                   ELSE
                       MOVE 'DUP CHECK FULL' TO BATCH-STATUS
                   END-IF
               END-IF
           END-IF
           OPEN OUTPUT BATCH-HOLD-FILE.
      *
       255-CHECK-ONE-SEEN-BATCH.
           IF BATCH-SEEN-ID (BATCH-SEEN-SUB) = BATCH-ID
               SET BATCH-ALREADY-SEEN TO TRUE
           END-IF.
      *
       260-LOOK-UP-BATCH-BRANCH.
           MOVE 'N' TO BRANCH-FOUND-SW
           MOVE TRANS-BATCH-BRANCH-CODE TO BR-BRANCH-CODE
           READ BRANCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BRANCH-FOUND TO TRUE
           END-READ.
      *
      ******************************************************************
      * A batch trailer.  It must repeat the header's branch and batch *
      * number, and its declared record count and TRANS-POST-AMOUNT    *
      * total must both agree with what was actually read - the count  *
      * covers every detail record, clean or not, and the amount every *
      * numeric P or T amount.  A balanced batch is released to the    *
      * edited file; anything else rejects the batch whole.            *
      ******************************************************************
       270-CLOSE-BATCH.
           IF NOT BATCH-IS-OPEN
               MOVE 'TRANS-CODE'     TO EREJ-FIELD
               MOVE 'TRAILER WITHOUT A HEADER' TO EREJ-REASON
               PERFORM 600-WRITE-EDIT-REJECT
               ADD 1 TO TRANS-REJECT-CT
           ELSE
               IF TRANS-BATCH-RECORD-COUNT IS NUMERIC
                       AND TRANS-BATCH-AMOUNT-TOTAL IS NUMERIC
                   MOVE TRANS-BATCH-RECORD-COUNT
                       TO BATCH-DECLARED-CT
                   MOVE TRANS-BATCH-AMOUNT-TOTAL
                       TO BATCH-DECLARED-AMOUNT
               END-IF
               IF BATCH-STATUS-CLEAR
                   IF TRANS-BATCH-BRANCH-CODE NOT = BATCH-ID-BRANCH
                           OR TRANS-BATCH-NUMBER NOT = BATCH-ID-NUMBER
                       MOVE 'TRAILER MISMATCH' TO BATCH-STATUS
                   ELSE
                       IF TRANS-BATCH-RECORD-COUNT IS NOT NUMERIC
                           OR TRANS-BATCH-AMOUNT-TOTAL IS NOT NUMERIC
                           MOVE 'BAD TRAILER' TO BATCH-STATUS
                       ELSE
                           IF BATCH-DECLARED-CT NOT = BATCH-DETAIL-CT
                               OR BATCH-DECLARED-AMOUNT
                                   NOT = BATCH-AMOUNT-TOTAL
                               MOVE 'OUT OF BALANCE' TO BATCH-STATUS
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF BATCH-STATUS-CLEAR
                   MOVE 'BALANCED' TO BATCH-STATUS
                   PERFORM 290-RELEASE-BATCH
               ELSE
                   PERFORM 280-REJECT-BATCH
               END-IF
           END-IF.
      *
      ******************************************************************
      * The held records are simply not copied: the whole batch goes   *
      * back to the branch, its clean records counted as rejected      *
      * along with the ones that failed their own edits.               *
      ******************************************************************
       280-REJECT-BATCH.
           CLOSE BATCH-HOLD-FILE
           ADD BATCH-CLEAN-CT TO TRANS-REJECT-CT
                                 BATCH-DROPPED-CT
           ADD 1 TO BATCHES-REJECTED-CT
           PERFORM 620-WRITE-BATCH-REJECT
           PERFORM 650-WRITE-BATCH-CONTROL-LINE
           MOVE 'N' TO BATCH-OPEN-SW.
      *
       290-RELEASE-BATCH.
           CLOSE BATCH-HOLD-FILE
           OPEN INPUT BATCH-HOLD-FILE
           MOVE 'N' TO HOLD-EOF-SW
           PERFORM 295-READ-HELD-RECORD
           PERFORM 296-COPY-HELD-RECORD
               UNTIL HOLD-AT-EOF
           CLOSE BATCH-HOLD-FILE
           ADD 1 TO BATCHES-BALANCED-CT
           PERFORM 650-WRITE-BATCH-CONTROL-LINE
           MOVE 'N' TO BATCH-OPEN-SW.
      *
       295-READ-HELD-RECORD.
           READ BATCH-HOLD-FILE
               AT END
                   SET HOLD-AT-EOF TO TRUE
           END-READ.
      *
       296-COPY-HELD-RECORD.
           MOVE BATCH-HOLD-RECORD TO RELEASED-TRANS-RECORD
           WRITE RELEASED-TRANS-RECORD
           ADD 1 TO TRANS-CLEAN-CT
           PERFORM 295-READ-HELD-RECORD.
      *
       300-EDIT-TRANSACTION-FIELDS.
           IF TRANS-IS-ADD
      * apply here: the category names the single figure the money     *
      * moves against, FX postings must name their currency, and       *
      * every posting carries the source-document reference the        *
      * branch ticks the posting register off against.  The origin     *
      * flag is blank for branch work; F marks a fee posting, which    *
      * leaves the account's activity date alone, and only the fee     *
      * billing run (operator FEEBILL) may set it.                     *
      ******************************************************************
       350-EDIT-POSTING-FIELDS.
           IF TRANS-IS-POSTING
               MOVE 'POST-REFERENCE' TO EREJ-FIELD
               MOVE 'REFERENCE REQUIRED' TO EREJ-REASON
               PERFORM 600-WRITE-EDIT-REJECT
           END-IF
           IF TRANS-POST-IS-FEE
               IF TRANS-OPERATOR-ID NOT = 'FEEBILL'
                   MOVE 'POST-ORIGIN' TO EREJ-FIELD
                   MOVE 'FEE ORIGIN ONLY FROM FEEBILL' TO EREJ-REASON
                   PERFORM 600-WRITE-EDIT-REJECT
               END-IF
           ELSE
               IF TRANS-POST-ORIGIN NOT = SPACE
                   MOVE 'POST-ORIGIN' TO EREJ-FIELD
                   MOVE 'NOT BLANK OR F' TO EREJ-REASON
                   PERFORM 600-WRITE-EDIT-REJECT
               END-IF
           END-IF.
      *
      ******************************************************************
           ADD 1 TO REJECT-LINE-CT
           MOVE TRANS-CODE         TO EREJ-CODE
           MOVE TRANS-ACCOUNT-NO   TO EREJ-ACCOUNT-NO
           EVALUATE TRUE
               WHEN TRANS-IS-POSTING OR TRANS-IS-TRANSFER
                   MOVE TRANS-POST-REFERENCE TO EREJ-NAME
               WHEN TRANS-IS-BATCH-CONTROL
                   MOVE SPACES               TO EREJ-ACCOUNT-NO
                                                EREJ-NAME
                   STRING 'BR ' TRANS-BATCH-BRANCH-CODE
                          ' BATCH ' TRANS-BATCH-NUMBER
                       DELIMITED BY SIZE INTO EREJ-NAME
                   END-STRING
               WHEN OTHER
                   MOVE TRANS-CLINENT-NAME   TO EREJ-NAME
           END-EVALUATE
           MOVE EDIT-REJECT-DETAIL TO EDIT-REJECT-LINE
           WRITE EDIT-REJECT-LINE.
      *
      ******************************************************************
      * One line for a rejected batch, written when the batch closes - *
      * by then TRANS-RECORD may already hold the next batch's header  *
      * or nothing at all, so the line is built from the saved batch   *
      * identity, not the current record.                              *
      ******************************************************************
       620-WRITE-BATCH-REJECT.
           ADD 1 TO REJECT-LINE-CT
           MOVE 'H'                TO EREJ-CODE
           MOVE SPACES             TO EREJ-ACCOUNT-NO
                                      EREJ-NAME
           STRING 'BR ' BATCH-ID-BRANCH ' BATCH ' BATCH-ID-NUMBER
               DELIMITED BY SIZE INTO EREJ-NAME
           END-STRING
           MOVE 'BATCH'            TO EREJ-FIELD
           MOVE SPACES             TO EREJ-REASON
           STRING 'BATCH REJECTED - ' BATCH-STATUS
               DELIMITED BY SIZE INTO EREJ-REASON
           END-STRING
           MOVE EDIT-REJECT-DETAIL TO EDIT-REJECT-LINE
           WRITE EDIT-REJECT-LINE.
      *
       650-WRITE-BATCH-CONTROL-LINE.
           MOVE BATCH-ID-BRANCH       TO BCTL-BRANCH
           MOVE BATCH-BRANCH-NAME     TO BCTL-BRANCH-NAME
           MOVE BATCH-ID-NUMBER       TO BCTL-BATCH
           MOVE BATCH-DECLARED-CT     TO BCTL-DECLARED-CT
           MOVE BATCH-DETAIL-CT       TO BCTL-ACTUAL-CT
           MOVE BATCH-DECLARED-AMOUNT TO BCTL-DECLARED-AMOUNT
           MOVE BATCH-AMOUNT-TOTAL    TO BCTL-ACTUAL-AMOUNT
           MOVE BATCH-CLEAN-CT        TO BCTL-CLEAN-CT
           MOVE BATCH-REJECT-CT       TO BCTL-REJECT-CT
           MOVE BATCH-STATUS          TO BCTL-STATUS
           MOVE BATCH-CONTROL-DETAIL  TO BATCH-CONTROL-LINE
           WRITE BATCH-CONTROL-LINE.
      *
      ******************************************************************
      * Opening EDITED-TRANS-FILE for OUTPUT truncates it, so a        *
      * sequence-break run leaves an empty edited file behind and the  *
      * maintenance step cannot apply half a submission even if its    *
      * condition-code check is miswired.                              *
      ******************************************************************
       700-EMPTY-EDITED-FILE.
           OPEN OUTPUT EDITED-TRANS-FILE
           CLOSE EDITED-TRANS-FILE.
      *
      ******************************************************************
      * Every balanced batch is in ascending ACCOUNT-NO order on its   *
      * own; merged into one file the batches are not.  Sort the       *
      * released records on ACCOUNT-NO, keeping each account's         *
      * transactions in the order they were keyed, so the maintenance  *
      * step sees all of an account's transactions together.           *
      ******************************************************************
       750-SEQUENCE-EDITED-FILE.
           SORT EDIT-SORT-FILE
               ON ASCENDING KEY ESRT-ACCOUNT-NO
               WITH DUPLICATES IN ORDER
               USING RELEASED-TRANS-FILE
               GIVING EDITED-TRANS-FILE.
      *
      ******************************************************************
      * Batch totals and the sign-off block.  Operations initial the   *
      * rejected batches back to the branches and release the          *
      * maintenance step against this page.                            *
      ******************************************************************
       800-WRITE-BATCH-CONTROL-TOTALS.
           MOVE SPACES TO BATCH-CONTROL-LINE
           WRITE BATCH-CONTROL-LINE
           MOVE 'BATCHES BALANCED AND RELEASED' TO BCTT-CAPTION
           MOVE BATCHES-BALANCED-CT TO BCTT-VALUE
           MOVE BATCH-CONTROL-COUNT-LINE TO BATCH-CONTROL-LINE
           WRITE BATCH-CONTROL-LINE
           MOVE 'BATCHES REJECTED' TO BCTT-CAPTION
           MOVE BATCHES-REJECTED-CT TO BCTT-VALUE
           MOVE BATCH-CONTROL-COUNT-LINE TO BATCH-CONTROL-LINE
           WRITE BATCH-CONTROL-LINE
           MOVE 'RECORDS RELEASED TO MAINT' TO BCTT-CAPTION
           MOVE TRANS-CLEAN-CT TO BCTT-VALUE
           MOVE BATCH-CONTROL-COUNT-LINE TO BATCH-CONTROL-LINE
           WRITE BATCH-CONTROL-LINE
           MOVE 'CLEAN RECORDS HELD BACK' TO BCTT-CAPTION
           MOVE BATCH-DROPPED-CT TO BCTT-VALUE
           MOVE BATCH-CONTROL-COUNT-LINE TO BATCH-CONTROL-LINE
           WRITE BATCH-CONTROL-LINE
           IF SEQUENCE-BROKEN
               MOVE BATCH-ABANDONED-LINE TO BATCH-CONTROL-LINE
               WRITE BATCH-CONTROL-LINE
           END-IF
           MOVE SPACES TO BATCH-CONTROL-LINE
           WRITE BATCH-CONTROL-LINE
           MOVE BATCH-SIGNOFF-LINE-1 TO BATCH-CONTROL-LINE
           WRITE BATCH-CONTROL-LINE
           MOVE SPACES TO BATCH-CONTROL-LINE
           WRITE BATCH-CONTROL-LINE
           MOVE BATCH-SIGNOFF-LINE-2 TO BATCH-CONTROL-LINE
           WRITE BATCH-CONTROL-LINE.
      *
      ******************************************************************
      * One machine-readable record per run on the common run-history *
           DISPLAY '  CLEAN RECORDS WRITTEN  : ' TRANS-CLEAN-CT
           DISPLAY '  RECORDS REJECTED       : ' TRANS-REJECT-CT
           DISPLAY '  REJECT LINES WRITTEN   : ' REJECT-LINE-CT
           DISPLAY '  BATCH CONTROL RECORDS  : ' BATCH-CONTROL-CT
           DISPLAY '  BATCHES BALANCED       : ' BATCHES-BALANCED-CT
           DISPLAY '  BATCHES REJECTED       : ' BATCHES-REJECTED-CT
           DISPLAY '  CLEAN RECORDS HELD BACK: ' BATCH-DROPPED-CT
           IF SEQUENCE-BROKEN
               DISPLAY '  *** ASCENDING ACCOUNT-NO SEQUENCE BREAK - '
                   'RUN FAILED, EDITED FILE EMPTIED'
