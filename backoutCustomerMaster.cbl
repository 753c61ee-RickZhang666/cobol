      *                   DELETE, a CHANGE as a CHANGE restoring the
      *                   before-image, a DELETE as an ADD restoring
      *                   it, and an account added and deleted in the
      *                   same run needs no reversal at all.  The
      *                   selected journal entries are sorted on
      *                   ACCOUNT-NO, run date and run time, keeping
      *                   journal order within a run, so an account's
      *                   entries come together however the run
      *                   applied them.  Output is in ascending
      *                   ACCOUNT-NO order so it feeds straight
      *                   back into MAINTAIN-CUSTOMER-MASTER.  RETURN-
      *                   CODE 4 when the named run selected nothing
      *                   (a mistyped date backs out nothing
      *                   RETURN-CODE 4) so compliance unfreezes the
      *                   account before the backout file is
      *                   applied.
      *   2026-10-15  RZ  TRANS-RECORD carries the keying operator's
      *                   ID (77 bytes).  Run parameter gains a
      *                   third, required field - the operator
      *                   generating the backout - stamped on every
      *                   reversing transaction (run-date,run-time,
      *                   operator; run-time may be left empty).
      *                   Reversing changes release as code O, so the
      *                   maintenance step parks them for a second
      *                   operator's approval like any other override;
      *                   the backout is only complete once those
      *                   items are released and the next maintenance
      *                   run has applied them.
      *   2026-10-15  RZ  Reinstatements from the archive (journal
      *                   code R) are not maintenance and are never
      *                   selected: backing out a date that also saw
      *                   a reinstatement must not generate a DELETE
      *                   of the reinstated account.
      *   2026-10-15  RZ  GROUP-FIRST-BEFORE and GROUP-LAST-AFTER
      *                   76 -> 84: CUSTMAST gained LAST-ACTIVITY-
      *                   DATE.
      *   2026-10-15  RZ  The collapse no longer assumes a run's
      *                   journal entries for an account are adjacent:
      *                   the maintenance run journals the released
      *                   approval items ahead of the night's file, so
      *                   one account can appear twice in one run.
      *                   Selected entries are now sorted on account,
      *                   run date and run time (WITH DUPLICATES IN
      *                   ORDER, so the run's own order is kept) and
      *                   collapsed as they come back from the sort -
      *                   one reversal per account, restored to the
      *                   account's first before-image.  The more-
      *                   than-one-run warning now counts changes of
      *                   run time among the selected entries instead
      *                   of account-number step-backs.
      *   2026-10-15  RZ  A reversing override no longer restores
      *                   F-FOREX: the maintenance step keeps the
      *                   master's F-FOREX on every override, since
      *                   the revaluation step owns it and has booked
      *                   it to the GL.  F-FOREX still travels in
      *                   TRANS-PRI-FINANCE but is not applied.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT-CUSTOMER-MASTER.
           COPY AUDTJRNL.
       FD  BACKOUT-TRANS-FILE
           RECORDING MODE IS F.
       01  BACKOUT-TRANS-RECORD.
               05 BO-TRANS-CODE         PIC X(01).
               05 BO-TRANS-ACCOUNT-NO   PIC 9(10).
               05 BO-TRANS-CLINENT-NAME
                                        PIC X(20).
               05 BO-TRANS-BRANCH-CODE  PIC 9(03).
               05 BO-TRANS-ACCT-STATUS  PIC X(01).
               05 BO-TRANS-PRI-FINANCE.
                   10 BO-TRANS-F-SALARY PIC S9(5)V99.
                   10 BO-TRANS-F-STOCK  PIC S9(7)V99.
                   10 BO-TRANS-F-FUND   PIC S9(7)V99.
                   10 BO-TRANS-F-FOREX  PIC S9(7)V99.
               05 BO-TRANS-OPERATOR-ID  PIC X(08).
      *
      *    One selected journal entry, in account, then run, then
      *    journal order.
       SD  SORT-FILE.
       01  SORT-RECORD.
               05 SRT-ACCOUNT-NO        PIC 9(10).
               05 SRT-RUN-DATE          PIC 9(08).
               05 SRT-RUN-TIME          PIC 9(06).
               05 SRT-BEFORE-IMAGE      PIC X(84).
               05 SRT-AFTER-IMAGE       PIC X(84).
       WORKING-STORAGE SECTION.
           COPY CUSTMAST.
       01  JOURNAL-EOF-SW      PIC X VALUE 'N'.
           88  JOURNAL-AT-EOF       VALUE 'Y'.
       01  SORT-EOF-SW         PIC X VALUE 'N'.
           88  SORT-AT-EOF          VALUE 'Y'.
       01  PREV-SEL-RUN-TIME   PIC 9(06) VALUE ZERO.
       01  GROUP-ACTIVE-SW     PIC X VALUE 'N'.
           88  GROUP-ACTIVE         VALUE 'Y'.
       01  GROUP-ACCOUNT-NO    PIC 9(10) VALUE ZERO.
       01  GROUP-FIRST-BEFORE  PIC X(84) VALUE SPACES.
       01  GROUP-LAST-AFTER    PIC X(84) VALUE SPACES.
      *
       01  RUN-PARM            PIC X(80).
       01  SEL-RUN-DATE-X      PIC X(08) VALUE SPACES.
       01  SEL-RUN-TIME        PIC 9(06) VALUE ZERO.
       01  SEL-TIME-GIVEN-SW   PIC X VALUE 'N'.
           88  SEL-TIME-GIVEN       VALUE 'Y'.
       01  SEL-OPERATOR-ID     PIC X(08) VALUE SPACES.
      *
       01  RUN-RESTART-CT      PIC 9(9) COMP VALUE ZERO.
       01  JOURNAL-READ-CT     PIC 9(9) COMP VALUE ZERO.
       000-BACKOUT-CUSTOMER-MASTER.
           ACCEPT RUN-PARM FROM COMMAND-LINE
           UNSTRING RUN-PARM DELIMITED BY ','
               INTO SEL-RUN-DATE-X SEL-RUN-TIME-X SEL-OPERATOR-ID
           END-UNSTRING
           IF SEL-RUN-DATE-X = SPACES
               DISPLAY 'BACKOUT-CUSTOMER-MASTER: RUN DATE PARAMETER '
                   'IS REQUIRED (YYYYMMDD,[HHMMSS],OPERATOR)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SEL-OPERATOR-ID = SPACES
               DISPLAY 'BACKOUT-CUSTOMER-MASTER: OPERATOR ID '
                   'PARAMETER IS REQUIRED (YYYYMMDD,[HHMMSS],OPERATOR)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
                   FUNCTION NUMVAL(SEL-RUN-TIME-X)
               SET SEL-TIME-GIVEN TO TRUE
           END-IF
           OPEN OUTPUT BACKOUT-TRANS-FILE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT-NO
               ON ASCENDING KEY SRT-RUN-DATE
               ON ASCENDING KEY SRT-RUN-TIME
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 050-SELECT-RUN
               OUTPUT PROCEDURE 150-COLLAPSE-ACCOUNTS.
           CLOSE BACKOUT-TRANS-FILE.
           PERFORM 900-WRITE-CONTROL-TOTALS.
           IF JOURNAL-SELECTED-CT = ZERO
               DISPLAY 'BACKOUT-CUSTOMER-MASTER: NO JOURNAL RECORDS '
           STOP RUN.
      *
      ******************************************************************
      * SORT input: read the journal and release every entry of the    *
      * named run.  The journal is in the order it was written, so     *
      * each change of run time among the selected entries is another  *
      * maintenance run inside the selection.                          *
      ******************************************************************
       050-SELECT-RUN.
           OPEN INPUT AUDIT-JOURNAL-FILE.
           PERFORM 100-READ-JOURNAL.
           PERFORM 110-SELECT-JOURNAL-RECORD
               UNTIL JOURNAL-AT-EOF.
           CLOSE AUDIT-JOURNAL-FILE.
      *
       100-READ-JOURNAL.
                   ADD 1 TO JOURNAL-READ-CT
           END-READ.
      *
       110-SELECT-JOURNAL-RECORD.
           IF AUDT-RUN-DATE = SEL-RUN-DATE
                   AND (NOT SEL-TIME-GIVEN
                       OR AUDT-RUN-TIME = SEL-RUN-TIME)
                   AND NOT AUDT-IS-REINSTATE
               ADD 1 TO JOURNAL-SELECTED-CT
               IF JOURNAL-SELECTED-CT > 1
                       AND AUDT-RUN-TIME NOT = PREV-SEL-RUN-TIME
                   ADD 1 TO RUN-RESTART-CT
               END-IF
               MOVE AUDT-RUN-TIME     TO PREV-SEL-RUN-TIME
               MOVE AUDT-ACCOUNT-NO   TO SRT-ACCOUNT-NO
               MOVE AUDT-RUN-DATE     TO SRT-RUN-DATE
               MOVE AUDT-RUN-TIME     TO SRT-RUN-TIME
               MOVE AUDT-BEFORE-IMAGE TO SRT-BEFORE-IMAGE
               MOVE AUDT-AFTER-IMAGE  TO SRT-AFTER-IMAGE
               RELEASE SORT-RECORD
           END-IF
           PERFORM 100-READ-JOURNAL.
      *
      ******************************************************************
      * SORT output: collapse the entries account by account.          *
      * GROUP-FIRST-BEFORE is the account's state when the run first   *
      * touched it, GROUP-LAST-AFTER its state when the run last left  *
      * it; 300- writes one reversing transaction per account from     *
      * that pair.                                                     *
      ******************************************************************
       150-COLLAPSE-ACCOUNTS.
           PERFORM 160-RETURN-ENTRY.
           PERFORM 200-GROUP-JOURNAL-ENTRY
               UNTIL SORT-AT-EOF.
           IF GROUP-ACTIVE
               PERFORM 300-RELEASE-REVERSING-TRANS
           END-IF.
      *
       160-RETURN-ENTRY.
           RETURN SORT-FILE
               AT END
                   SET SORT-AT-EOF TO TRUE
           END-RETURN.
      *
       200-GROUP-JOURNAL-ENTRY.
           IF GROUP-ACTIVE
                   AND SRT-ACCOUNT-NO = GROUP-ACCOUNT-NO
               MOVE SRT-AFTER-IMAGE TO GROUP-LAST-AFTER
           ELSE
               IF GROUP-ACTIVE
                   PERFORM 300-RELEASE-REVERSING-TRANS
               END-IF
               SET GROUP-ACTIVE TO TRUE
               MOVE SRT-ACCOUNT-NO   TO GROUP-ACCOUNT-NO
               MOVE SRT-BEFORE-IMAGE TO GROUP-FIRST-BEFORE
               MOVE SRT-AFTER-IMAGE  TO GROUP-LAST-AFTER
           END-IF
           PERFORM 160-RETURN-ENTRY.
      *
      ******************************************************************
      * One reversing transaction per account touched by the run:      *
      *   created this run (no before-image)  -> DELETE it            *
      *   changed this run (both images)      -> OVERRIDE back to the *
                   ADD 1 TO NET-UNCHANGED-CT
               WHEN GROUP-FIRST-BEFORE = SPACES
                   MOVE GROUP-LAST-AFTER TO CUST-RECORD
                   MOVE 'D'              TO BO-TRANS-CODE
                   PERFORM 310-MOVE-IMAGE-TO-TRANS
                   WRITE BACKOUT-TRANS-RECORD
                   ADD 1 TO REVERSE-DELETE-CT
                   IF ACCT-IS-FROZEN
                       ADD 1 TO FROZEN-DELETE-CT
                   END-IF
               WHEN GROUP-LAST-AFTER = SPACES
                   MOVE GROUP-FIRST-BEFORE TO CUST-RECORD
                   MOVE 'A'                TO BO-TRANS-CODE
                   PERFORM 310-MOVE-IMAGE-TO-TRANS
                   WRITE BACKOUT-TRANS-RECORD
                   ADD 1 TO REVERSE-ADD-CT
               WHEN OTHER
                   MOVE GROUP-FIRST-BEFORE TO CUST-RECORD
                   MOVE 'O'                TO BO-TRANS-CODE
                   PERFORM 310-MOVE-IMAGE-TO-TRANS
                   WRITE BACKOUT-TRANS-RECORD
                   ADD 1 TO REVERSE-CHANGE-CT
           END-EVALUATE
           MOVE 'N' TO GROUP-ACTIVE-SW.
      *
       310-MOVE-IMAGE-TO-TRANS.
           MOVE GROUP-ACCOUNT-NO TO BO-TRANS-ACCOUNT-NO
           MOVE CLINENT-NAME     TO BO-TRANS-CLINENT-NAME
           MOVE BRANCH-CODE      TO BO-TRANS-BRANCH-CODE
           MOVE ACCT-STATUS      TO BO-TRANS-ACCT-STATUS
           MOVE PRI-FINANCE      TO BO-TRANS-PRI-FINANCE
           MOVE SEL-OPERATOR-ID  TO BO-TRANS-OPERATOR-ID.
      *
       900-WRITE-CONTROL-TOTALS.
           DISPLAY 'BACKOUT-CUSTOMER-MASTER CONTROL TOTALS'
