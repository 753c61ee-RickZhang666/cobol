      ******************************************************************
      * Author:      RICK
      * Date:        2026-10-15
      * Purpose:     Dormant-account review.  Reads the customer
      *              master and measures each open account's time
      *              since its last client-initiated activity (CUSTMAST
      *              LAST-ACTIVITY-DATE, stamped by MAINTAIN-CUSTOMER-
      *              MASTER).  Accounts approaching the dormancy limit
      *              are listed for a reminder letter; accounts past it
      *              are listed and a code O transaction in TRANSREC
      *              layout is written for each, moving it to FROZEN
      *              status, framed in one header/trailer batch per
      *              branch so the freezes go through EDIT-TRANSACTION-
      *              FILE and MAINTAIN-CUSTOMER-MASTER like any other
      *              branch submission.  The report is printed a branch
      *              to a page, headed with the branch name and its
      *              manager from the branch reference file, so each
      *              page goes to the manager who has to act on it.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      *   2026-10-15  RZ  Original program.  Run parameter (PARM) is
      *                   as-of-date,reminder-months,dormant-months -
      *                   as-of date YYYYMMDD (default today), the
      *                   months without client activity after which a
      *                   reminder letter goes out (default 9) and the
      *                   months after which the account is dormant
      *                   and frozen (default 12).  Months are whole
      *                   calendar months from the last-activity date.
      *                   Only open accounts are reviewed - frozen and
      *                   closed ones are already out of the client's
      *                   hands.  An open account with no last-activity
      *                   date (zero - not touched by a client since
      *                   the date was added to the master) is listed
      *                   for review by hand and never frozen
      *                   automatically.  The freeze transactions carry
      *                   the account's name, branch and cash figures
      *                   as they stand, operator DORMANCY, batch
      *                   number the as-of date as YYMMDD; as overrides
      *                   they park for a second operator's approval in
      *                   the maintenance run.  The maintenance run
      *                   rejects a freeze whose name, branch or cash
      *                   figures no longer match the master when it
      *                   comes to be parked, and fails a parked one
      *                   if the master moves before it is released,
      *                   so a client active since this run is never
      *                   frozen and no posting is overwritten.  The
      *                   override leaves F-FOREX as the master has
      *                   it.  RETURN-CODE 4
      *                   when any freeze is raised or any account has
      *                   no activity date, 16 when the parameter is
      *                   bad or the master cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DORMANT-ACCOUNTS.
       AUTHOR. RICK.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\S-SYSIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NO
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT BRANCH-FILE
               ASSIGN TO "D:\S-BRANCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BRANCH-CODE
               FILE STATUS IS BRANCH-FILE-STATUS.
           SELECT FREEZE-TRANS-FILE
               ASSIGN TO "D:\S-DORMTR".
           SELECT DORMANT-REPORT-FILE
               ASSIGN TO "D:\S-DORMRP".
           SELECT SORT-FILE
               ASSIGN TO "D:\S-SRTWK".
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "D:\S-RUNHST".
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTMAST.
       FD  BRANCH-FILE.
           COPY BRNCHMST.
       FD  FREEZE-TRANS-FILE
           RECORDING MODE IS F.
       01  FREEZE-TRANS-RECORD         PIC X(77).
       FD  DORMANT-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS DORMANT-REPORT-LINE.
       01  DORMANT-REPORT-LINE         PIC X(132).
      *
      *    One open account to be listed, in branch, then stage (past
      *    the limit, approaching it, no activity date), then account
      *    order.  The cash figures ride along for the freeze
      *    transaction.
       SD  SORT-FILE.
       01  SORT-RECORD.
               05 SRT-BRANCH-CODE   PIC 9(03).
               05 SRT-STAGE         PIC 9(01).
                   88  SRT-PAST-LIMIT     VALUE 1.
                   88  SRT-APPROACHING    VALUE 2.
                   88  SRT-NO-ACTIVITY    VALUE 3.
               05 SRT-ACCOUNT-NO    PIC 9(10).
               05 SRT-CLIENT-NAME   PIC X(20).
               05 SRT-LAST-ACTIVITY PIC 9(08).
               05 SRT-MONTHS-IDLE   PIC 9(04).
               05 SRT-PRI-FINANCE.
                   10 SRT-F-SALARY  PIC S9(5)V99.
                   10 SRT-F-STOCK   PIC S9(7)V99.
                   10 SRT-F-FUND    PIC S9(7)V99.
                   10 SRT-F-FOREX   PIC S9(7)V99.
               05 SRT-NET-WORTH     PIC S9(9)V99.
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
           COPY RUNHIST.
       WORKING-STORAGE SECTION.
           COPY TRANSREC.
       01  DORMANT-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(41)
                   VALUE 'DORMANT ACCOUNT REVIEW            - AS OF'.
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 DRH-AS-OF-DATE
                               PIC 9(08).
               05 FILLER       PIC X(72)
                               VALUE SPACES.
       01  DORMANT-LIMITS-LINE.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(24)
                               VALUE 'REMINDER AFTER (MONTHS):'.
               05 DLL-REMINDER-MONTHS
                               PIC ZZ9.
               05 FILLER       PIC X(04)
                               VALUE SPACES.
               05 FILLER       PIC X(24)
                               VALUE 'DORMANT AFTER (MONTHS): '.
               05 DLL-DORMANT-MONTHS
                               PIC ZZ9.
               05 FILLER       PIC X(64)
                               VALUE SPACES.
       01  DORMANT-BRANCH-LINE.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(07)
                               VALUE 'BRANCH '.
               05 DBR-BRANCH-CODE
                               PIC 9(03).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 DBR-BRANCH-NAME
                               PIC X(20).
               05 FILLER       PIC X(04)
                               VALUE SPACES.
               05 FILLER       PIC X(09)
                               VALUE 'MANAGER: '.
               05 DBR-MANAGER-NAME
                               PIC X(20).
               05 FILLER       PIC X(65)
                               VALUE SPACES.
       01  DORMANT-SECTION-LINE.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 DSL-TITLE    PIC X(50).
               05 FILLER       PIC X(80)
                               VALUE SPACES.
       01  DORMANT-COLUMNS.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(12)
                               VALUE 'ACCOUNT-NO'.
               05 FILLER       PIC X(22)
                               VALUE 'CLIENT NAME'.
               05 FILLER       PIC X(15)
                               VALUE 'LAST ACTIVITY'.
               05 FILLER       PIC X(09)
                               VALUE ' MONTHS'.
               05 FILLER       PIC X(17)
                               VALUE '      NET WORTH'.
               05 FILLER       PIC X(20)
                               VALUE 'ACTION'.
               05 FILLER       PIC X(35)
                               VALUE SPACES.
       01  DORMANT-DETAIL.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 DDL-ACCOUNT-NO
                               PIC 9(10).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 DDL-CLIENT-NAME
                               PIC X(20).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 DDL-LAST-ACTIVITY
                               PIC X(08).
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 DDL-MONTHS-IDLE
                               PIC ZZZ9.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 DDL-NET-WORTH
                               PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 DDL-ACTION   PIC X(20).
               05 FILLER       PIC X(35)
                               VALUE SPACES.
       01  DORMANT-TOTAL-LINE.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 DTL-CAPTION  PIC X(30).
               05 DTL-COUNT    PIC ZZZ,ZZ9.
               05 FILLER       PIC X(93)
                               VALUE SPACES.
       01  DORMANT-BLANK-LINE  PIC X(132) VALUE SPACES.
      *
       01  CUST-FILE-STATUS    PIC XX VALUE SPACES.
       01  BRANCH-FILE-STATUS  PIC XX VALUE SPACES.
       01  BRANCH-REF-OK-SW    PIC X VALUE 'N'.
           88  BRANCH-REF-OK        VALUE 'Y'.
       01  MASTER-EOF-SW       PIC X VALUE 'N'.
           88  MASTER-AT-EOF        VALUE 'Y'.
       01  SORT-EOF-SW         PIC X VALUE 'N'.
           88  SORT-AT-EOF          VALUE 'Y'.
       01  BATCH-OPEN-SW       PIC X VALUE 'N'.
           88  BATCH-IS-OPEN        VALUE 'Y'.
      *
       01  RUN-PARM            PIC X(80).
       01  AS-OF-DATE-X        PIC X(08) VALUE SPACES.
       01  REMINDER-MONTHS-X   PIC X(03) VALUE SPACES.
       01  DORMANT-MONTHS-X    PIC X(03) VALUE SPACES.
       01  AS-OF-DATE.
               05 AS-OF-YEAR   PIC 9(04) VALUE ZERO.
               05 AS-OF-MONTH  PIC 9(02) VALUE ZERO.
               05 AS-OF-DAY    PIC 9(02) VALUE ZERO.
       01  AS-OF-DATE-NO REDEFINES AS-OF-DATE
                               PIC 9(08).
       01  AS-OF-DATE-PARTS REDEFINES AS-OF-DATE.
               05 FILLER       PIC 9(02).
               05 AS-OF-YYMMDD PIC 9(06).
       01  REMINDER-MONTHS     PIC 9(03) VALUE 9.
       01  DORMANT-MONTHS      PIC 9(03) VALUE 12.
       01  LAST-ACTIVITY.
               05 LAST-ACT-YEAR
                               PIC 9(04).
               05 LAST-ACT-MONTH
                               PIC 9(02).
               05 LAST-ACT-DAY PIC 9(02).
       01  MONTHS-IDLE         PIC S9(05) VALUE ZERO.
      *
       01  CURRENT-BRANCH-CODE PIC 9(03) VALUE ZERO.
       01  CURRENT-BRANCH-NAME PIC X(20) VALUE SPACES.
       01  CURRENT-MANAGER-NAME
                               PIC X(20) VALUE SPACES.
       01  CURRENT-STAGE       PIC 9(01) VALUE ZERO.
       01  DORMANCY-OPERATOR-ID
                               PIC X(08) VALUE 'DORMANCY'.
      *
       01  BRANCH-DORMANT-CT   PIC 9(7) COMP VALUE ZERO.
       01  BRANCH-REMINDER-CT  PIC 9(7) COMP VALUE ZERO.
       01  BRANCH-NO-DATE-CT   PIC 9(7) COMP VALUE ZERO.
       01  BATCH-DETAIL-CT     PIC 9(07) VALUE ZERO.
      *
       01  RUNH-STAMP.
               05 RUNH-DATE    PIC 9(08) VALUE ZERO.
               05 RUNH-TIME-RAW.
                   10 RUNH-TIME PIC 9(06).
                   10 FILLER   PIC 9(02).
      *
       01  MASTERS-READ-CT     PIC 9(9) COMP VALUE ZERO.
       01  NOT-OPEN-CT         PIC 9(9) COMP VALUE ZERO.
       01  ACTIVE-CT           PIC 9(9) COMP VALUE ZERO.
       01  REMINDER-CT         PIC 9(9) COMP VALUE ZERO.
       01  DORMANT-CT          PIC 9(9) COMP VALUE ZERO.
       01  NO-DATE-CT          PIC 9(9) COMP VALUE ZERO.
       01  FREEZES-WRITTEN-CT  PIC 9(9) COMP VALUE ZERO.
       01  BATCHES-WRITTEN-CT  PIC 9(9) COMP VALUE ZERO.
       01  BRANCHES-LISTED-CT  PIC 9(9) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-REPORT-DORMANT-ACCOUNTS.
           ACCEPT RUN-PARM FROM COMMAND-LINE
           UNSTRING RUN-PARM DELIMITED BY ','
               INTO AS-OF-DATE-X
                    REMINDER-MONTHS-X
                    DORMANT-MONTHS-X
           END-UNSTRING
           IF AS-OF-DATE-X NOT = SPACES
               COMPUTE AS-OF-DATE-NO = FUNCTION NUMVAL(AS-OF-DATE-X)
           ELSE
               ACCEPT AS-OF-DATE FROM DATE YYYYMMDD
           END-IF
           IF REMINDER-MONTHS-X NOT = SPACES
               COMPUTE REMINDER-MONTHS =
                   FUNCTION NUMVAL(REMINDER-MONTHS-X)
           END-IF
           IF DORMANT-MONTHS-X NOT = SPACES
               COMPUTE DORMANT-MONTHS =
                   FUNCTION NUMVAL(DORMANT-MONTHS-X)
           END-IF
           IF AS-OF-YEAR < 1900
                   OR AS-OF-MONTH < 1 OR AS-OF-MONTH > 12
                   OR AS-OF-DAY < 1 OR AS-OF-DAY > 31
               DISPLAY 'REPORT-DORMANT-ACCOUNTS: AS-OF DATE '
                   AS-OF-DATE-X ' IS NOT YYYYMMDD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REMINDER-MONTHS = ZERO
                   OR DORMANT-MONTHS NOT > REMINDER-MONTHS
               DISPLAY 'REPORT-DORMANT-ACCOUNTS: REMINDER MONTHS '
                   REMINDER-MONTHS ' MUST BE ABOVE ZERO AND BELOW '
                   'DORMANT MONTHS ' DORMANT-MONTHS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE.
           IF CUST-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT-DORMANT-ACCOUNTS: CUSTOMER-FILE OPEN '
                   'FAILED, FILE STATUS = ' CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BRANCH-FILE
           IF BRANCH-FILE-STATUS = '00'
               SET BRANCH-REF-OK TO TRUE
           ELSE
               DISPLAY 'REPORT-DORMANT-ACCOUNTS: BRANCH-FILE OPEN '
                   'FAILED, FILE STATUS = ' BRANCH-FILE-STATUS
                   ' - BRANCH NAMES UNAVAILABLE'
           END-IF
           OPEN OUTPUT FREEZE-TRANS-FILE
                       DORMANT-REPORT-FILE.
           MOVE AS-OF-DATE-NO   TO DRH-AS-OF-DATE
           MOVE REMINDER-MONTHS TO DLL-REMINDER-MONTHS
           MOVE DORMANT-MONTHS  TO DLL-DORMANT-MONTHS
           SORT SORT-FILE
               ON ASCENDING KEY SRT-BRANCH-CODE
               ON ASCENDING KEY SRT-STAGE
               ON ASCENDING KEY SRT-ACCOUNT-NO
               INPUT PROCEDURE 200-CLASSIFY-ACCOUNTS
               OUTPUT PROCEDURE 300-LIST-ACCOUNTS.
           PERFORM 800-WRITE-GRAND-TOTALS.
           PERFORM 900-WRITE-CONTROL-TOTALS.
           IF BRANCH-REF-OK
               CLOSE BRANCH-FILE
           END-IF
           CLOSE CUSTOMER-FILE
                 FREEZE-TRANS-FILE
                 DORMANT-REPORT-FILE.
           IF DORMANT-CT > ZERO
                   OR NO-DATE-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.
      *
       150-WRITE-PAGE-HEADING.
           MOVE DORMANT-HEADING TO DORMANT-REPORT-LINE
           WRITE DORMANT-REPORT-LINE AFTER ADVANCING PAGE
           MOVE DORMANT-LIMITS-LINE TO DORMANT-REPORT-LINE
           WRITE DORMANT-REPORT-LINE
           MOVE DORMANT-BLANK-LINE TO DORMANT-REPORT-LINE
           WRITE DORMANT-REPORT-LINE.
      *
      ******************************************************************
      * SORT input: every open account is measured against the as-of   *
      * date.  Only those at or past the reminder point, or with no    *
      * activity date at all, are released to be listed.               *
      ******************************************************************
       200-CLASSIFY-ACCOUNTS.
           PERFORM 210-READ-MASTER.
           PERFORM 220-CLASSIFY-ONE-ACCOUNT
               UNTIL MASTER-AT-EOF.
      *
       210-READ-MASTER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET MASTER-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO MASTERS-READ-CT
           END-READ.
      *
       220-CLASSIFY-ONE-ACCOUNT.
           MOVE ZERO TO SRT-STAGE
                        MONTHS-IDLE
           EVALUATE TRUE
               WHEN NOT ACCT-IS-OPEN
                   ADD 1 TO NOT-OPEN-CT
               WHEN LAST-ACTIVITY-DATE = ZERO
                   SET SRT-NO-ACTIVITY TO TRUE
                   ADD 1 TO NO-DATE-CT
               WHEN OTHER
                   PERFORM 230-COUNT-MONTHS-IDLE
                   EVALUATE TRUE
                       WHEN MONTHS-IDLE NOT < DORMANT-MONTHS
                           SET SRT-PAST-LIMIT TO TRUE
                           ADD 1 TO DORMANT-CT
                       WHEN MONTHS-IDLE NOT < REMINDER-MONTHS
                           SET SRT-APPROACHING TO TRUE
                           ADD 1 TO REMINDER-CT
                       WHEN OTHER
                           ADD 1 TO ACTIVE-CT
                   END-EVALUATE
           END-EVALUATE
           IF SRT-STAGE NOT = ZERO
               MOVE BRANCH-CODE        TO SRT-BRANCH-CODE
               MOVE ACCOUNT-NO         TO SRT-ACCOUNT-NO
               MOVE CLINENT-NAME       TO SRT-CLIENT-NAME
               MOVE LAST-ACTIVITY-DATE TO SRT-LAST-ACTIVITY
               MOVE MONTHS-IDLE        TO SRT-MONTHS-IDLE
               MOVE PRI-FINANCE        TO SRT-PRI-FINANCE
               COMPUTE SRT-NET-WORTH =
                   F-SALARY + F-STOCK + F-FUND + F-FOREX
               RELEASE SORT-RECORD
           END-IF
           PERFORM 210-READ-MASTER.
      *
      ******************************************************************
      * Whole calendar months from the last activity to the as-of      *
      * date: a month is only complete once the as-of day reaches the  *
      * day of the month the activity fell on.  An activity date after *
      * the as-of date (a back-dated run) counts as no time idle.      *
      ******************************************************************
       230-COUNT-MONTHS-IDLE.
           MOVE LAST-ACTIVITY-DATE TO LAST-ACTIVITY
           COMPUTE MONTHS-IDLE =
               (AS-OF-YEAR * 12 + AS-OF-MONTH)
             - (LAST-ACT-YEAR * 12 + LAST-ACT-MONTH)
           IF AS-OF-DAY < LAST-ACT-DAY
               SUBTRACT 1 FROM MONTHS-IDLE
           END-IF
           IF MONTHS-IDLE < ZERO
               MOVE ZERO TO MONTHS-IDLE
           END-IF.
      *
      ******************************************************************
      * SORT output: one branch to a page, headed for its manager,     *
      * with a section per stage.  The branch's freeze batch header    *
      * goes out with its first dormant account, so a branch with      *
      * nothing to freeze gets no empty batch.                         *
      ******************************************************************
       300-LIST-ACCOUNTS.
           PERFORM 305-RETURN-ACCOUNT.
           PERFORM 310-LIST-ONE-BRANCH
               UNTIL SORT-AT-EOF.
      *
       305-RETURN-ACCOUNT.
           RETURN SORT-FILE
               AT END
                   SET SORT-AT-EOF TO TRUE
           END-RETURN.
      *
       310-LIST-ONE-BRANCH.
           MOVE SRT-BRANCH-CODE TO CURRENT-BRANCH-CODE
           PERFORM 315-LOOK-UP-BRANCH
           ADD 1 TO BRANCHES-LISTED-CT
           MOVE ZERO TO BRANCH-DORMANT-CT
                        BRANCH-REMINDER-CT
                        BRANCH-NO-DATE-CT
           PERFORM 150-WRITE-PAGE-HEADING
           MOVE CURRENT-BRANCH-CODE  TO DBR-BRANCH-CODE
           MOVE CURRENT-BRANCH-NAME  TO DBR-BRANCH-NAME
           MOVE CURRENT-MANAGER-NAME TO DBR-MANAGER-NAME
           MOVE DORMANT-BRANCH-LINE TO DORMANT-REPORT-LINE
           WRITE DORMANT-REPORT-LINE
           PERFORM 320-LIST-ONE-STAGE
               UNTIL SORT-AT-EOF
                   OR SRT-BRANCH-CODE NOT = CURRENT-BRANCH-CODE
           IF BATCH-IS-OPEN
               PERFORM 420-WRITE-BATCH-TRAILER
           END-IF
           MOVE DORMANT-BLANK-LINE TO DORMANT-REPORT-LINE
           WRITE DORMANT-REPORT-LINE
           MOVE 'BRANCH - FREEZES RAISED'  TO DTL-CAPTION
           MOVE BRANCH-DORMANT-CT          TO DTL-COUNT
           PERFORM 810-WRITE-TOTAL-LINE
           MOVE 'BRANCH - REMINDERS DUE'   TO DTL-CAPTION
           MOVE BRANCH-REMINDER-CT         TO DTL-COUNT
           PERFORM 810-WRITE-TOTAL-LINE
           MOVE 'BRANCH - NO ACTIVITY DATE' TO DTL-CAPTION
           MOVE BRANCH-NO-DATE-CT          TO DTL-COUNT
           PERFORM 810-WRITE-TOTAL-LINE.
      *
       315-LOOK-UP-BRANCH.
           MOVE '(UNKNOWN BRANCH)' TO CURRENT-BRANCH-NAME
           MOVE SPACES             TO CURRENT-MANAGER-NAME
           IF BRANCH-REF-OK
               MOVE CURRENT-BRANCH-CODE TO BR-BRANCH-CODE
               READ BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BR-BRANCH-NAME  TO CURRENT-BRANCH-NAME
                       MOVE BR-MANAGER-NAME TO CURRENT-MANAGER-NAME
               END-READ
           END-IF.
      *
       320-LIST-ONE-STAGE.
           MOVE SRT-STAGE TO CURRENT-STAGE
           EVALUATE TRUE
               WHEN SRT-PAST-LIMIT
                   MOVE 'PAST DORMANCY LIMIT - FREEZE RAISED'
                       TO DSL-TITLE
               WHEN SRT-APPROACHING
                   MOVE 'APPROACHING DORMANCY - SEND REMINDER LETTER'
                       TO DSL-TITLE
               WHEN OTHER
                   MOVE 'NO CLIENT ACTIVITY ON RECORD - REVIEW BY HAND'
                       TO DSL-TITLE
           END-EVALUATE
           MOVE DORMANT-BLANK-LINE TO DORMANT-REPORT-LINE
           WRITE DORMANT-REPORT-LINE
           MOVE DORMANT-SECTION-LINE TO DORMANT-REPORT-LINE
           WRITE DORMANT-REPORT-LINE
           MOVE DORMANT-COLUMNS TO DORMANT-REPORT-LINE
           WRITE DORMANT-REPORT-LINE
           PERFORM 330-LIST-ONE-ACCOUNT
               UNTIL SORT-AT-EOF
                   OR SRT-BRANCH-CODE NOT = CURRENT-BRANCH-CODE
                   OR SRT-STAGE NOT = CURRENT-STAGE.
      *
       330-LIST-ONE-ACCOUNT.
           MOVE SRT-ACCOUNT-NO    TO DDL-ACCOUNT-NO
           MOVE SRT-CLIENT-NAME   TO DDL-CLIENT-NAME
           MOVE SRT-NET-WORTH     TO DDL-NET-WORTH
           EVALUATE TRUE
               WHEN SRT-PAST-LIMIT
                   PERFORM 400-WRITE-FREEZE-TRANS
                   ADD 1 TO BRANCH-DORMANT-CT
                   MOVE 'FREEZE RAISED'  TO DDL-ACTION
               WHEN SRT-APPROACHING
                   ADD 1 TO BRANCH-REMINDER-CT
                   MOVE 'SEND REMINDER'  TO DDL-ACTION
               WHEN OTHER
                   ADD 1 TO BRANCH-NO-DATE-CT
                   MOVE 'REVIEW'         TO DDL-ACTION
           END-EVALUATE
           IF SRT-NO-ACTIVITY
               MOVE 'NONE'            TO DDL-LAST-ACTIVITY
               MOVE ZERO              TO DDL-MONTHS-IDLE
           ELSE
               MOVE SRT-LAST-ACTIVITY TO DDL-LAST-ACTIVITY
               MOVE SRT-MONTHS-IDLE   TO DDL-MONTHS-IDLE
           END-IF
           MOVE DORMANT-DETAIL TO DORMANT-REPORT-LINE
           WRITE DORMANT-REPORT-LINE
           PERFORM 305-RETURN-ACCOUNT.
      *
      ******************************************************************
      * The freeze goes out as a compliance override carrying the      *
      * account exactly as it stands with the status set to F, so the  *
      * override changes nothing but the status.                       *
      ******************************************************************
       400-WRITE-FREEZE-TRANS.
           IF NOT BATCH-IS-OPEN
               PERFORM 410-WRITE-BATCH-HEADER
           END-IF
           MOVE SPACES            TO TRANS-RECORD
           SET TRANS-IS-OVERRIDE  TO TRUE
           MOVE SRT-ACCOUNT-NO    TO TRANS-ACCOUNT-NO
           MOVE SRT-CLIENT-NAME   TO TRANS-CLINENT-NAME
           MOVE SRT-BRANCH-CODE   TO TRANS-BRANCH-CODE
           MOVE 'F'               TO TRANS-ACCT-STATUS
           MOVE SRT-PRI-FINANCE   TO TRANS-PRI-FINANCE
           MOVE DORMANCY-OPERATOR-ID
                                  TO TRANS-OPERATOR-ID
           WRITE FREEZE-TRANS-RECORD FROM TRANS-RECORD
           ADD 1 TO BATCH-DETAIL-CT
                    FREEZES-WRITTEN-CT.
      *
       410-WRITE-BATCH-HEADER.
           SET BATCH-IS-OPEN TO TRUE
           MOVE ZERO TO BATCH-DETAIL-CT
           MOVE SPACES              TO TRANS-RECORD
           SET TRANS-IS-BATCH-HEADER TO TRUE
           MOVE ZERO                TO TRANS-ACCOUNT-NO
           MOVE CURRENT-BRANCH-CODE TO TRANS-BATCH-BRANCH-CODE
           MOVE AS-OF-YYMMDD        TO TRANS-BATCH-NUMBER
           MOVE DORMANCY-OPERATOR-ID
                                    TO TRANS-OPERATOR-ID
           WRITE FREEZE-TRANS-RECORD FROM TRANS-RECORD
           ADD 1 TO BATCHES-WRITTEN-CT.
      *
       420-WRITE-BATCH-TRAILER.
           MOVE SPACES              TO TRANS-RECORD
           SET TRANS-IS-BATCH-TRAILER TO TRUE
           MOVE ZERO                TO TRANS-ACCOUNT-NO
           MOVE CURRENT-BRANCH-CODE TO TRANS-BATCH-BRANCH-CODE
           MOVE AS-OF-YYMMDD        TO TRANS-BATCH-NUMBER
           MOVE BATCH-DETAIL-CT     TO TRANS-BATCH-RECORD-COUNT
           MOVE ZERO                TO TRANS-BATCH-AMOUNT-TOTAL
           MOVE DORMANCY-OPERATOR-ID
                                    TO TRANS-OPERATOR-ID
           WRITE FREEZE-TRANS-RECORD FROM TRANS-RECORD
           MOVE 'N' TO BATCH-OPEN-SW.
      *
      ******************************************************************
      * The closing page is the whole-bank summary for compliance.     *
      ******************************************************************
       800-WRITE-GRAND-TOTALS.
           PERFORM 150-WRITE-PAGE-HEADING
           MOVE 'ALL BRANCHES - BRANCHES LISTED' TO DTL-CAPTION
           MOVE BRANCHES-LISTED-CT         TO DTL-COUNT
           PERFORM 810-WRITE-TOTAL-LINE
           MOVE 'ALL BRANCHES - FREEZES RAISED' TO DTL-CAPTION
           MOVE DORMANT-CT                 TO DTL-COUNT
           PERFORM 810-WRITE-TOTAL-LINE
           MOVE 'ALL BRANCHES - REMINDERS DUE' TO DTL-CAPTION
           MOVE REMINDER-CT                TO DTL-COUNT
           PERFORM 810-WRITE-TOTAL-LINE
           MOVE 'ALL BRANCHES - NO ACT. DATE' TO DTL-CAPTION
           MOVE NO-DATE-CT                 TO DTL-COUNT
           PERFORM 810-WRITE-TOTAL-LINE.
      *
       810-WRITE-TOTAL-LINE.
           MOVE DORMANT-TOTAL-LINE TO DORMANT-REPORT-LINE
           WRITE DORMANT-REPORT-LINE.
      *
       900-WRITE-CONTROL-TOTALS.
           DISPLAY 'REPORT-DORMANT-ACCOUNTS CONTROL TOTALS'
           DISPLAY '  AS-OF DATE             : ' AS-OF-DATE-NO
           DISPLAY '  REMINDER AFTER MONTHS  : ' REMINDER-MONTHS
           DISPLAY '  DORMANT AFTER MONTHS   : ' DORMANT-MONTHS
           DISPLAY '  MASTER RECORDS READ    : ' MASTERS-READ-CT
           DISPLAY '  NOT OPEN - SKIPPED     : ' NOT-OPEN-CT
           DISPLAY '  ACTIVE                 : ' ACTIVE-CT
           DISPLAY '  REMINDERS DUE          : ' REMINDER-CT
           DISPLAY '  PAST DORMANCY LIMIT    : ' DORMANT-CT
           DISPLAY '  NO ACTIVITY DATE       : ' NO-DATE-CT
           DISPLAY '  FREEZE TRANS WRITTEN   : ' FREEZES-WRITTEN-CT
           DISPLAY '  FREEZE BATCHES WRITTEN : ' BATCHES-WRITTEN-CT.
      *
       950-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           ACCEPT RUNH-DATE FROM DATE YYYYMMDD
           ACCEPT RUNH-TIME-RAW FROM TIME
           MOVE RUNH-DATE   TO RUNH-RUN-DATE
           MOVE RUNH-TIME   TO RUNH-RUN-TIME
           MOVE 'REPORT-DORMANT-ACCOUNTS'
                            TO RUNH-PROGRAM-ID
           MOVE RETURN-CODE TO RUNH-RETURN-CODE
           MOVE MASTERS-READ-CT    TO RUNH-RECORDS-READ
           MOVE FREEZES-WRITTEN-CT TO RUNH-RECORDS-WRITTEN
           MOVE NO-DATE-CT         TO RUNH-RECORDS-REJECTED
           MOVE ZERO        TO RUNH-HASH-TOTAL
           WRITE RUNH-RECORD
           CLOSE RUN-HISTORY-FILE.
       END PROGRAM REPORT-DORMANT-ACCOUNTS.
