      ******************************************************************
      * Author:      RICK
      * Date:        2026-10-15
      * Purpose:     Large-cash and structuring surveillance for
      *              compliance.  Reads the posting (P) and transfer
      *              (T) entries on the AUDIT-JOURNAL-FILE (COPY
      *              AUDTJRNL) over a rolling window of business days
      *              and raises a case for each account that shows:
      *                - a single movement over the reporting
      *                  threshold;
      *                - several movements just below the threshold
      *                  that together go over it (structuring);
      *                - a large deposit followed within a few days
      *                  by a withdrawal of similar size;
      *                - any movement on an account that was FROZEN
      *                  during the window or is frozen now;
      *                - any movement on an account reinstated from
      *                  the archive in the last 90 days.
      *              The case list is printed branch by branch with
      *              the client name, the branch name and every
      *              journal entry that contributed to the case.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      *   2026-10-15  RZ  Original program.  Run parameter (PARM) is
      *                   as-of-date,window-days,threshold,pair-days:
      *                   the YYYYMMDD last day of the window (default
      *                   today), the window length in business days
      *                   counted back from it, Saturdays and Sundays
      *                   skipped (default 10), the reporting
      *                   threshold in base currency (default
      *                   10,000.00) and the most calendar days
      *                   between a deposit and the withdrawal that
      *                   unwinds it (default 3).  A movement is the
      *                   change the entry made to the account's
      *                   SALARY/STOCK/FUND/FOREX balances, worked
      *                   out from the journal's before- and after-
      *                   images; an FX posting moves a foreign-
      *                   currency position, not a base-currency
      *                   balance, so it is listed on a frozen or
      *                   reinstated case but never measured against
      *                   the threshold.  "Just below" is 90% of the
      *                   threshold or more, "several" is three or
      *                   more, "similar size" is within 10% of the
      *                   deposit.  Reinstatements are the code R
      *                   journal records REINSTATE-ARCHIVED-ACCOUNT
      *                   writes.  RETURN-CODE 4 when any case is
      *                   raised (or an account had more entries in
      *                   the window than the work table holds), 16
      *                   when the customer master cannot be opened
      *                   or the parameter is unusable.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CASH-SURVEILLANCE.
       AUTHOR. RICK.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-JOURNAL-FILE
               ASSIGN TO "D:\S-AUDJRN".
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\S-SYSIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NO
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT BRANCH-FILE
               ASSIGN TO "D:\S-BRANCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BRANCH-CODE
               FILE STATUS IS BRANCH-FILE-STATUS.
           SELECT SORT-FILE
               ASSIGN TO "D:\S-SRTWK".
           SELECT CASE-WORK-FILE
               ASSIGN TO "D:\S-SRVWK".
           SELECT CASE-SORT-FILE
               ASSIGN TO "D:\S-SRTWK".
           SELECT SURVEILLANCE-REPORT
               ASSIGN TO "D:\S-SRVRPT".
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "D:\S-RUNHST".
      *
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY AUDTJRNL.
       FD  CUSTOMER-FILE.
           COPY CUSTMAST.
       FD  BRANCH-FILE.
           COPY BRNCHMST.
      *
      *    One selected journal entry, in account then journal order.
       SD  SORT-FILE.
       01  SORT-RECORD.
               05 SRT-ACCOUNT-NO    PIC 9(10).
               05 SRT-JOURNAL-SEQ   PIC 9(09).
               05 SRT-RUN-DATE      PIC 9(08).
               05 SRT-RUN-TIME      PIC 9(06).
               05 SRT-TRANS-CODE    PIC X(01).
               05 SRT-BRANCH-CODE   PIC 9(03).
               05 SRT-CLIENT-NAME   PIC X(20).
               05 SRT-STATUS-BEFORE PIC X(01).
               05 SRT-STATUS-AFTER  PIC X(01).
               05 SRT-DIRECTION     PIC X(01).
               05 SRT-AMOUNT        PIC S9(9)V99.
               05 SRT-CATEGORY      PIC X(14).
               05 SRT-OPERATOR-ID   PIC X(08).
      *
       FD  CASE-WORK-FILE
           RECORDING MODE IS F.
       01  CASE-WORK-FILE-RECORD       PIC X(78).
       SD  CASE-SORT-FILE.
       01  CASE-SORT-RECORD.
               05 CSR-KEY.
                   10 CSR-BRANCH-CODE
                                    PIC 9(03).
                   10 CSR-ACCOUNT-NO
                                    PIC 9(10).
                   10 CSR-CASE-NO   PIC 9(05).
                   10 CSR-LINE-NO   PIC 9(03).
               05 CSR-RECORD-TYPE   PIC X(01).
               05 CSR-DETAIL        PIC X(56).
       FD  SURVEILLANCE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SURVEILLANCE-LINE.
       01  SURVEILLANCE-LINE           PIC X(132).
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
           COPY RUNHIST.
       WORKING-STORAGE SECTION.
      *    One case header (H) followed by its contributing entries
      *    (E), written in account order and sorted into branch order
      *    for printing.
       01  CASE-WORK-RECORD.
               05 CWK-KEY.
                   10 CWK-BRANCH-CODE
                                    PIC 9(03).
                   10 CWK-ACCOUNT-NO
                                    PIC 9(10).
                   10 CWK-CASE-NO   PIC 9(05).
                   10 CWK-LINE-NO   PIC 9(03).
               05 CWK-RECORD-TYPE   PIC X(01).
                   88  CWK-IS-CASE        VALUE 'H'.
                   88  CWK-IS-ENTRY       VALUE 'E'.
               05 CWK-DETAIL        PIC X(56).
               05 CWK-CASE-DETAIL REDEFINES CWK-DETAIL.
                   10 CWK-CASE-TYPE PIC X(20).
                   10 CWK-CLIENT-NAME
                                    PIC X(20).
                   10 CWK-ENTRY-COUNT
                                    PIC 9(03).
                   10 CWK-CASE-TOTAL
                                    PIC S9(11)V99.
               05 CWK-ENTRY-DETAIL REDEFINES CWK-DETAIL.
                   10 CWK-RUN-DATE  PIC 9(08).
                   10 CWK-RUN-TIME  PIC 9(06).
                   10 CWK-TRANS-CODE
                                    PIC X(01).
                   10 CWK-DIRECTION PIC X(01).
                   10 CWK-AMOUNT    PIC S9(9)V99.
                   10 CWK-CATEGORY  PIC X(14).
                   10 CWK-OPERATOR-ID
                                    PIC X(08).
                   10 CWK-STATUS    PIC X(01).
                   10 FILLER        PIC X(06).
       01  SURV-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(40)
                   VALUE 'LARGE-CASH AND STRUCTURING SURVEILLANCE'.
               05 FILLER       PIC X(08)
                               VALUE '- AS OF '.
               05 SHD-AS-OF-DATE
                               PIC 9(08).
               05 FILLER       PIC X(66)
                               VALUE SPACES.
       01  SURV-PARM-LINE.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(07)
                               VALUE 'WINDOW '.
               05 SPL-WINDOW-START
                               PIC 9(08).
               05 FILLER       PIC X(04)
                               VALUE ' TO '.
               05 SPL-AS-OF-DATE
                               PIC 9(08).
               05 FILLER       PIC X(03)
                               VALUE ' - '.
               05 SPL-WINDOW-DAYS
                               PIC ZZ9.
               05 FILLER       PIC X(26)
                               VALUE ' BUSINESS DAYS, THRESHOLD '.
               05 SPL-THRESHOLD
                               PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER       PIC X(49)
                               VALUE SPACES.
       01  SURV-COLUMNS.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(10)
                               VALUE 'RUN DATE'.
               05 FILLER       PIC X(09)
                               VALUE 'TIME'.
               05 FILLER       PIC X(04)
                               VALUE 'TRN'.
               05 FILLER       PIC X(12)
                               VALUE 'MOVEMENT'.
               05 FILLER       PIC X(16)
                               VALUE 'CATEGORY'.
               05 FILLER       PIC X(17)
                               VALUE '         AMOUNT'.
               05 FILLER       PIC X(10)
                               VALUE 'KEYED BY'.
               05 FILLER       PIC X(44)
                               VALUE 'S'.
       01  SURV-BRANCH-LINE.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(07)
                               VALUE 'BRANCH '.
               05 SBR-BRANCH-CODE
                               PIC 9(03).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 SBR-BRANCH-NAME
                               PIC X(20).
               05 FILLER       PIC X(98)
                               VALUE SPACES.
       01  SURV-CASE-LINE.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(05)
                               VALUE 'CASE '.
               05 SCS-CASE-NO  PIC 9(05).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 SCS-CASE-TYPE
                               PIC X(20).
               05 FILLER       PIC X(08)
                               VALUE 'ACCOUNT '.
               05 SCS-ACCOUNT-NO
                               PIC 9(10).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 SCS-CLIENT-NAME
                               PIC X(20).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(08)
                               VALUE 'ENTRIES '.
               05 SCS-ENTRY-COUNT
                               PIC ZZ9.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(06)
                               VALUE 'TOTAL '.
               05 SCS-CASE-TOTAL
                               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(19)
                               VALUE SPACES.
       01  SURV-ENTRY-LINE.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 SEN-RUN-DATE PIC 9(08).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 SEN-RUN-TIME PIC 9(06).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 SEN-CODE     PIC X(01).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 SEN-DIRECTION
                               PIC X(10).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 SEN-CATEGORY PIC X(14).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 SEN-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 SEN-OPERATOR PIC X(08).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 SEN-STATUS   PIC X(01).
               05 FILLER       PIC X(43)
                               VALUE SPACES.
       01  SURV-MESSAGE-LINE.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 SMS-TEXT     PIC X(40).
               05 FILLER       PIC X(90)
                               VALUE SPACES.
       01  SURV-SUMMARY-LINE.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 SSM-LABEL    PIC X(30).
               05 SSM-COUNT    PIC ZZZ,ZZ9.
               05 FILLER       PIC X(93)
                               VALUE SPACES.
       01  SURV-BLANK-LINE     PIC X(132) VALUE SPACES.
      *
       01  CUST-FILE-STATUS    PIC XX VALUE SPACES.
       01  BRANCH-FILE-STATUS  PIC XX VALUE SPACES.
       01  BRANCH-REF-OK-SW    PIC X VALUE 'N'.
           88  BRANCH-REF-OK        VALUE 'Y'.
       01  JOURNAL-EOF-SW      PIC X VALUE 'N'.
           88  JOURNAL-AT-EOF       VALUE 'Y'.
       01  SORT-EOF-SW         PIC X VALUE 'N'.
           88  SORT-AT-EOF          VALUE 'Y'.
       01  CASE-SORT-EOF-SW    PIC X VALUE 'N'.
           88  CASE-SORT-AT-EOF     VALUE 'Y'.
       01  FROZEN-SEEN-SW      PIC X VALUE 'N'.
           88  FROZEN-SEEN          VALUE 'Y'.
      *
       01  RUN-PARM            PIC X(80).
       01  AS-OF-DATE-X        PIC X(08) VALUE SPACES.
       01  WINDOW-DAYS-X       PIC X(05) VALUE SPACES.
       01  THRESHOLD-X         PIC X(15) VALUE SPACES.
       01  PAIR-DAYS-X         PIC X(05) VALUE SPACES.
       01  AS-OF-DATE          PIC 9(08) VALUE ZERO.
       01  WINDOW-DAYS         PIC 9(03) VALUE 10.
       01  REPORT-THRESHOLD    PIC 9(9)V99 VALUE 10000.00.
       01  PAIR-DAYS           PIC 9(03) VALUE 3.
      *
      *    Fixed surveillance rules - see the modification history.
       01  NEAR-BAND-PCT       PIC 9(03) VALUE 90.
       01  STRUCTURING-MIN-CT  PIC 9(03) VALUE 3.
       01  PAIR-TOLERANCE-PCT  PIC 9(03) VALUE 10.
       01  REINSTATE-LOOKBACK-DAYS
                               PIC 9(03) VALUE 90.
      *
       01  NEAR-BAND-FLOOR     PIC 9(9)V99 VALUE ZERO.
       01  AS-OF-DAY-NO        PIC 9(07) VALUE ZERO.
       01  SCAN-DAY-NO         PIC 9(07) VALUE ZERO.
       01  WEEKDAY-NO          PIC 9(01) VALUE ZERO.
       01  BUSINESS-DAYS-CT    PIC 9(03) VALUE ZERO.
       01  WINDOW-START-DATE   PIC 9(08) VALUE ZERO.
       01  LOOKBACK-START-DATE PIC 9(08) VALUE ZERO.
       01  SELECT-START-DATE   PIC 9(08) VALUE ZERO.
      *
      *    Before-image balances and the change per category, in
      *    SALARY/STOCK/FUND/FOREX order.
       01  BEFORE-FINANCE.
               05 BEF-SALARY   PIC S9(5)V99.
               05 BEF-STOCK    PIC S9(7)V99.
               05 BEF-FUND     PIC S9(7)V99.
               05 BEF-FOREX    PIC S9(7)V99.
       01  CATEGORY-DELTAS.
               05 CAT-DELTA    PIC S9(9)V99 OCCURS 4 TIMES.
       01  CATEGORY-NAME-VALUES.
               05 FILLER       PIC X(06) VALUE 'SALARY'.
               05 FILLER       PIC X(06) VALUE 'STOCK'.
               05 FILLER       PIC X(06) VALUE 'FUND'.
               05 FILLER       PIC X(06) VALUE 'FOREX'.
       01  CATEGORY-NAMES REDEFINES CATEGORY-NAME-VALUES.
               05 CAT-NAME     PIC X(06) OCCURS 4 TIMES.
       77  CAT-SUB             PIC 9(3) COMP VALUE ZERO.
       77  FROM-CAT-SUB        PIC 9(3) COMP VALUE ZERO.
       77  TO-CAT-SUB          PIC 9(3) COMP VALUE ZERO.
       01  INCREASE-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  DECREASE-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  FX-MOVEMENT         PIC S9(9)V99 VALUE ZERO.
      *
      *    The entries in the window for the account being evaluated.
       01  ENTRY-TABLE-MAX     PIC 9(3) COMP VALUE 200.
       01  ENTRY-TABLE.
               05 ENT-ENTRY    OCCURS 200 TIMES.
                   10 ENT-RUN-DATE PIC 9(08).
                   10 ENT-RUN-TIME PIC 9(06).
                   10 ENT-DAY-NO   PIC 9(07).
                   10 ENT-TRANS-CODE
                                   PIC X(01).
                   10 ENT-DIRECTION
                                   PIC X(01).
                       88  ENT-IS-DEPOSIT     VALUE 'D'.
                       88  ENT-IS-WITHDRAWAL  VALUE 'W'.
                       88  ENT-IS-MEASURED    VALUE 'D' 'W' 'T'.
                   10 ENT-AMOUNT   PIC S9(9)V99.
                   10 ENT-CATEGORY PIC X(14).
                   10 ENT-OPERATOR-ID
                                   PIC X(08).
                   10 ENT-STATUS   PIC X(01).
                   10 ENT-MARK-SW  PIC X(01).
                       88  ENT-MARKED         VALUE 'Y'.
       77  ENTRY-COUNT         PIC 9(3) COMP VALUE ZERO.
       77  ENT-SUB             PIC 9(3) COMP VALUE ZERO.
       77  PAIR-SUB            PIC 9(3) COMP VALUE ZERO.
       77  MARK-SUB            PIC 9(3) COMP VALUE ZERO.
       01  CURRENT-ACCOUNT-NO  PIC 9(10) VALUE ZERO.
       01  CURRENT-BRANCH-CODE PIC 9(03) VALUE ZERO.
       01  CURRENT-CLIENT-NAME PIC X(20) VALUE SPACES.
       01  REINSTATE-DATE      PIC 9(08) VALUE ZERO.
       01  PAIR-DIFFERENCE     PIC S9(9)V99 VALUE ZERO.
       01  PAIR-TOLERANCE      PIC S9(9)V99 VALUE ZERO.
      *
       01  CASE-TYPE           PIC X(20) VALUE SPACES.
       01  CASE-NO             PIC 9(05) VALUE ZERO.
       01  CASE-LINE-NO        PIC 9(03) VALUE ZERO.
       01  MARKED-CT           PIC 9(03) VALUE ZERO.
       01  MARKED-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  PRINT-BRANCH-CODE   PIC 9(03) VALUE ZERO.
       01  FIRST-CASE-SW       PIC X VALUE 'Y'.
           88  FIRST-CASE           VALUE 'Y'.
      *
       01  RUNH-STAMP.
               05 RUNH-DATE    PIC 9(08) VALUE ZERO.
               05 RUNH-TIME-RAW.
                   10 RUNH-TIME PIC 9(06).
                   10 FILLER   PIC 9(02).
      *
       01  JOURNAL-READ-CT     PIC 9(9) COMP VALUE ZERO.
       01  JOURNAL-OUTSIDE-CT  PIC 9(9) COMP VALUE ZERO.
       01  ENTRIES-SELECTED-CT PIC 9(9) COMP VALUE ZERO.
       01  ACCOUNTS-REVIEWED-CT
                               PIC 9(9) COMP VALUE ZERO.
       01  ENTRY-OVERFLOW-CT   PIC 9(9) COMP VALUE ZERO.
       01  CASES-RAISED-CT     PIC 9(9) COMP VALUE ZERO.
       01  LARGE-CASE-CT       PIC 9(9) COMP VALUE ZERO.
       01  STRUCTURING-CASE-CT PIC 9(9) COMP VALUE ZERO.
       01  PAIR-CASE-CT        PIC 9(9) COMP VALUE ZERO.
       01  FROZEN-CASE-CT      PIC 9(9) COMP VALUE ZERO.
       01  REINSTATE-CASE-CT   PIC 9(9) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-REPORT-CASH-SURVEILLANCE.
           ACCEPT RUN-PARM FROM COMMAND-LINE
           UNSTRING RUN-PARM DELIMITED BY ','
               INTO AS-OF-DATE-X WINDOW-DAYS-X THRESHOLD-X
                    PAIR-DAYS-X
           END-UNSTRING
           IF AS-OF-DATE-X NOT = SPACES
               COMPUTE AS-OF-DATE = FUNCTION NUMVAL(AS-OF-DATE-X)
           ELSE
               ACCEPT AS-OF-DATE FROM DATE YYYYMMDD
           END-IF
           IF WINDOW-DAYS-X NOT = SPACES
               COMPUTE WINDOW-DAYS = FUNCTION NUMVAL(WINDOW-DAYS-X)
           END-IF
           IF THRESHOLD-X NOT = SPACES
               COMPUTE REPORT-THRESHOLD =
                   FUNCTION NUMVAL(THRESHOLD-X)
           END-IF
           IF PAIR-DAYS-X NOT = SPACES
               COMPUTE PAIR-DAYS = FUNCTION NUMVAL(PAIR-DAYS-X)
           END-IF
           IF AS-OF-DATE < 16010101
                   OR WINDOW-DAYS = ZERO
                   OR REPORT-THRESHOLD = ZERO
               DISPLAY 'REPORT-CASH-SURVEILLANCE: INVALID PARAMETER '
                   RUN-PARM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 050-SET-WINDOW
           OPEN INPUT CUSTOMER-FILE.
           IF CUST-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT-CASH-SURVEILLANCE: CUSTOMER-FILE OPEN '
                   'FAILED, FILE STATUS = ' CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BRANCH-FILE
           IF BRANCH-FILE-STATUS = '00'
               SET BRANCH-REF-OK TO TRUE
           ELSE
               DISPLAY 'REPORT-CASH-SURVEILLANCE: BRANCH-FILE OPEN '
                   'FAILED, FILE STATUS = ' BRANCH-FILE-STATUS
                   ' - BRANCH NAMES UNAVAILABLE'
           END-IF
           OPEN OUTPUT CASE-WORK-FILE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT-NO
               ON ASCENDING KEY SRT-JOURNAL-SEQ
               INPUT PROCEDURE 100-SELECT-JOURNAL-ENTRIES
               OUTPUT PROCEDURE 300-EVALUATE-ACCOUNTS.
           CLOSE CASE-WORK-FILE.
           OPEN OUTPUT SURVEILLANCE-REPORT.
           PERFORM 550-WRITE-HEADINGS.
           SORT CASE-SORT-FILE
               ON ASCENDING KEY CSR-KEY
               USING CASE-WORK-FILE
               OUTPUT PROCEDURE 600-PRINT-CASES.
           PERFORM 800-WRITE-SUMMARY.
           PERFORM 900-WRITE-CONTROL-TOTALS.
           IF BRANCH-REF-OK
               CLOSE BRANCH-FILE
           END-IF
           CLOSE CUSTOMER-FILE
                 SURVEILLANCE-REPORT.
           IF CASES-RAISED-CT > ZERO
                   OR ENTRY-OVERFLOW-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      ******************************************************************
      * Count the window back from the as-of date one business day at  *
      * a time (day 1 of the integer calendar, 1601-01-01, was a       *
      * Monday, so weekday 0-4 is Monday-Friday).  Journal entries     *
      * are selected from whichever is earlier, the window start or    *
      * the start of the reinstatement lookback.                       *
      ******************************************************************
       050-SET-WINDOW.
           COMPUTE AS-OF-DAY-NO = FUNCTION INTEGER-OF-DATE(AS-OF-DATE)
           MOVE AS-OF-DAY-NO TO SCAN-DAY-NO
           MOVE ZERO TO BUSINESS-DAYS-CT
           PERFORM 055-COUNT-BUSINESS-DAY
               UNTIL BUSINESS-DAYS-CT NOT < WINDOW-DAYS
           COMPUTE WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(SCAN-DAY-NO)
           COMPUTE LOOKBACK-START-DATE = FUNCTION DATE-OF-INTEGER
               (AS-OF-DAY-NO - REINSTATE-LOOKBACK-DAYS)
           IF LOOKBACK-START-DATE < WINDOW-START-DATE
               MOVE LOOKBACK-START-DATE TO SELECT-START-DATE
           ELSE
               MOVE WINDOW-START-DATE   TO SELECT-START-DATE
           END-IF
           COMPUTE NEAR-BAND-FLOOR ROUNDED =
               REPORT-THRESHOLD * NEAR-BAND-PCT / 100.
      *
       055-COUNT-BUSINESS-DAY.
           COMPUTE WEEKDAY-NO = FUNCTION MOD(SCAN-DAY-NO - 1, 7)
           IF WEEKDAY-NO < 5
               ADD 1 TO BUSINESS-DAYS-CT
           END-IF
           IF BUSINESS-DAYS-CT < WINDOW-DAYS
               SUBTRACT 1 FROM SCAN-DAY-NO
           END-IF.
      *
      ******************************************************************
      * SORT input: every P and T entry in the window, every R         *
      * (reinstatement) in the lookback, and any other entry in the    *
      * window whose before- or after-image shows the account FROZEN - *
      * that is how an account frozen and unfrozen inside the window   *
      * is caught.                                                     *
      ******************************************************************
       100-SELECT-JOURNAL-ENTRIES.
           OPEN INPUT AUDIT-JOURNAL-FILE.
           PERFORM 110-READ-JOURNAL.
           PERFORM 120-SELECT-ONE-ENTRY
               UNTIL JOURNAL-AT-EOF.
           CLOSE AUDIT-JOURNAL-FILE.
      *
       110-READ-JOURNAL.
           READ AUDIT-JOURNAL-FILE
               AT END
                   SET JOURNAL-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO JOURNAL-READ-CT
           END-READ.
      *
       120-SELECT-ONE-ENTRY.
           IF AUDT-RUN-DATE < SELECT-START-DATE
                   OR AUDT-RUN-DATE > AS-OF-DATE
               ADD 1 TO JOURNAL-OUTSIDE-CT
           ELSE
               PERFORM 130-BUILD-SORT-RECORD
               EVALUATE TRUE
                   WHEN AUDT-IS-REINSTATE
                       PERFORM 190-RELEASE-ENTRY
                   WHEN AUDT-RUN-DATE < WINDOW-START-DATE
                       ADD 1 TO JOURNAL-OUTSIDE-CT
                   WHEN AUDT-IS-POSTING OR AUDT-IS-TRANSFER
                       PERFORM 140-MEASURE-MOVEMENT
                       PERFORM 190-RELEASE-ENTRY
                   WHEN SRT-STATUS-BEFORE = 'F'
                           OR SRT-STATUS-AFTER = 'F'
                       PERFORM 190-RELEASE-ENTRY
                   WHEN OTHER
                       ADD 1 TO JOURNAL-OUTSIDE-CT
               END-EVALUATE
           END-IF
           PERFORM 110-READ-JOURNAL.
      *
       130-BUILD-SORT-RECORD.
           MOVE AUDT-ACCOUNT-NO  TO SRT-ACCOUNT-NO
           MOVE JOURNAL-READ-CT  TO SRT-JOURNAL-SEQ
           MOVE AUDT-RUN-DATE    TO SRT-RUN-DATE
           MOVE AUDT-RUN-TIME    TO SRT-RUN-TIME
           MOVE AUDT-TRANS-CODE  TO SRT-TRANS-CODE
           MOVE AUDT-OPERATOR-ID TO SRT-OPERATOR-ID
           MOVE SPACES           TO SRT-DIRECTION
                                    SRT-CATEGORY
                                    SRT-STATUS-BEFORE
                                    SRT-STATUS-AFTER
           MOVE ZERO             TO SRT-AMOUNT
           MOVE ZERO             TO BEFORE-FINANCE
           IF AUDT-BEFORE-IMAGE NOT = SPACES
               MOVE AUDT-BEFORE-IMAGE TO CUST-RECORD
               MOVE ACCT-STATUS  TO SRT-STATUS-BEFORE
               MOVE BRANCH-CODE  TO SRT-BRANCH-CODE
               MOVE CLINENT-NAME TO SRT-CLIENT-NAME
               MOVE F-SALARY     TO BEF-SALARY
               MOVE F-STOCK      TO BEF-STOCK
               MOVE F-FUND       TO BEF-FUND
               MOVE F-FOREX      TO BEF-FOREX
           END-IF
           IF AUDT-AFTER-IMAGE NOT = SPACES
               MOVE AUDT-AFTER-IMAGE TO CUST-RECORD
               MOVE ACCT-STATUS  TO SRT-STATUS-AFTER
               MOVE BRANCH-CODE  TO SRT-BRANCH-CODE
               MOVE CLINENT-NAME TO SRT-CLIENT-NAME
           END-IF.
      *
      ******************************************************************
      * What the entry moved, from the images (CUST-RECORD holds the   *
      * after-image here).  A posting raises one balance (deposit) or  *
      * lowers it (withdrawal); a transfer lowers one and raises       *
      * another by the same amount.  An FX posting changes none of     *
      * them - its foreign-currency amount is carried for the listing  *
      * but direction X keeps it out of the threshold tests.           *
      ******************************************************************
       140-MEASURE-MOVEMENT.
           COMPUTE CAT-DELTA (1) = F-SALARY - BEF-SALARY
           COMPUTE CAT-DELTA (2) = F-STOCK  - BEF-STOCK
           COMPUTE CAT-DELTA (3) = F-FUND   - BEF-FUND
           COMPUTE CAT-DELTA (4) = F-FOREX  - BEF-FOREX
           MOVE ZERO TO INCREASE-TOTAL DECREASE-TOTAL
                        FROM-CAT-SUB TO-CAT-SUB
           PERFORM 145-SCAN-CATEGORY
               VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > 4
           EVALUATE TRUE
               WHEN AUDT-FX-CURRENCY NOT = SPACES
                   MOVE 'X' TO SRT-DIRECTION
                   COMPUTE FX-MOVEMENT = AUDT-FX-AFTER-AMOUNT
                       - AUDT-FX-BEFORE-AMOUNT
                   IF FX-MOVEMENT < ZERO
                       COMPUTE SRT-AMOUNT = ZERO - FX-MOVEMENT
                   ELSE
                       MOVE FX-MOVEMENT TO SRT-AMOUNT
                   END-IF
                   STRING 'FX ' AUDT-FX-CURRENCY
                       DELIMITED BY SIZE INTO SRT-CATEGORY
                   END-STRING
               WHEN AUDT-IS-TRANSFER AND TO-CAT-SUB > ZERO
                                     AND FROM-CAT-SUB > ZERO
                   MOVE 'T' TO SRT-DIRECTION
                   MOVE INCREASE-TOTAL TO SRT-AMOUNT
                   STRING CAT-NAME (FROM-CAT-SUB) DELIMITED BY SPACE
                          '>' DELIMITED BY SIZE
                          CAT-NAME (TO-CAT-SUB) DELIMITED BY SPACE
                       INTO SRT-CATEGORY
                   END-STRING
               WHEN AUDT-IS-POSTING AND TO-CAT-SUB > ZERO
                   MOVE 'D' TO SRT-DIRECTION
                   MOVE INCREASE-TOTAL TO SRT-AMOUNT
                   MOVE CAT-NAME (TO-CAT-SUB) TO SRT-CATEGORY
               WHEN AUDT-IS-POSTING AND FROM-CAT-SUB > ZERO
                   MOVE 'W' TO SRT-DIRECTION
                   COMPUTE SRT-AMOUNT = ZERO - DECREASE-TOTAL
                   MOVE CAT-NAME (FROM-CAT-SUB) TO SRT-CATEGORY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       145-SCAN-CATEGORY.
           IF CAT-DELTA (CAT-SUB) > ZERO
               ADD CAT-DELTA (CAT-SUB) TO INCREASE-TOTAL
               MOVE CAT-SUB TO TO-CAT-SUB
           END-IF
           IF CAT-DELTA (CAT-SUB) < ZERO
               ADD CAT-DELTA (CAT-SUB) TO DECREASE-TOTAL
               MOVE CAT-SUB TO FROM-CAT-SUB
           END-IF.
      *
       190-RELEASE-ENTRY.
           ADD 1 TO ENTRIES-SELECTED-CT
           RELEASE SORT-RECORD.
      *
      ******************************************************************
      * SORT output: gather one account's entries into ENTRY-TABLE,    *
      * then run every rule against them.                              *
      ******************************************************************
       300-EVALUATE-ACCOUNTS.
           PERFORM 305-RETURN-ENTRY.
           PERFORM 310-EVALUATE-ONE-ACCOUNT
               UNTIL SORT-AT-EOF.
      *
       305-RETURN-ENTRY.
           RETURN SORT-FILE
               AT END
                   SET SORT-AT-EOF TO TRUE
           END-RETURN.
      *
       310-EVALUATE-ONE-ACCOUNT.
           MOVE SRT-ACCOUNT-NO  TO CURRENT-ACCOUNT-NO
           MOVE ZERO            TO ENTRY-COUNT
                                   REINSTATE-DATE
           MOVE 'N'             TO FROZEN-SEEN-SW
           PERFORM 320-LOAD-ENTRY
               UNTIL SORT-AT-EOF
                   OR SRT-ACCOUNT-NO NOT = CURRENT-ACCOUNT-NO
           IF ENTRY-COUNT > ZERO
               ADD 1 TO ACCOUNTS-REVIEWED-CT
               PERFORM 330-LOOK-UP-ACCOUNT
               PERFORM 410-CHECK-LARGE-POSTINGS
               PERFORM 420-CHECK-STRUCTURING
               PERFORM 430-CHECK-DEPOSIT-WITHDRAWAL
               PERFORM 440-CHECK-FROZEN-ACTIVITY
               PERFORM 450-CHECK-REINSTATED-ACTIVITY
           END-IF.
      *
       320-LOAD-ENTRY.
           MOVE SRT-BRANCH-CODE TO CURRENT-BRANCH-CODE
           MOVE SRT-CLIENT-NAME TO CURRENT-CLIENT-NAME
           IF SRT-STATUS-BEFORE = 'F'
                   OR SRT-STATUS-AFTER = 'F'
               SET FROZEN-SEEN TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN SRT-TRANS-CODE = 'R'
                   MOVE SRT-RUN-DATE TO REINSTATE-DATE
               WHEN SRT-TRANS-CODE NOT = 'P'
                       AND SRT-TRANS-CODE NOT = 'T'
                   CONTINUE
               WHEN ENTRY-COUNT NOT < ENTRY-TABLE-MAX
                   ADD 1 TO ENTRY-OVERFLOW-CT
                   DISPLAY 'REPORT-CASH-SURVEILLANCE: MORE THAN '
                       ENTRY-TABLE-MAX ' ENTRIES FOR ACCOUNT '
                       SRT-ACCOUNT-NO ' - ENTRY ' SRT-RUN-DATE ' '
                       SRT-RUN-TIME ' NOT EVALUATED'
               WHEN OTHER
                   ADD 1 TO ENTRY-COUNT
                   MOVE SRT-RUN-DATE    TO ENT-RUN-DATE (ENTRY-COUNT)
                   MOVE SRT-RUN-TIME    TO ENT-RUN-TIME (ENTRY-COUNT)
                   COMPUTE ENT-DAY-NO (ENTRY-COUNT) =
                       FUNCTION INTEGER-OF-DATE(SRT-RUN-DATE)
                   MOVE SRT-TRANS-CODE  TO ENT-TRANS-CODE (ENTRY-COUNT)
                   MOVE SRT-DIRECTION   TO ENT-DIRECTION (ENTRY-COUNT)
                   MOVE SRT-AMOUNT      TO ENT-AMOUNT (ENTRY-COUNT)
                   MOVE SRT-CATEGORY    TO ENT-CATEGORY (ENTRY-COUNT)
                   MOVE SRT-OPERATOR-ID
                                     TO ENT-OPERATOR-ID (ENTRY-COUNT)
                   MOVE SRT-STATUS-AFTER
                                        TO ENT-STATUS (ENTRY-COUNT)
           END-EVALUATE
           PERFORM 305-RETURN-ENTRY.
      *
      ******************************************************************
      * The case is filed under the account's branch and name as they  *
      * stand on the master now; an account no longer on the master    *
      * keeps the branch and name from its last journal image.  An     *
      * account frozen today is treated as frozen in the window.       *
      ******************************************************************
       330-LOOK-UP-ACCOUNT.
           MOVE CURRENT-ACCOUNT-NO TO ACCOUNT-NO
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BRANCH-CODE  TO CURRENT-BRANCH-CODE
                   MOVE CLINENT-NAME TO CURRENT-CLIENT-NAME
                   IF ACCT-IS-FROZEN
                       SET FROZEN-SEEN TO TRUE
                   END-IF
           END-READ.
      *
      ******************************************************************
      * Rule 1 - every measured movement over the threshold.           *
      ******************************************************************
       410-CHECK-LARGE-POSTINGS.
           PERFORM 480-CLEAR-MARKS
           PERFORM 415-MARK-LARGE
               VARYING ENT-SUB FROM 1 BY 1
               UNTIL ENT-SUB > ENTRY-COUNT
           IF MARKED-CT > ZERO
               MOVE 'LARGE MOVEMENT' TO CASE-TYPE
               ADD 1 TO LARGE-CASE-CT
               PERFORM 500-WRITE-CASE
           END-IF.
      *
       415-MARK-LARGE.
           IF ENT-IS-MEASURED (ENT-SUB)
                   AND ENT-AMOUNT (ENT-SUB) > REPORT-THRESHOLD
               PERFORM 485-MARK-ENTRY
           END-IF.
      *
      ******************************************************************
      * Rule 2 - movements in the band just below the threshold: three *
      * or more of them adding up to more than the threshold.          *
      ******************************************************************
       420-CHECK-STRUCTURING.
           PERFORM 480-CLEAR-MARKS
           PERFORM 425-MARK-NEAR-THRESHOLD
               VARYING ENT-SUB FROM 1 BY 1
               UNTIL ENT-SUB > ENTRY-COUNT
           IF MARKED-CT NOT < STRUCTURING-MIN-CT
                   AND MARKED-TOTAL > REPORT-THRESHOLD
               MOVE 'STRUCTURING' TO CASE-TYPE
               ADD 1 TO STRUCTURING-CASE-CT
               PERFORM 500-WRITE-CASE
           END-IF.
      *
       425-MARK-NEAR-THRESHOLD.
           IF ENT-IS-MEASURED (ENT-SUB)
                   AND ENT-AMOUNT (ENT-SUB) NOT < NEAR-BAND-FLOOR
                   AND ENT-AMOUNT (ENT-SUB) NOT > REPORT-THRESHOLD
               PERFORM 485-MARK-ENTRY
           END-IF.
      *
      ******************************************************************
      * Rule 3 - a deposit of at least the near-threshold band taken   *
      * back out within PAIR-DAYS by a withdrawal within 10% of it.    *
      * Both sides of every such pair go on the one case.              *
      ******************************************************************
       430-CHECK-DEPOSIT-WITHDRAWAL.
           PERFORM 480-CLEAR-MARKS
           PERFORM 432-CHECK-ONE-DEPOSIT
               VARYING ENT-SUB FROM 1 BY 1
               UNTIL ENT-SUB > ENTRY-COUNT
           IF MARKED-CT > ZERO
               MOVE 'DEPOSIT/WITHDRAWAL' TO CASE-TYPE
               ADD 1 TO PAIR-CASE-CT
               PERFORM 500-WRITE-CASE
           END-IF.
      *
       432-CHECK-ONE-DEPOSIT.
           IF ENT-IS-DEPOSIT (ENT-SUB)
                   AND ENT-AMOUNT (ENT-SUB) NOT < NEAR-BAND-FLOOR
               COMPUTE PAIR-TOLERANCE ROUNDED =
                   ENT-AMOUNT (ENT-SUB) * PAIR-TOLERANCE-PCT / 100
               PERFORM 434-CHECK-ONE-WITHDRAWAL
                   VARYING PAIR-SUB FROM ENT-SUB BY 1
                   UNTIL PAIR-SUB > ENTRY-COUNT
           END-IF.
      *
       434-CHECK-ONE-WITHDRAWAL.
           IF ENT-IS-WITHDRAWAL (PAIR-SUB)
                   AND ENT-DAY-NO (PAIR-SUB) - ENT-DAY-NO (ENT-SUB)
                       NOT > PAIR-DAYS
               COMPUTE PAIR-DIFFERENCE =
                   ENT-AMOUNT (PAIR-SUB) - ENT-AMOUNT (ENT-SUB)
               IF PAIR-DIFFERENCE NOT > PAIR-TOLERANCE
                       AND PAIR-DIFFERENCE NOT < ZERO - PAIR-TOLERANCE
                   IF NOT ENT-MARKED (ENT-SUB)
                       MOVE ENT-SUB TO MARK-SUB
                       PERFORM 487-MARK-ENTRY-AT
                   END-IF
                   IF NOT ENT-MARKED (PAIR-SUB)
                       MOVE PAIR-SUB TO MARK-SUB
                       PERFORM 487-MARK-ENTRY-AT
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
      * Rule 4 - any movement at all on an account frozen in the       *
      * window or frozen now.                                          *
      ******************************************************************
       440-CHECK-FROZEN-ACTIVITY.
           IF FROZEN-SEEN
               PERFORM 480-CLEAR-MARKS
               PERFORM 485-MARK-ENTRY
                   VARYING ENT-SUB FROM 1 BY 1
                   UNTIL ENT-SUB > ENTRY-COUNT
               MOVE 'FROZEN ACCOUNT' TO CASE-TYPE
               ADD 1 TO FROZEN-CASE-CT
               PERFORM 500-WRITE-CASE
           END-IF.
      *
      ******************************************************************
      * Rule 5 - any movement on or after the date the account was     *
      * last reinstated from the archive.                              *
      ******************************************************************
       450-CHECK-REINSTATED-ACTIVITY.
           IF REINSTATE-DATE > ZERO
               PERFORM 480-CLEAR-MARKS
               PERFORM 455-MARK-SINCE-REINSTATE
                   VARYING ENT-SUB FROM 1 BY 1
                   UNTIL ENT-SUB > ENTRY-COUNT
               IF MARKED-CT > ZERO
                   MOVE 'REINSTATED ACCOUNT' TO CASE-TYPE
                   ADD 1 TO REINSTATE-CASE-CT
                   PERFORM 500-WRITE-CASE
               END-IF
           END-IF.
      *
       455-MARK-SINCE-REINSTATE.
           IF ENT-RUN-DATE (ENT-SUB) NOT < REINSTATE-DATE
               PERFORM 485-MARK-ENTRY
           END-IF.
      *
       480-CLEAR-MARKS.
           MOVE ZERO TO MARKED-CT
                        MARKED-TOTAL
           PERFORM 482-CLEAR-ONE-MARK
               VARYING ENT-SUB FROM 1 BY 1
               UNTIL ENT-SUB > ENTRY-COUNT.
      *
       482-CLEAR-ONE-MARK.
           MOVE 'N' TO ENT-MARK-SW (ENT-SUB).
      *
       485-MARK-ENTRY.
           MOVE ENT-SUB TO MARK-SUB
           PERFORM 487-MARK-ENTRY-AT.
      *
       487-MARK-ENTRY-AT.
           MOVE 'Y' TO ENT-MARK-SW (MARK-SUB)
           ADD 1 TO MARKED-CT
           IF ENT-IS-MEASURED (MARK-SUB)
               ADD ENT-AMOUNT (MARK-SUB) TO MARKED-TOTAL
           END-IF.
      *
      ******************************************************************
      * One case to the work file: a header record, then one record    *
      * per marked entry in journal order.                             *
      ******************************************************************
       500-WRITE-CASE.
           ADD 1 TO CASES-RAISED-CT
           ADD 1 TO CASE-NO
           MOVE ZERO TO CASE-LINE-NO
           MOVE SPACES              TO CASE-WORK-RECORD
           MOVE CURRENT-BRANCH-CODE TO CWK-BRANCH-CODE
           MOVE CURRENT-ACCOUNT-NO  TO CWK-ACCOUNT-NO
           MOVE CASE-NO             TO CWK-CASE-NO
           MOVE CASE-LINE-NO        TO CWK-LINE-NO
           MOVE 'H'                 TO CWK-RECORD-TYPE
           MOVE CASE-TYPE           TO CWK-CASE-TYPE
           MOVE CURRENT-CLIENT-NAME TO CWK-CLIENT-NAME
           MOVE MARKED-CT           TO CWK-ENTRY-COUNT
           MOVE MARKED-TOTAL        TO CWK-CASE-TOTAL
           WRITE CASE-WORK-FILE-RECORD FROM CASE-WORK-RECORD
           PERFORM 510-WRITE-CASE-ENTRY
               VARYING ENT-SUB FROM 1 BY 1
               UNTIL ENT-SUB > ENTRY-COUNT.
      *
       510-WRITE-CASE-ENTRY.
           IF ENT-MARKED (ENT-SUB)
               ADD 1 TO CASE-LINE-NO
               MOVE SPACES          TO CWK-DETAIL
               MOVE CASE-LINE-NO    TO CWK-LINE-NO
               MOVE 'E'             TO CWK-RECORD-TYPE
               MOVE ENT-RUN-DATE (ENT-SUB)    TO CWK-RUN-DATE
               MOVE ENT-RUN-TIME (ENT-SUB)    TO CWK-RUN-TIME
               MOVE ENT-TRANS-CODE (ENT-SUB)  TO CWK-TRANS-CODE
               MOVE ENT-DIRECTION (ENT-SUB)   TO CWK-DIRECTION
               MOVE ENT-AMOUNT (ENT-SUB)      TO CWK-AMOUNT
               MOVE ENT-CATEGORY (ENT-SUB)    TO CWK-CATEGORY
               MOVE ENT-OPERATOR-ID (ENT-SUB) TO CWK-OPERATOR-ID
               MOVE ENT-STATUS (ENT-SUB)      TO CWK-STATUS
               WRITE CASE-WORK-FILE-RECORD FROM CASE-WORK-RECORD
           END-IF.
      *
       550-WRITE-HEADINGS.
           MOVE AS-OF-DATE TO SHD-AS-OF-DATE
           MOVE SURV-HEADING TO SURVEILLANCE-LINE
           WRITE SURVEILLANCE-LINE
           MOVE WINDOW-START-DATE TO SPL-WINDOW-START
           MOVE AS-OF-DATE        TO SPL-AS-OF-DATE
           MOVE WINDOW-DAYS       TO SPL-WINDOW-DAYS
           MOVE REPORT-THRESHOLD  TO SPL-THRESHOLD
           MOVE SURV-PARM-LINE TO SURVEILLANCE-LINE
           WRITE SURVEILLANCE-LINE
           MOVE SURV-BLANK-LINE TO SURVEILLANCE-LINE
           WRITE SURVEILLANCE-LINE
           MOVE SURV-COLUMNS TO SURVEILLANCE-LINE
           WRITE SURVEILLANCE-LINE.
      *
      ******************************************************************
      * Print the cases branch by branch: a branch line (with the name *
      * from the branch reference file) ahead of each branch's first   *
      * case, then each case line and its entries.                     *
      ******************************************************************
       600-PRINT-CASES.
           PERFORM 605-RETURN-CASE-RECORD.
           PERFORM 610-PRINT-ONE-RECORD
               UNTIL CASE-SORT-AT-EOF.
           IF FIRST-CASE
               MOVE SURV-BLANK-LINE TO SURVEILLANCE-LINE
               WRITE SURVEILLANCE-LINE
               MOVE '*** NO CASES RAISED ***' TO SMS-TEXT
               MOVE SURV-MESSAGE-LINE TO SURVEILLANCE-LINE
               WRITE SURVEILLANCE-LINE
           END-IF.
      *
       605-RETURN-CASE-RECORD.
           RETURN CASE-SORT-FILE INTO CASE-WORK-RECORD
               AT END
                   SET CASE-SORT-AT-EOF TO TRUE
           END-RETURN.
      *
       610-PRINT-ONE-RECORD.
           IF FIRST-CASE
                   OR CWK-BRANCH-CODE NOT = PRINT-BRANCH-CODE
               MOVE 'N' TO FIRST-CASE-SW
               MOVE CWK-BRANCH-CODE TO PRINT-BRANCH-CODE
               PERFORM 620-PRINT-BRANCH-LINE
           END-IF
           IF CWK-IS-CASE
               MOVE SURV-BLANK-LINE TO SURVEILLANCE-LINE
               WRITE SURVEILLANCE-LINE
               MOVE CWK-CASE-NO     TO SCS-CASE-NO
               MOVE CWK-CASE-TYPE   TO SCS-CASE-TYPE
               MOVE CWK-ACCOUNT-NO  TO SCS-ACCOUNT-NO
               MOVE CWK-CLIENT-NAME TO SCS-CLIENT-NAME
               MOVE CWK-ENTRY-COUNT TO SCS-ENTRY-COUNT
               MOVE CWK-CASE-TOTAL  TO SCS-CASE-TOTAL
               MOVE SURV-CASE-LINE TO SURVEILLANCE-LINE
               WRITE SURVEILLANCE-LINE
           ELSE
               PERFORM 630-PRINT-ENTRY-LINE
           END-IF
           PERFORM 605-RETURN-CASE-RECORD.
      *
       620-PRINT-BRANCH-LINE.
           MOVE PRINT-BRANCH-CODE  TO SBR-BRANCH-CODE
           MOVE '(UNKNOWN BRANCH)' TO SBR-BRANCH-NAME
           IF BRANCH-REF-OK
               MOVE PRINT-BRANCH-CODE TO BR-BRANCH-CODE
               READ BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BR-BRANCH-NAME TO SBR-BRANCH-NAME
               END-READ
           END-IF
           MOVE SURV-BLANK-LINE TO SURVEILLANCE-LINE
           WRITE SURVEILLANCE-LINE
           MOVE SURV-BRANCH-LINE TO SURVEILLANCE-LINE
           WRITE SURVEILLANCE-LINE.
      *
       630-PRINT-ENTRY-LINE.
           MOVE CWK-RUN-DATE    TO SEN-RUN-DATE
           MOVE CWK-RUN-TIME    TO SEN-RUN-TIME
           MOVE CWK-TRANS-CODE  TO SEN-CODE
           EVALUATE CWK-DIRECTION
               WHEN 'D'
                   MOVE 'DEPOSIT'    TO SEN-DIRECTION
               WHEN 'W'
                   MOVE 'WITHDRAWAL' TO SEN-DIRECTION
               WHEN 'T'
                   MOVE 'TRANSFER'   TO SEN-DIRECTION
               WHEN 'X'
                   MOVE 'FX POSTING' TO SEN-DIRECTION
               WHEN OTHER
                   MOVE 'NO CHANGE'  TO SEN-DIRECTION
           END-EVALUATE
           MOVE CWK-CATEGORY    TO SEN-CATEGORY
           MOVE CWK-AMOUNT      TO SEN-AMOUNT
           MOVE CWK-OPERATOR-ID TO SEN-OPERATOR
           MOVE CWK-STATUS      TO SEN-STATUS
           MOVE SURV-ENTRY-LINE TO SURVEILLANCE-LINE
           WRITE SURVEILLANCE-LINE.
      *
       800-WRITE-SUMMARY.
           MOVE SURV-BLANK-LINE TO SURVEILLANCE-LINE
           WRITE SURVEILLANCE-LINE
           MOVE 'LARGE MOVEMENT CASES' TO SSM-LABEL
           MOVE LARGE-CASE-CT TO SSM-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'STRUCTURING CASES' TO SSM-LABEL
           MOVE STRUCTURING-CASE-CT TO SSM-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'DEPOSIT/WITHDRAWAL CASES' TO SSM-LABEL
           MOVE PAIR-CASE-CT TO SSM-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'FROZEN ACCOUNT CASES' TO SSM-LABEL
           MOVE FROZEN-CASE-CT TO SSM-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'REINSTATED ACCOUNT CASES' TO SSM-LABEL
           MOVE REINSTATE-CASE-CT TO SSM-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'TOTAL CASES' TO SSM-LABEL
           MOVE CASES-RAISED-CT TO SSM-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE.
      *
       810-WRITE-SUMMARY-LINE.
           MOVE SURV-SUMMARY-LINE TO SURVEILLANCE-LINE
           WRITE SURVEILLANCE-LINE.
      *
       900-WRITE-CONTROL-TOTALS.
           DISPLAY 'REPORT-CASH-SURVEILLANCE CONTROL TOTALS'
           DISPLAY '  WINDOW                 : ' WINDOW-START-DATE
               ' TO ' AS-OF-DATE
           DISPLAY '  JOURNAL RECORDS READ   : ' JOURNAL-READ-CT
           DISPLAY '  OUTSIDE SELECTION      : ' JOURNAL-OUTSIDE-CT
           DISPLAY '  ENTRIES SELECTED       : ' ENTRIES-SELECTED-CT
           DISPLAY '  ACCOUNTS REVIEWED      : ' ACCOUNTS-REVIEWED-CT
           DISPLAY '  ENTRIES NOT EVALUATED  : ' ENTRY-OVERFLOW-CT
           DISPLAY '  CASES RAISED           : ' CASES-RAISED-CT.
      *
       950-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           ACCEPT RUNH-DATE FROM DATE YYYYMMDD
           ACCEPT RUNH-TIME-RAW FROM TIME
           MOVE RUNH-DATE   TO RUNH-RUN-DATE
           MOVE RUNH-TIME   TO RUNH-RUN-TIME
           MOVE 'REPORT-CASH-SURVEILLANCE'
                            TO RUNH-PROGRAM-ID
           MOVE RETURN-CODE TO RUNH-RETURN-CODE
           MOVE JOURNAL-READ-CT    TO RUNH-RECORDS-READ
           MOVE CASES-RAISED-CT    TO RUNH-RECORDS-WRITTEN
           MOVE JOURNAL-OUTSIDE-CT TO RUNH-RECORDS-REJECTED
           MOVE ZERO        TO RUNH-HASH-TOTAL
           WRITE RUNH-RECORD
           CLOSE RUN-HISTORY-FILE.
       END PROGRAM REPORT-CASH-SURVEILLANCE.
