      ******************************************************************
      * Author:      RICK
      * Date:        2026-10-15
      * Purpose:     Build the day's general-ledger journal from the
      *              customer-master movements, so finance loads one
      *              balanced file instead of re-keying the posting
      *              register.  Every posting, transfer, account add,
      *              change, override and delete journalled by
      *              MAINTAIN-CUSTOMER-MASTER for the day is broken
      *              into the change it made to each PRI-FINANCE
      *              category, and every F-FOREX change made by
      *              REVALUE-FOREX-POSITIONS is booked against the FX
      *              revaluation account.  Debits and credits are
      *              summarised by branch and category and carried to
      *              the GL account numbers on the GL mapping file.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      *   2026-10-15  RZ  Original program.  Run parameter (PARM) is
      *                   the business date YYYYMMDD to book (default
      *                   today): journal records and revaluation
      *                   movements stamped with any other date are
      *                   passed over and counted.  Booking rules - a
      *                   client balance that goes up is a credit to
      *                   that category's client account; the other
      *                   side of a posting, add or delete is the
      *                   client money clearing account (category
      *                   CLEAR), and the other side of a revaluation
      *                   is the FX revaluation account (category
      *                   FXREVL).  A transfer moves money between two
      *                   categories of one account and needs no
      *                   clearing entry.  GL-MAPPING-FILE carries one
      *                   record per branch and category; branch 000
      *                   is the default for any branch without its
      *                   own record.  The run fails (RETURN-CODE 12)
      *                   when any branch, or the file as a whole, does
      *                   not balance, or a category has no GL account
      *                   mapped - the GL journal file is then left
      *                   empty so a half-right file can never be
      *                   loaded.  RETURN-CODE 4 when there was nothing
      *                   to book for the date.
      *   2026-10-15  RZ  CHANGE and OVERRIDE journal records are
      *                   booked like postings: both move PRI-FINANCE
      *                   through the maintenance step, and leaving
      *                   them out let the GL drift from the master.
      *                   A record that moves an account to another
      *                   branch is booked in two halves - the before-
      *                   image balances out of the old branch and the
      *                   after-image balances into the new one, each
      *                   against that branch's clearing account - so
      *                   both branches balance and neither is left
      *                   holding the other's money.  Reinstatements
      *                   (code R) are still passed over: the purge
      *                   takes an account off the master without
      *                   booking it, so its balances never left the
      *                   GL and booking the reinstatement would count
      *                   them twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-GL-INTERFACE.
       AUTHOR. RICK.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-JOURNAL-FILE
               ASSIGN TO "D:\S-AUDJRN".
           SELECT FX-REVAL-MOVEMENT-FILE
               ASSIGN TO "D:\S-FXRMOV".
           SELECT GL-MAPPING-FILE
               ASSIGN TO "D:\S-GLMAP".
           SELECT GL-JOURNAL-FILE
               ASSIGN TO "D:\S-GLJRNL".
           SELECT GL-CONTROL-REPORT
               ASSIGN TO "D:\S-GLRPT".
           SELECT BRANCH-FILE
               ASSIGN TO "D:\S-BRANCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BRANCH-CODE
               FILE STATUS IS BRANCH-FILE-STATUS.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "D:\S-RUNHST".
           SELECT SORT-FILE
               ASSIGN TO "D:\S-SRTWK".
      *
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY AUDTJRNL.
       FD  FX-REVAL-MOVEMENT-FILE
           RECORDING MODE IS F.
           COPY FXREVMOV.
       FD  GL-MAPPING-FILE
           RECORDING MODE IS F.
       01  GLM-RECORD.
               05 GLM-BRANCH-CODE  PIC 9(03).
               05 GLM-CATEGORY     PIC X(06).
               05 GLM-GL-ACCOUNT   PIC X(12).
       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
       01  GLJ-RECORD.
               05 GLJ-POST-DATE    PIC 9(08).
               05 GLJ-BRANCH-CODE  PIC 9(03).
               05 GLJ-CATEGORY     PIC X(06).
               05 GLJ-GL-ACCOUNT   PIC X(12).
               05 GLJ-DEBIT-AMOUNT PIC 9(11)V99.
               05 GLJ-CREDIT-AMOUNT
                                   PIC 9(11)V99.
               05 GLJ-ENTRY-COUNT  PIC 9(07).
               05 FILLER           PIC X(10).
       FD  GL-CONTROL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS GL-CONTROL-LINE.
       01  GL-CONTROL-LINE             PIC X(132).
       FD  BRANCH-FILE.
           COPY BRNCHMST.
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
           COPY RUNHIST.
       SD  SORT-FILE.
       01  SORT-RECORD.
               05 SRT-BRANCH-CODE  PIC 9(03).
               05 SRT-CATEGORY     PIC X(06).
               05 SRT-DEBIT        PIC 9(11)V99.
               05 SRT-CREDIT       PIC 9(11)V99.
       WORKING-STORAGE SECTION.
           COPY CUSTMAST.
       01  GL-HEADING-LINE.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(36)
                   VALUE 'GENERAL LEDGER INTERFACE - BUSINESS'.
               05 FILLER       PIC X(06)
                               VALUE 'DATE '.
               05 GLH-RUN-DATE PIC 9(08).
               05 FILLER       PIC X(72)
                               VALUE SPACES.
       01  GL-COLUMN-LINE.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(28)
                               VALUE 'BRANCH'.
               05 FILLER       PIC X(08)
                               VALUE 'CATEGORY'.
               05 FILLER       PIC X(14)
                               VALUE 'GL ACCOUNT'.
               05 FILLER       PIC X(19)
                               VALUE '           DEBITS'.
               05 FILLER       PIC X(19)
                               VALUE '          CREDITS'.
               05 FILLER       PIC X(42)
                               VALUE '  ENTRIES'.
       01  GL-DETAIL-LINE.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 GLD-BRANCH   PIC 9(03).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 GLD-BRANCH-NAME
                               PIC X(20).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 GLD-CATEGORY PIC X(06).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 GLD-GL-ACCOUNT
                               PIC X(12).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 GLD-DEBIT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 GLD-CREDIT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 GLD-COUNT    PIC Z,ZZZ,ZZ9.
               05 FILLER       PIC X(33)
                               VALUE SPACES.
       01  GL-TOTAL-LINE.
               05 FILLER       PIC X(07)
                               VALUE SPACES.
               05 GLT-CAPTION  PIC X(45).
               05 GLT-DEBIT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 GLT-CREDIT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 GLT-FLAG     PIC X(20).
               05 FILLER       PIC X(21)
                               VALUE SPACES.
       01  GL-COUNT-LINE.
               05 FILLER       PIC X(07)
                               VALUE SPACES.
               05 GLC-CAPTION  PIC X(40).
               05 GLC-VALUE    PIC ZZZ,ZZZ,ZZ9.
               05 FILLER       PIC X(74)
                               VALUE SPACES.
       01  GL-STATUS-LINE.
               05 FILLER       PIC X(07)
                               VALUE SPACES.
               05 GLS-TEXT     PIC X(60).
               05 FILLER       PIC X(65)
                               VALUE SPACES.
       01  GL-BLANK-LINE       PIC X(132) VALUE SPACES.
      *
       01  BRANCH-FILE-STATUS  PIC XX VALUE SPACES.
       01  BRANCH-REF-OK-SW    PIC X VALUE 'N'.
           88  BRANCH-REF-OK        VALUE 'Y'.
       01  JOURNAL-EOF-SW      PIC X VALUE 'N'.
           88  JOURNAL-AT-EOF       VALUE 'Y'.
       01  MOVEMENT-EOF-SW     PIC X VALUE 'N'.
           88  MOVEMENT-AT-EOF      VALUE 'Y'.
       01  MAPPING-EOF-SW      PIC X VALUE 'N'.
           88  MAPPING-AT-EOF       VALUE 'Y'.
       01  SORT-EOF-SW         PIC X VALUE 'N'.
           88  SORT-AT-EOF          VALUE 'Y'.
       01  MAPPING-FOUND-SW    PIC X VALUE 'N'.
           88  MAPPING-FOUND        VALUE 'Y'.
       01  GL-FAILED-SW        PIC X VALUE 'N'.
           88  GL-FAILED            VALUE 'Y'.
       01  GL-FAIL-REASON      PIC X(60) VALUE SPACES.
       01  RUNH-STAMP.
               05 RUNH-DATE    PIC 9(08) VALUE ZERO.
               05 RUNH-TIME-RAW.
                   10 RUNH-TIME PIC 9(06).
                   10 FILLER   PIC 9(02).
      *
       01  RUN-PARM            PIC X(80).
       01  GL-RUN-DATE-X       PIC X(08) VALUE SPACES.
       01  GL-RUN-DATE         PIC 9(08) VALUE ZERO.
      *
      *    Mapping table, loaded once: branch 000 rows are the default
      *    for every branch without a row of its own.
       01  GLMAP-TABLE-MAX     PIC 9(4) COMP VALUE 500.
       01  GLMAP-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  GLMAP-TABLE.
               05 GLMAP-ENTRY  OCCURS 500 TIMES.
                   10 GLMAP-BRANCH-CODE
                                   PIC 9(03).
                   10 GLMAP-CATEGORY
                                   PIC X(06).
                   10 GLMAP-GL-ACCOUNT
                                   PIC X(12).
       77  GLMAP-SUB           PIC 9(4) COMP VALUE ZERO.
       01  LOOKUP-BRANCH-CODE  PIC 9(03) VALUE ZERO.
       01  LOOKUP-GL-ACCOUNT   PIC X(12) VALUE SPACES.
      *
      *    One journal record's before and after branch and balances
      *    and the change it made to each category.
       01  BEFORE-BRANCH-CODE  PIC 9(03) VALUE ZERO.
       01  AFTER-BRANCH-CODE   PIC 9(03) VALUE ZERO.
       01  BEFORE-BALANCES.
               05 BEF-SALARY   PIC S9(7)V99 VALUE ZERO.
               05 BEF-STOCK    PIC S9(7)V99 VALUE ZERO.
               05 BEF-FUND     PIC S9(7)V99 VALUE ZERO.
               05 BEF-FOREX    PIC S9(7)V99 VALUE ZERO.
       01  AFTER-BALANCES.
               05 AFT-SALARY   PIC S9(7)V99 VALUE ZERO.
               05 AFT-STOCK    PIC S9(7)V99 VALUE ZERO.
               05 AFT-FUND     PIC S9(7)V99 VALUE ZERO.
               05 AFT-FOREX    PIC S9(7)V99 VALUE ZERO.
       01  AFTER-BALANCES-SAVE PIC X(36) VALUE SPACES.
       01  NET-CHANGE          PIC S9(9)V99 VALUE ZERO.
       01  ENTRY-BRANCH-CODE   PIC 9(03) VALUE ZERO.
       01  ENTRY-CATEGORY      PIC X(06) VALUE SPACES.
       01  ENTRY-AMOUNT        PIC S9(9)V99 VALUE ZERO.
      *
      *    Control-break state for the summarised GL lines.
       01  CUR-BRANCH-CODE     PIC 9(03) VALUE ZERO.
       01  CUR-BRANCH-NAME     PIC X(20) VALUE SPACES.
       01  CUR-CATEGORY        PIC X(06) VALUE SPACES.
       01  GROUP-DEBIT         PIC 9(11)V99 VALUE ZERO.
       01  GROUP-CREDIT        PIC 9(11)V99 VALUE ZERO.
       01  GROUP-ENTRY-CT      PIC 9(7) VALUE ZERO.
       01  BRANCH-DEBIT        PIC 9(11)V99 VALUE ZERO.
       01  BRANCH-CREDIT       PIC 9(11)V99 VALUE ZERO.
       01  GL-DEBIT-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01  GL-CREDIT-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01  INPUT-DEBIT-TOTAL   PIC 9(11)V99 VALUE ZERO.
       01  INPUT-CREDIT-TOTAL  PIC 9(11)V99 VALUE ZERO.
      *
       01  JOURNAL-READ-CT     PIC 9(9) COMP VALUE ZERO.
       01  JOURNAL-BOOKED-CT   PIC 9(9) COMP VALUE ZERO.
       01  JOURNAL-PASSED-CT   PIC 9(9) COMP VALUE ZERO.
       01  MOVEMENT-READ-CT    PIC 9(9) COMP VALUE ZERO.
       01  MOVEMENT-BOOKED-CT  PIC 9(9) COMP VALUE ZERO.
       01  MOVEMENT-PASSED-CT  PIC 9(9) COMP VALUE ZERO.
       01  ENTRIES-RELEASED-CT PIC 9(9) COMP VALUE ZERO.
       01  GL-RECORDS-CT       PIC 9(9) COMP VALUE ZERO.
       01  BRANCHES-BOOKED-CT  PIC 9(9) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-BUILD-GL-INTERFACE.
           ACCEPT RUN-PARM FROM COMMAND-LINE
           UNSTRING RUN-PARM DELIMITED BY ','
               INTO GL-RUN-DATE-X
           END-UNSTRING
           IF GL-RUN-DATE-X = SPACES
               ACCEPT GL-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               COMPUTE GL-RUN-DATE = FUNCTION NUMVAL(GL-RUN-DATE-X)
           END-IF
           OPEN INPUT GL-MAPPING-FILE.
           PERFORM 050-LOAD-MAPPING-TABLE.
           CLOSE GL-MAPPING-FILE.
           IF GLMAP-COUNT = ZERO
               DISPLAY 'BUILD-GL-INTERFACE: GL-MAPPING-FILE IS EMPTY '
                   '- RUN ABANDONED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BRANCH-FILE
           IF BRANCH-FILE-STATUS = '00'
               SET BRANCH-REF-OK TO TRUE
           ELSE
               DISPLAY 'BUILD-GL-INTERFACE: BRANCH-FILE OPEN '
                   'FAILED, FILE STATUS = ' BRANCH-FILE-STATUS
                   ' - BRANCH NAMES UNAVAILABLE'
           END-IF
           OPEN OUTPUT GL-CONTROL-REPORT.
           MOVE GL-RUN-DATE TO GLH-RUN-DATE
           MOVE GL-HEADING-LINE TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE
           MOVE GL-BLANK-LINE TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE
           MOVE GL-COLUMN-LINE TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE.
           OPEN OUTPUT GL-JOURNAL-FILE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-BRANCH-CODE
                                SRT-CATEGORY
               INPUT PROCEDURE 100-SELECT-MOVEMENTS
               OUTPUT PROCEDURE 300-SUMMARISE-ENTRIES.
           CLOSE GL-JOURNAL-FILE.
           PERFORM 500-CHECK-BALANCE.
           PERFORM 800-WRITE-REPORT-TOTALS.
           IF GL-FAILED
               OPEN OUTPUT GL-JOURNAL-FILE
               CLOSE GL-JOURNAL-FILE
               MOVE ZERO TO GL-RECORDS-CT
               MOVE 12 TO RETURN-CODE
           ELSE
               IF ENTRIES-RELEASED-CT = ZERO
                   DISPLAY 'BUILD-GL-INTERFACE: NOTHING TO BOOK FOR '
                       GL-RUN-DATE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 900-WRITE-CONTROL-TOTALS.
           IF BRANCH-REF-OK
               CLOSE BRANCH-FILE
           END-IF
           CLOSE GL-CONTROL-REPORT.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.
      *
       050-LOAD-MAPPING-TABLE.
           PERFORM 055-READ-MAPPING-RECORD
           PERFORM 060-STORE-MAPPING-RECORD
               UNTIL MAPPING-AT-EOF.
      *
       055-READ-MAPPING-RECORD.
           READ GL-MAPPING-FILE
               AT END
                   SET MAPPING-AT-EOF TO TRUE
           END-READ.
      *
       060-STORE-MAPPING-RECORD.
           IF GLMAP-COUNT >= GLMAP-TABLE-MAX
               DISPLAY 'BUILD-GL-INTERFACE: MORE THAN '
                   GLMAP-TABLE-MAX ' RECORDS ON GL-MAPPING-FILE '
                   '- RUN ABANDONED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO GLMAP-COUNT
           MOVE GLM-BRANCH-CODE TO GLMAP-BRANCH-CODE (GLMAP-COUNT)
           MOVE GLM-CATEGORY    TO GLMAP-CATEGORY (GLMAP-COUNT)
           MOVE GLM-GL-ACCOUNT  TO GLMAP-GL-ACCOUNT (GLMAP-COUNT)
           PERFORM 055-READ-MAPPING-RECORD.
      *
      ******************************************************************
      * Sort input: one signed entry per category a movement touched - *
      * released as a debit or a credit - plus the balancing entry to  *
      * clearing (journal) or FX revaluation (revaluation movement).   *
      ******************************************************************
       100-SELECT-MOVEMENTS.
           OPEN INPUT AUDIT-JOURNAL-FILE
           PERFORM 110-READ-JOURNAL
           PERFORM 120-BOOK-ONE-JOURNAL-RECORD
               UNTIL JOURNAL-AT-EOF
           CLOSE AUDIT-JOURNAL-FILE
           OPEN INPUT FX-REVAL-MOVEMENT-FILE
           PERFORM 140-READ-MOVEMENT
           PERFORM 150-BOOK-ONE-MOVEMENT
               UNTIL MOVEMENT-AT-EOF
           CLOSE FX-REVAL-MOVEMENT-FILE.
      *
       110-READ-JOURNAL.
           READ AUDIT-JOURNAL-FILE
               AT END
                   SET JOURNAL-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO JOURNAL-READ-CT
           END-READ.
      *
      ******************************************************************
      * A journal record's entries are its after-image less its        *
      * before-image, category by category; an ADD has no before-image *
      * and a DELETE no after-image, so those sides count as zero.     *
      * The net of the category changes goes to clearing - zero for a  *
      * transfer, which only moves money between categories.  When     *
      * the two images are on different branches the record is booked  *
      * as the before-image leaving the old branch and the after-image *
      * arriving at the new one.  Reinstatements (R) are not booked -  *
      * the purge they reverse never took the balances off the GL.     *
      ******************************************************************
       120-BOOK-ONE-JOURNAL-RECORD.
           IF AUDT-RUN-DATE = GL-RUN-DATE
                   AND (AUDT-IS-POSTING OR AUDT-IS-TRANSFER
                        OR AUDT-IS-ADD OR AUDT-IS-DELETE
                        OR AUDT-IS-CHANGE OR AUDT-IS-OVERRIDE)
               ADD 1 TO JOURNAL-BOOKED-CT
               PERFORM 125-PICK-UP-BALANCES
               EVALUATE TRUE
                   WHEN AUDT-BEFORE-IMAGE = SPACES
                       MOVE AFTER-BRANCH-CODE  TO ENTRY-BRANCH-CODE
                       PERFORM 127-BOOK-CATEGORY-CHANGES
                   WHEN AUDT-AFTER-IMAGE = SPACES
                           OR AFTER-BRANCH-CODE = BEFORE-BRANCH-CODE
                       MOVE BEFORE-BRANCH-CODE TO ENTRY-BRANCH-CODE
                       PERFORM 127-BOOK-CATEGORY-CHANGES
                   WHEN OTHER
                       MOVE AFTER-BALANCES     TO AFTER-BALANCES-SAVE
                       INITIALIZE AFTER-BALANCES
                       MOVE BEFORE-BRANCH-CODE TO ENTRY-BRANCH-CODE
                       PERFORM 127-BOOK-CATEGORY-CHANGES
                       MOVE AFTER-BALANCES-SAVE TO AFTER-BALANCES
                       INITIALIZE BEFORE-BALANCES
                       MOVE AFTER-BRANCH-CODE  TO ENTRY-BRANCH-CODE
                       PERFORM 127-BOOK-CATEGORY-CHANGES
               END-EVALUATE
           ELSE
               ADD 1 TO JOURNAL-PASSED-CT
           END-IF
           PERFORM 110-READ-JOURNAL.
      *
       125-PICK-UP-BALANCES.
           IF AUDT-BEFORE-IMAGE = SPACES
               INITIALIZE BEFORE-BALANCES
           ELSE
               MOVE AUDT-BEFORE-IMAGE TO CUST-RECORD
               MOVE BRANCH-CODE TO BEFORE-BRANCH-CODE
               MOVE F-SALARY    TO BEF-SALARY
               MOVE F-STOCK     TO BEF-STOCK
               MOVE F-FUND      TO BEF-FUND
               MOVE F-FOREX     TO BEF-FOREX
           END-IF
           IF AUDT-AFTER-IMAGE = SPACES
               INITIALIZE AFTER-BALANCES
           ELSE
               MOVE AUDT-AFTER-IMAGE TO CUST-RECORD
               MOVE BRANCH-CODE TO AFTER-BRANCH-CODE
               MOVE F-SALARY    TO AFT-SALARY
               MOVE F-STOCK     TO AFT-STOCK
               MOVE F-FUND      TO AFT-FUND
               MOVE F-FOREX     TO AFT-FOREX
           END-IF.
      *
       127-BOOK-CATEGORY-CHANGES.
           MOVE 'SALARY' TO ENTRY-CATEGORY
           COMPUTE ENTRY-AMOUNT = AFT-SALARY - BEF-SALARY
           PERFORM 130-RELEASE-ENTRY
           MOVE 'STOCK'  TO ENTRY-CATEGORY
           COMPUTE ENTRY-AMOUNT = AFT-STOCK - BEF-STOCK
           PERFORM 130-RELEASE-ENTRY
           MOVE 'FUND'   TO ENTRY-CATEGORY
           COMPUTE ENTRY-AMOUNT = AFT-FUND - BEF-FUND
           PERFORM 130-RELEASE-ENTRY
           MOVE 'FOREX'  TO ENTRY-CATEGORY
           COMPUTE ENTRY-AMOUNT = AFT-FOREX - BEF-FOREX
           PERFORM 130-RELEASE-ENTRY
           COMPUTE NET-CHANGE =
               (AFT-SALARY - BEF-SALARY) + (AFT-STOCK - BEF-STOCK)
             + (AFT-FUND - BEF-FUND) + (AFT-FOREX - BEF-FOREX)
           MOVE 'CLEAR'  TO ENTRY-CATEGORY
           COMPUTE ENTRY-AMOUNT = ZERO - NET-CHANGE
           PERFORM 130-RELEASE-ENTRY.
      *
      ******************************************************************
      * A positive entry raises what the client is owed - a credit;    *
      * a negative one is a debit.  Zero entries are not released.     *
      ******************************************************************
       130-RELEASE-ENTRY.
           IF ENTRY-AMOUNT NOT = ZERO
               MOVE ENTRY-BRANCH-CODE TO SRT-BRANCH-CODE
               MOVE ENTRY-CATEGORY    TO SRT-CATEGORY
               IF ENTRY-AMOUNT > ZERO
                   MOVE ZERO         TO SRT-DEBIT
                   MOVE ENTRY-AMOUNT TO SRT-CREDIT
                   ADD ENTRY-AMOUNT  TO INPUT-CREDIT-TOTAL
               ELSE
                   COMPUTE SRT-DEBIT = ZERO - ENTRY-AMOUNT
                   MOVE ZERO         TO SRT-CREDIT
                   ADD SRT-DEBIT     TO INPUT-DEBIT-TOTAL
               END-IF
               RELEASE SORT-RECORD
               ADD 1 TO ENTRIES-RELEASED-CT
           END-IF.
      *
       140-READ-MOVEMENT.
           READ FX-REVAL-MOVEMENT-FILE
               AT END
                   SET MOVEMENT-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO MOVEMENT-READ-CT
           END-READ.
      *
       150-BOOK-ONE-MOVEMENT.
           IF FXRM-RUN-DATE = GL-RUN-DATE
               ADD 1 TO MOVEMENT-BOOKED-CT
               MOVE FXRM-BRANCH-CODE TO ENTRY-BRANCH-CODE
               MOVE 'FOREX'  TO ENTRY-CATEGORY
               COMPUTE ENTRY-AMOUNT =
                   FXRM-NEW-FOREX - FXRM-PRIOR-FOREX
               PERFORM 130-RELEASE-ENTRY
               MOVE 'FXREVL' TO ENTRY-CATEGORY
               COMPUTE ENTRY-AMOUNT =
                   FXRM-PRIOR-FOREX - FXRM-NEW-FOREX
               PERFORM 130-RELEASE-ENTRY
           ELSE
               ADD 1 TO MOVEMENT-PASSED-CT
           END-IF
           PERFORM 140-READ-MOVEMENT.
      *
      ******************************************************************
      * Sort output: one GL journal record per branch and category,    *
      * carrying total debits and total credits separately so finance  *
      * sees the gross movement, with a total per branch.              *
      ******************************************************************
       300-SUMMARISE-ENTRIES.
           PERFORM 305-RETURN-ENTRY
           IF NOT SORT-AT-EOF
               PERFORM 340-START-BRANCH
               PERFORM 310-ACCUMULATE-ENTRY
                   UNTIL SORT-AT-EOF
               PERFORM 320-WRITE-GL-ENTRY
               PERFORM 330-WRITE-BRANCH-TOTAL
           END-IF.
      *
       305-RETURN-ENTRY.
           RETURN SORT-FILE
               AT END
                   SET SORT-AT-EOF TO TRUE
           END-RETURN.
      *
       310-ACCUMULATE-ENTRY.
           IF SRT-BRANCH-CODE NOT = CUR-BRANCH-CODE
               PERFORM 320-WRITE-GL-ENTRY
               PERFORM 330-WRITE-BRANCH-TOTAL
               PERFORM 340-START-BRANCH
           ELSE
               IF SRT-CATEGORY NOT = CUR-CATEGORY
                   PERFORM 320-WRITE-GL-ENTRY
                   MOVE SRT-CATEGORY TO CUR-CATEGORY
               END-IF
           END-IF
           ADD SRT-DEBIT  TO GROUP-DEBIT
           ADD SRT-CREDIT TO GROUP-CREDIT
           ADD 1          TO GROUP-ENTRY-CT
           PERFORM 305-RETURN-ENTRY.
      *
       320-WRITE-GL-ENTRY.
           MOVE CUR-BRANCH-CODE TO LOOKUP-BRANCH-CODE
           PERFORM 350-FIND-GL-ACCOUNT
           IF NOT MAPPING-FOUND
               MOVE ZERO TO LOOKUP-BRANCH-CODE
               PERFORM 350-FIND-GL-ACCOUNT
           END-IF
           IF NOT MAPPING-FOUND
               MOVE '*** NONE ***' TO LOOKUP-GL-ACCOUNT
               SET GL-FAILED TO TRUE
               MOVE 'UNMAPPED CATEGORY - GL FILE EMPTIED'
                   TO GL-FAIL-REASON
           END-IF
           MOVE SPACES            TO GLJ-RECORD
           MOVE GL-RUN-DATE       TO GLJ-POST-DATE
           MOVE CUR-BRANCH-CODE   TO GLJ-BRANCH-CODE
           MOVE CUR-CATEGORY      TO GLJ-CATEGORY
           MOVE LOOKUP-GL-ACCOUNT TO GLJ-GL-ACCOUNT
           MOVE GROUP-DEBIT       TO GLJ-DEBIT-AMOUNT
           MOVE GROUP-CREDIT      TO GLJ-CREDIT-AMOUNT
           MOVE GROUP-ENTRY-CT    TO GLJ-ENTRY-COUNT
           WRITE GLJ-RECORD
           ADD 1 TO GL-RECORDS-CT
           ADD GROUP-DEBIT  TO BRANCH-DEBIT  GL-DEBIT-TOTAL
           ADD GROUP-CREDIT TO BRANCH-CREDIT GL-CREDIT-TOTAL
           MOVE CUR-BRANCH-CODE   TO GLD-BRANCH
           MOVE CUR-BRANCH-NAME   TO GLD-BRANCH-NAME
           MOVE CUR-CATEGORY      TO GLD-CATEGORY
           MOVE LOOKUP-GL-ACCOUNT TO GLD-GL-ACCOUNT
           MOVE GROUP-DEBIT       TO GLD-DEBIT
           MOVE GROUP-CREDIT      TO GLD-CREDIT
           MOVE GROUP-ENTRY-CT    TO GLD-COUNT
           MOVE GL-DETAIL-LINE TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE
           MOVE ZERO TO GROUP-DEBIT
                        GROUP-CREDIT
                        GROUP-ENTRY-CT.
      *
      ******************************************************************
      * Every movement books both sides within one branch, so each     *
      * branch must balance on its own - a branch that doesn't points  *
      * straight at the bad entries.                                   *
      ******************************************************************
       330-WRITE-BRANCH-TOTAL.
           ADD 1 TO BRANCHES-BOOKED-CT
           MOVE SPACES TO GLT-CAPTION
           STRING 'BRANCH ' CUR-BRANCH-CODE ' TOTAL'
               DELIMITED BY SIZE INTO GLT-CAPTION
           END-STRING
           MOVE BRANCH-DEBIT  TO GLT-DEBIT
           MOVE BRANCH-CREDIT TO GLT-CREDIT
           IF BRANCH-DEBIT = BRANCH-CREDIT
               MOVE SPACES TO GLT-FLAG
           ELSE
               MOVE '*** OUT OF BALANCE' TO GLT-FLAG
               SET GL-FAILED TO TRUE
               MOVE 'BRANCH OUT OF BALANCE - GL FILE EMPTIED'
                   TO GL-FAIL-REASON
           END-IF
           MOVE GL-TOTAL-LINE TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE
           MOVE GL-BLANK-LINE TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE.
      *
       340-START-BRANCH.
           MOVE SRT-BRANCH-CODE TO CUR-BRANCH-CODE
           MOVE SRT-CATEGORY    TO CUR-CATEGORY
           MOVE ZERO TO BRANCH-DEBIT
                        BRANCH-CREDIT
           MOVE SPACES TO CUR-BRANCH-NAME
           IF BRANCH-REF-OK
               MOVE CUR-BRANCH-CODE TO BR-BRANCH-CODE
               READ BRANCH-FILE
                   INVALID KEY
                       MOVE '(UNKNOWN BRANCH)' TO CUR-BRANCH-NAME
                   NOT INVALID KEY
                       MOVE BR-BRANCH-NAME TO CUR-BRANCH-NAME
               END-READ
           END-IF.
      *
       350-FIND-GL-ACCOUNT.
           MOVE 'N' TO MAPPING-FOUND-SW
           MOVE SPACES TO LOOKUP-GL-ACCOUNT
           PERFORM 355-CHECK-ONE-MAPPING
               VARYING GLMAP-SUB FROM 1 BY 1
               UNTIL GLMAP-SUB > GLMAP-COUNT
                   OR MAPPING-FOUND.
      *
       355-CHECK-ONE-MAPPING.
           IF GLMAP-BRANCH-CODE (GLMAP-SUB) = LOOKUP-BRANCH-CODE
                   AND GLMAP-CATEGORY (GLMAP-SUB) = CUR-CATEGORY
               SET MAPPING-FOUND TO TRUE
               MOVE GLMAP-GL-ACCOUNT (GLMAP-SUB) TO LOOKUP-GL-ACCOUNT
           END-IF.
      *
      ******************************************************************
      * The file as written must carry exactly what was released to    *
      * the sort, and its debits must equal its credits.               *
      ******************************************************************
       500-CHECK-BALANCE.
           IF GL-DEBIT-TOTAL NOT = INPUT-DEBIT-TOTAL
                   OR GL-CREDIT-TOTAL NOT = INPUT-CREDIT-TOTAL
               SET GL-FAILED TO TRUE
               MOVE 'GL FILE DOES NOT AGREE WITH ENTRIES BOOKED'
                   TO GL-FAIL-REASON
           END-IF
           IF GL-DEBIT-TOTAL NOT = GL-CREDIT-TOTAL
               SET GL-FAILED TO TRUE
               MOVE 'OUT OF BALANCE - GL FILE EMPTIED'
                   TO GL-FAIL-REASON
           END-IF.
      *
       800-WRITE-REPORT-TOTALS.
           MOVE 'GL INTERFACE TOTAL' TO GLT-CAPTION
           MOVE GL-DEBIT-TOTAL  TO GLT-DEBIT
           MOVE GL-CREDIT-TOTAL TO GLT-CREDIT
           IF GL-DEBIT-TOTAL = GL-CREDIT-TOTAL
               MOVE 'BALANCED' TO GLT-FLAG
           ELSE
               MOVE '*** OUT OF BALANCE' TO GLT-FLAG
           END-IF
           MOVE GL-TOTAL-LINE TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE
           MOVE GL-BLANK-LINE TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE
           MOVE 'JOURNAL RECORDS READ' TO GLC-CAPTION
           MOVE JOURNAL-READ-CT TO GLC-VALUE
           PERFORM 810-WRITE-COUNT-LINE
           MOVE 'JOURNAL RECORDS BOOKED' TO GLC-CAPTION
           MOVE JOURNAL-BOOKED-CT TO GLC-VALUE
           PERFORM 810-WRITE-COUNT-LINE
           MOVE 'REVALUATION MOVEMENTS READ' TO GLC-CAPTION
           MOVE MOVEMENT-READ-CT TO GLC-VALUE
           PERFORM 810-WRITE-COUNT-LINE
           MOVE 'REVALUATION MOVEMENTS BOOKED' TO GLC-CAPTION
           MOVE MOVEMENT-BOOKED-CT TO GLC-VALUE
           PERFORM 810-WRITE-COUNT-LINE
           MOVE 'GL JOURNAL RECORDS WRITTEN' TO GLC-CAPTION
           IF GL-FAILED
               MOVE ZERO TO GLC-VALUE
           ELSE
               MOVE GL-RECORDS-CT TO GLC-VALUE
           END-IF
           PERFORM 810-WRITE-COUNT-LINE
           MOVE GL-BLANK-LINE TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE
           IF GL-FAILED
               MOVE GL-FAIL-REASON TO GLS-TEXT
           ELSE
               MOVE 'BALANCED - GL FILE RELEASED TO FINANCE'
                   TO GLS-TEXT
           END-IF
           MOVE GL-STATUS-LINE TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE.
      *
       810-WRITE-COUNT-LINE.
           MOVE GL-COUNT-LINE TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE.
      *
       900-WRITE-CONTROL-TOTALS.
           DISPLAY 'BUILD-GL-INTERFACE CONTROL TOTALS'
           DISPLAY '  BUSINESS DATE          : ' GL-RUN-DATE
           DISPLAY '  JOURNAL RECORDS READ   : ' JOURNAL-READ-CT
           DISPLAY '  JOURNAL RECS BOOKED    : ' JOURNAL-BOOKED-CT
           DISPLAY '  JOURNAL RECS PASSED    : ' JOURNAL-PASSED-CT
           DISPLAY '  REVAL MOVEMENTS READ   : ' MOVEMENT-READ-CT
           DISPLAY '  REVAL MOVEMENTS BOOKED : ' MOVEMENT-BOOKED-CT
           DISPLAY '  REVAL MOVEMENTS PASSED : ' MOVEMENT-PASSED-CT
           DISPLAY '  ENTRIES SUMMARISED     : ' ENTRIES-RELEASED-CT
           DISPLAY '  BRANCHES BOOKED        : ' BRANCHES-BOOKED-CT
           DISPLAY '  GL RECORDS WRITTEN     : ' GL-RECORDS-CT
           DISPLAY '  TOTAL DEBITS           : ' GL-DEBIT-TOTAL
           DISPLAY '  TOTAL CREDITS          : ' GL-CREDIT-TOTAL
           IF GL-FAILED
               DISPLAY '  *** ' GL-FAIL-REASON
           END-IF.
      *
      ******************************************************************
      * One machine-readable record per run on the common run-history *
      * dataset, alongside the SYSOUT totals, for the morning         *
      * REPORT-RUN-STATUS page.                                       *
      ******************************************************************
       950-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           ACCEPT RUNH-DATE FROM DATE YYYYMMDD
           ACCEPT RUNH-TIME-RAW FROM TIME
           MOVE RUNH-DATE   TO RUNH-RUN-DATE
           MOVE RUNH-TIME   TO RUNH-RUN-TIME
           MOVE 'BUILD-GL-INTERFACE'
                            TO RUNH-PROGRAM-ID
           MOVE RETURN-CODE TO RUNH-RETURN-CODE
           COMPUTE RUNH-RECORDS-READ = JOURNAL-READ-CT
               + MOVEMENT-READ-CT
           MOVE GL-RECORDS-CT TO RUNH-RECORDS-WRITTEN
           COMPUTE RUNH-RECORDS-REJECTED = JOURNAL-PASSED-CT
               + MOVEMENT-PASSED-CT
           MOVE ZERO        TO RUNH-HASH-TOTAL
           WRITE RUNH-RECORD
           CLOSE RUN-HISTORY-FILE.
       END PROGRAM BUILD-GL-INTERFACE.
