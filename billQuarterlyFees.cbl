      ******************************************************************
      * Author:      RICK
      * Date:        2026-10-15
      * Purpose:     Quarterly management-fee billing.  Values every
      *              account's assets under management (F-STOCK +
      *              F-FUND + F-FOREX), prices it off the tiered fee
      *              schedule (COPY FEESCHED) and writes the fee as a
      *              code P SALARY debit in TRANSREC layout, framed in
      *              one header/trailer batch per branch, so the fees
      *              go through EDIT-TRANSACTION-FILE and MAINTAIN-
      *              CUSTOMER-MASTER like any other branch posting.
      *              Prints the fee invoice register branch by branch
      *              and, separately, every account a fee was due on
      *              but not billed - frozen, closed, or without the
      *              SALARY balance to cover it.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      *   2026-10-15  RZ  Original program.  Run parameter (PARM) is
      *                   the quarter billed as YYYYQ (e.g. 20263 for
      *                   July-September 2026; default the quarter of
      *                   today's date).  Each account's whole asset
      *                   base is billed at its band's annual rate
      *                   divided by four; accounts with no assets, or
      *                   below the lowest band, owe nothing.  Fee
      *                   references are MF + YYYYQ + '-' + a four-
      *                   digit sequence, unique within the quarter;
      *                   every fee transaction carries operator
      *                   FEEBILL and TRANS-POST-ORIGIN F.  The batch
      *                   number is YYYYQ, one batch per branch.
      *                   RETURN-CODE 4 when any account is left
      *                   unbilled, 16 when the fee schedule is
      *                   missing, empty, out of order or not numeric
      *                   (nothing is billed), or the master cannot be
      *                   opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILL-QUARTERLY-FEES.
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
           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO "D:\S-FEESCH"
               FILE STATUS IS FEES-FILE-STATUS.
           SELECT FEE-TRANS-FILE
               ASSIGN TO "D:\S-FEETRN".
           SELECT FEE-REGISTER-FILE
               ASSIGN TO "D:\S-FEERGR".
           SELECT FEE-EXCEPTION-FILE
               ASSIGN TO "D:\S-FEEXRP".
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
       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
           COPY FEESCHED.
       FD  FEE-TRANS-FILE
           RECORDING MODE IS F.
       01  FEE-TRANS-RECORD            PIC X(77).
       FD  FEE-REGISTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS FEE-REGISTER-LINE.
       01  FEE-REGISTER-LINE           PIC X(132).
       FD  FEE-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS FEE-EXCEPTION-LINE.
       01  FEE-EXCEPTION-LINE          PIC X(132).
      *
      *    One account a fee is due on, priced, in branch then account
      *    order.
       SD  SORT-FILE.
       01  SORT-RECORD.
               05 SRT-BRANCH-CODE   PIC 9(03).
               05 SRT-ACCOUNT-NO    PIC 9(10).
               05 SRT-CLIENT-NAME   PIC X(20).
               05 SRT-ACCT-STATUS   PIC X(01).
                   88  SRT-IS-OPEN        VALUE 'O'.
                   88  SRT-IS-FROZEN      VALUE 'F'.
                   88  SRT-IS-CLOSED      VALUE 'C'.
               05 SRT-F-SALARY      PIC S9(5)V99.
               05 SRT-ASSET-BASE    PIC S9(9)V99.
               05 SRT-TIER-NO       PIC 9(02).
               05 SRT-TIER-NAME     PIC X(12).
               05 SRT-ANNUAL-RATE   PIC 9(02)V9(04).
               05 SRT-FEE           PIC S9(9)V99.
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
           COPY RUNHIST.
       WORKING-STORAGE SECTION.
           COPY TRANSREC.
       01  FEE-REGISTER-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(41)
                   VALUE 'MANAGEMENT FEE INVOICE REGISTER - QUARTER'.
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 FRH-YEAR     PIC 9(04).
               05 FILLER       PIC X(02)
                               VALUE ' Q'.
               05 FRH-QUARTER  PIC 9(01).
               05 FILLER       PIC X(73)
                               VALUE SPACES.
       01  FEE-REGISTER-COLUMNS.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(12)
                               VALUE 'ACCOUNT-NO'.
               05 FILLER       PIC X(22)
                               VALUE 'CLIENT NAME'.
               05 FILLER       PIC X(17)
                               VALUE '     ASSET BASE'.
               05 FILLER       PIC X(17)
                               VALUE 'TIER'.
               05 FILLER       PIC X(09)
                               VALUE '   RATE'.
               05 FILLER       PIC X(17)
                               VALUE '            FEE'.
               05 FILLER       PIC X(12)
                               VALUE 'REFERENCE'.
               05 FILLER       PIC X(24)
                               VALUE SPACES.
       01  FEE-BRANCH-LINE.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(07)
                               VALUE 'BRANCH '.
               05 FBR-BRANCH-CODE
                               PIC 9(03).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FBR-BRANCH-NAME
                               PIC X(20).
               05 FILLER       PIC X(98)
                               VALUE SPACES.
       01  FEE-REGISTER-DETAIL.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FRD-ACCOUNT-NO
                               PIC 9(10).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FRD-CLIENT-NAME
                               PIC X(20).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FRD-ASSET-BASE
                               PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FRD-TIER-NO  PIC Z9.
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 FRD-TIER-NAME
                               PIC X(12).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FRD-ANNUAL-RATE
                               PIC Z9.9999.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FRD-FEE      PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FRD-REFERENCE
                               PIC X(12).
               05 FILLER       PIC X(24)
                               VALUE SPACES.
       01  FEE-TOTAL-LINE.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FTL-CAPTION  PIC X(22).
               05 FTL-COUNT    PIC ZZZ,ZZ9.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FTL-ASSET-BASE
                               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(25)
                               VALUE SPACES.
               05 FTL-FEE      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(38)
                               VALUE SPACES.
       01  FEE-EXCEPTION-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(41)
                   VALUE 'MANAGEMENT FEES NOT BILLED     - QUARTER'.
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 FXH-YEAR     PIC 9(04).
               05 FILLER       PIC X(02)
                               VALUE ' Q'.
               05 FXH-QUARTER  PIC 9(01).
               05 FILLER       PIC X(73)
                               VALUE SPACES.
       01  FEE-EXCEPTION-COLUMNS.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(05)
                               VALUE 'BR'.
               05 FILLER       PIC X(12)
                               VALUE 'ACCOUNT-NO'.
               05 FILLER       PIC X(22)
                               VALUE 'CLIENT NAME'.
               05 FILLER       PIC X(03)
                               VALUE 'S'.
               05 FILLER       PIC X(17)
                               VALUE '     ASSET BASE'.
               05 FILLER       PIC X(17)
                               VALUE '            FEE'.
               05 FILLER       PIC X(17)
                               VALUE '         SALARY'.
               05 FILLER       PIC X(37)
                               VALUE 'REASON NOT BILLED'.
       01  FEE-EXCEPTION-DETAIL.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FXD-BRANCH   PIC 9(03).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FXD-ACCOUNT-NO
                               PIC 9(10).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FXD-CLIENT-NAME
                               PIC X(20).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FXD-STATUS   PIC X(01).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FXD-ASSET-BASE
                               PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FXD-FEE      PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FXD-SALARY   PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FXD-REASON   PIC X(20).
               05 FILLER       PIC X(17)
                               VALUE SPACES.
       01  FEE-BLANK-LINE      PIC X(132) VALUE SPACES.
      *
       01  CUST-FILE-STATUS    PIC XX VALUE SPACES.
       01  BRANCH-FILE-STATUS  PIC XX VALUE SPACES.
       01  FEES-FILE-STATUS    PIC XX VALUE SPACES.
       01  BRANCH-REF-OK-SW    PIC X VALUE 'N'.
           88  BRANCH-REF-OK        VALUE 'Y'.
       01  MASTER-EOF-SW       PIC X VALUE 'N'.
           88  MASTER-AT-EOF        VALUE 'Y'.
       01  FEES-EOF-SW         PIC X VALUE 'N'.
           88  FEES-AT-EOF          VALUE 'Y'.
       01  SORT-EOF-SW         PIC X VALUE 'N'.
           88  SORT-AT-EOF          VALUE 'Y'.
       01  BATCH-OPEN-SW       PIC X VALUE 'N'.
           88  BATCH-IS-OPEN        VALUE 'Y'.
       01  SCHEDULE-BAD-SW     PIC X VALUE 'N'.
           88  SCHEDULE-IS-BAD      VALUE 'Y'.
      *
       01  RUN-PARM            PIC X(80).
       01  BILL-QUARTER-X      PIC X(05) VALUE SPACES.
       01  BILL-PERIOD.
               05 BILL-YEAR    PIC 9(04) VALUE ZERO.
               05 BILL-QUARTER PIC 9(01) VALUE ZERO.
       01  BILL-PERIOD-NO REDEFINES BILL-PERIOD
                               PIC 9(05).
       01  TODAY-DATE.
               05 TODAY-YEAR   PIC 9(04).
               05 TODAY-MONTH  PIC 9(02).
               05 TODAY-DAY    PIC 9(02).
      *
      *    The fee schedule, in file order: each branch's bands in
      *    ascending floor order, branch 000 the house schedule.
       01  SCHEDULE-TABLE-MAX  PIC 9(3) COMP VALUE 200.
       01  SCHEDULE-COUNT      PIC 9(3) COMP VALUE ZERO.
       01  SCHEDULE-TABLE.
               05 SCHEDULE-ENTRY OCCURS 200 TIMES.
                   10 FST-BRANCH-CODE
                                   PIC 9(03).
                   10 FST-BAND-FLOOR
                                   PIC 9(11)V99.
                   10 FST-ANNUAL-RATE
                                   PIC 9(02)V9(04).
                   10 FST-TIER-NAME
                                   PIC X(12).
       77  FST-SUB             PIC 9(3) COMP VALUE ZERO.
       01  PREV-FEES-BRANCH    PIC 9(03) VALUE ZERO.
       01  PREV-FEES-FLOOR     PIC 9(11)V99 VALUE ZERO.
       01  SCHEDULE-BRANCH     PIC 9(03) VALUE ZERO.
       01  BRANCH-SCHEDULE-SW  PIC X VALUE 'N'.
           88  BRANCH-HAS-SCHEDULE  VALUE 'Y'.
       01  TIER-NO             PIC 9(02) VALUE ZERO.
       01  TIER-SUB            PIC 9(3) COMP VALUE ZERO.
       01  ASSET-BASE          PIC S9(9)V99 VALUE ZERO.
       01  FEE-AMOUNT          PIC S9(9)V99 VALUE ZERO.
      *
       01  CURRENT-BRANCH-CODE PIC 9(03) VALUE ZERO.
       01  CURRENT-BRANCH-NAME PIC X(20) VALUE SPACES.
       01  FEE-SEQUENCE-NO     PIC 9(04) VALUE ZERO.
       01  FEE-REFERENCE.
               05 FILLER       PIC X(02) VALUE 'MF'.
               05 FREF-PERIOD  PIC 9(05).
               05 FILLER       PIC X(01) VALUE '-'.
               05 FREF-SEQUENCE
                               PIC 9(04).
       01  FEE-OPERATOR-ID     PIC X(08) VALUE 'FEEBILL'.
       01  EXCEPTION-REASON    PIC X(20) VALUE SPACES.
      *
       01  BRANCH-BILLED-CT    PIC 9(7) COMP VALUE ZERO.
       01  BRANCH-ASSET-TOTAL  PIC S9(11)V99 VALUE ZERO.
       01  BRANCH-FEE-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01  GRAND-ASSET-TOTAL   PIC S9(11)V99 VALUE ZERO.
       01  GRAND-FEE-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01  BATCH-DETAIL-CT     PIC 9(07) VALUE ZERO.
       01  BATCH-AMOUNT-TOTAL  PIC S9(11)V99 VALUE ZERO.
      *
       01  RUNH-STAMP.
               05 RUNH-DATE    PIC 9(08) VALUE ZERO.
               05 RUNH-TIME-RAW.
                   10 RUNH-TIME PIC 9(06).
                   10 FILLER   PIC 9(02).
      *
       01  SCHEDULE-READ-CT    PIC 9(9) COMP VALUE ZERO.
       01  MASTERS-READ-CT     PIC 9(9) COMP VALUE ZERO.
       01  NO-FEE-DUE-CT       PIC 9(9) COMP VALUE ZERO.
       01  FEES-BILLED-CT      PIC 9(9) COMP VALUE ZERO.
       01  FROZEN-SKIPPED-CT   PIC 9(9) COMP VALUE ZERO.
       01  CLOSED-SKIPPED-CT   PIC 9(9) COMP VALUE ZERO.
       01  SALARY-SHORT-CT     PIC 9(9) COMP VALUE ZERO.
       01  BATCHES-WRITTEN-CT  PIC 9(9) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-BILL-QUARTERLY-FEES.
           ACCEPT RUN-PARM FROM COMMAND-LINE
           UNSTRING RUN-PARM DELIMITED BY ','
               INTO BILL-QUARTER-X
           END-UNSTRING
           IF BILL-QUARTER-X NOT = SPACES
               COMPUTE BILL-PERIOD-NO =
                   FUNCTION NUMVAL(BILL-QUARTER-X)
           ELSE
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               MOVE TODAY-YEAR TO BILL-YEAR
               COMPUTE BILL-QUARTER = (TODAY-MONTH + 2) / 3
           END-IF
           IF BILL-QUARTER < 1 OR BILL-QUARTER > 4
                   OR BILL-YEAR < 1900
               DISPLAY 'BILL-QUARTERLY-FEES: QUARTER PARAMETER '
                   BILL-QUARTER-X ' IS NOT YYYYQ'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BILL-PERIOD-NO TO FREF-PERIOD
           PERFORM 100-LOAD-FEE-SCHEDULE
           OPEN INPUT CUSTOMER-FILE.
           IF CUST-FILE-STATUS NOT = '00'
               DISPLAY 'BILL-QUARTERLY-FEES: CUSTOMER-FILE OPEN '
                   'FAILED, FILE STATUS = ' CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BRANCH-FILE
           IF BRANCH-FILE-STATUS = '00'
               SET BRANCH-REF-OK TO TRUE
           ELSE
               DISPLAY 'BILL-QUARTERLY-FEES: BRANCH-FILE OPEN '
                   'FAILED, FILE STATUS = ' BRANCH-FILE-STATUS
                   ' - BRANCH NAMES UNAVAILABLE'
           END-IF
           OPEN OUTPUT FEE-TRANS-FILE
                       FEE-REGISTER-FILE
                       FEE-EXCEPTION-FILE.
           PERFORM 150-WRITE-HEADINGS.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-BRANCH-CODE
               ON ASCENDING KEY SRT-ACCOUNT-NO
               INPUT PROCEDURE 200-PRICE-ACCOUNTS
               OUTPUT PROCEDURE 300-BILL-ACCOUNTS.
           PERFORM 800-WRITE-GRAND-TOTALS.
           PERFORM 900-WRITE-CONTROL-TOTALS.
           IF BRANCH-REF-OK
               CLOSE BRANCH-FILE
           END-IF
           CLOSE CUSTOMER-FILE
                 FEE-TRANS-FILE
                 FEE-REGISTER-FILE
                 FEE-EXCEPTION-FILE.
           IF FROZEN-SKIPPED-CT > ZERO
                   OR CLOSED-SKIPPED-CT > ZERO
                   OR SALARY-SHORT-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      ******************************************************************
      * Load the whole schedule before anything is billed.  Every      *
      * field must be numeric and the file in ascending branch then    *
      * band-floor order with no two bands on one floor - a schedule   *
      * that is wrong bills every client wrongly, so it stops the run. *
      ******************************************************************
       100-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF FEES-FILE-STATUS NOT = '00'
               DISPLAY 'BILL-QUARTERLY-FEES: FEE-SCHEDULE-FILE OPEN '
                   'FAILED, FILE STATUS = ' FEES-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-READ-FEE-SCHEDULE.
           PERFORM 120-LOAD-ONE-BAND
               UNTIL FEES-AT-EOF OR SCHEDULE-IS-BAD.
           CLOSE FEE-SCHEDULE-FILE.
           IF SCHEDULE-COUNT = ZERO
               DISPLAY 'BILL-QUARTERLY-FEES: FEE-SCHEDULE-FILE IS '
                   'EMPTY - NOTHING BILLED'
               SET SCHEDULE-IS-BAD TO TRUE
           END-IF
           IF SCHEDULE-IS-BAD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       110-READ-FEE-SCHEDULE.
           READ FEE-SCHEDULE-FILE
               AT END
                   SET FEES-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO SCHEDULE-READ-CT
           END-READ.
      *
       120-LOAD-ONE-BAND.
           EVALUATE TRUE
               WHEN FEES-BRANCH-CODE IS NOT NUMERIC
                       OR FEES-BAND-FLOOR IS NOT NUMERIC
                       OR FEES-ANNUAL-RATE IS NOT NUMERIC
                   DISPLAY 'BILL-QUARTERLY-FEES: FEE SCHEDULE RECORD '
                       SCHEDULE-READ-CT ' NOT NUMERIC - NOTHING BILLED'
                   SET SCHEDULE-IS-BAD TO TRUE
               WHEN SCHEDULE-COUNT > ZERO
                       AND (FEES-BRANCH-CODE < PREV-FEES-BRANCH
                           OR (FEES-BRANCH-CODE = PREV-FEES-BRANCH
                               AND FEES-BAND-FLOOR
                                   NOT > PREV-FEES-FLOOR))
                   DISPLAY 'BILL-QUARTERLY-FEES: FEE SCHEDULE RECORD '
                       SCHEDULE-READ-CT ' OUT OF ORDER - NOTHING '
                       'BILLED'
                   SET SCHEDULE-IS-BAD TO TRUE
               WHEN SCHEDULE-COUNT NOT < SCHEDULE-TABLE-MAX
                   DISPLAY 'BILL-QUARTERLY-FEES: MORE THAN '
                       SCHEDULE-TABLE-MAX ' FEE BANDS - NOTHING BILLED'
                   SET SCHEDULE-IS-BAD TO TRUE
               WHEN OTHER
                   ADD 1 TO SCHEDULE-COUNT
                   MOVE FEES-BRANCH-CODE
                       TO FST-BRANCH-CODE (SCHEDULE-COUNT)
                   MOVE FEES-BAND-FLOOR
                       TO FST-BAND-FLOOR (SCHEDULE-COUNT)
                   MOVE FEES-ANNUAL-RATE
                       TO FST-ANNUAL-RATE (SCHEDULE-COUNT)
                   MOVE FEES-TIER-NAME
                       TO FST-TIER-NAME (SCHEDULE-COUNT)
                   MOVE FEES-BRANCH-CODE TO PREV-FEES-BRANCH
                   MOVE FEES-BAND-FLOOR  TO PREV-FEES-FLOOR
                   PERFORM 110-READ-FEE-SCHEDULE
           END-EVALUATE.
      *
       150-WRITE-HEADINGS.
           MOVE BILL-YEAR    TO FRH-YEAR
                                FXH-YEAR
           MOVE BILL-QUARTER TO FRH-QUARTER
                                FXH-QUARTER
           MOVE FEE-REGISTER-HEADING TO FEE-REGISTER-LINE
           WRITE FEE-REGISTER-LINE
           MOVE FEE-REGISTER-COLUMNS TO FEE-REGISTER-LINE
           WRITE FEE-REGISTER-LINE
           MOVE FEE-EXCEPTION-HEADING TO FEE-EXCEPTION-LINE
           WRITE FEE-EXCEPTION-LINE
           MOVE FEE-EXCEPTION-COLUMNS TO FEE-EXCEPTION-LINE
           WRITE FEE-EXCEPTION-LINE.
      *
      ******************************************************************
      * SORT input: price every account on the master.  Only accounts  *
      * with a fee due are released - frozen and closed ones included, *
      * so they can be listed as not billed.                           *
      ******************************************************************
       200-PRICE-ACCOUNTS.
           PERFORM 210-READ-MASTER.
           PERFORM 220-PRICE-ONE-ACCOUNT
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
       220-PRICE-ONE-ACCOUNT.
           COMPUTE ASSET-BASE = F-STOCK + F-FUND + F-FOREX
           MOVE ZERO TO FEE-AMOUNT
                        TIER-NO
                        TIER-SUB
           IF ASSET-BASE > ZERO
               PERFORM 230-FIND-TIER
           END-IF
           IF TIER-SUB > ZERO
               COMPUTE FEE-AMOUNT ROUNDED =
                   ASSET-BASE * FST-ANNUAL-RATE (TIER-SUB) / 400
           END-IF
           IF FEE-AMOUNT > ZERO
               MOVE BRANCH-CODE   TO SRT-BRANCH-CODE
               MOVE ACCOUNT-NO    TO SRT-ACCOUNT-NO
               MOVE CLINENT-NAME  TO SRT-CLIENT-NAME
               MOVE ACCT-STATUS   TO SRT-ACCT-STATUS
               MOVE F-SALARY      TO SRT-F-SALARY
               MOVE ASSET-BASE    TO SRT-ASSET-BASE
               MOVE TIER-NO       TO SRT-TIER-NO
               MOVE FST-TIER-NAME (TIER-SUB)
                                  TO SRT-TIER-NAME
               MOVE FST-ANNUAL-RATE (TIER-SUB)
                                  TO SRT-ANNUAL-RATE
               MOVE FEE-AMOUNT    TO SRT-FEE
               RELEASE SORT-RECORD
           ELSE
               ADD 1 TO NO-FEE-DUE-CT
           END-IF
           PERFORM 210-READ-MASTER.
      *
      ******************************************************************
      * The branch's own bands when it has any, otherwise the house    *
      * bands under branch 000; the tier is the highest band whose     *
      * floor the asset base reaches.  TIER-NO counts the bands within *
      * the schedule used, so tier 1 is always the lowest band.        *
      ******************************************************************
       230-FIND-TIER.
           MOVE 'N' TO BRANCH-SCHEDULE-SW
           PERFORM 235-CHECK-BRANCH-SCHEDULE
               VARYING FST-SUB FROM 1 BY 1
               UNTIL FST-SUB > SCHEDULE-COUNT
                   OR BRANCH-HAS-SCHEDULE
           IF BRANCH-HAS-SCHEDULE
               MOVE BRANCH-CODE TO SCHEDULE-BRANCH
           ELSE
               MOVE ZERO        TO SCHEDULE-BRANCH
           END-IF
           PERFORM 238-CHECK-ONE-BAND
               VARYING FST-SUB FROM 1 BY 1
               UNTIL FST-SUB > SCHEDULE-COUNT.
      *
       235-CHECK-BRANCH-SCHEDULE.
           IF FST-BRANCH-CODE (FST-SUB) = BRANCH-CODE
               SET BRANCH-HAS-SCHEDULE TO TRUE
           END-IF.
      *
       238-CHECK-ONE-BAND.
           IF FST-BRANCH-CODE (FST-SUB) = SCHEDULE-BRANCH
               IF ASSET-BASE NOT < FST-BAND-FLOOR (FST-SUB)
                   ADD 1 TO TIER-NO
                   MOVE FST-SUB TO TIER-SUB
               END-IF
           END-IF.
      *
      ******************************************************************
      * SORT output: one branch at a time.  The branch's batch header  *
      * goes out with its first billed fee, so a branch with nothing   *
      * to bill gets no empty batch.                                   *
      ******************************************************************
       300-BILL-ACCOUNTS.
           PERFORM 305-RETURN-ACCOUNT.
           PERFORM 310-BILL-ONE-BRANCH
               UNTIL SORT-AT-EOF.
      *
       305-RETURN-ACCOUNT.
           RETURN SORT-FILE
               AT END
                   SET SORT-AT-EOF TO TRUE
           END-RETURN.
      *
       310-BILL-ONE-BRANCH.
           MOVE SRT-BRANCH-CODE TO CURRENT-BRANCH-CODE
           PERFORM 315-LOOK-UP-BRANCH-NAME
           MOVE ZERO TO BRANCH-BILLED-CT
                        BRANCH-ASSET-TOTAL
                        BRANCH-FEE-TOTAL
           MOVE CURRENT-BRANCH-CODE TO FBR-BRANCH-CODE
           MOVE CURRENT-BRANCH-NAME TO FBR-BRANCH-NAME
           MOVE FEE-BLANK-LINE TO FEE-REGISTER-LINE
           WRITE FEE-REGISTER-LINE
           MOVE FEE-BRANCH-LINE TO FEE-REGISTER-LINE
           WRITE FEE-REGISTER-LINE
           PERFORM 320-BILL-ONE-ACCOUNT
               UNTIL SORT-AT-EOF
                   OR SRT-BRANCH-CODE NOT = CURRENT-BRANCH-CODE
           IF BATCH-IS-OPEN
               PERFORM 420-WRITE-BATCH-TRAILER
           END-IF
           MOVE 'BRANCH TOTAL'     TO FTL-CAPTION
           MOVE BRANCH-BILLED-CT   TO FTL-COUNT
           MOVE BRANCH-ASSET-TOTAL TO FTL-ASSET-BASE
           MOVE BRANCH-FEE-TOTAL   TO FTL-FEE
           MOVE FEE-TOTAL-LINE TO FEE-REGISTER-LINE
           WRITE FEE-REGISTER-LINE.
      *
       315-LOOK-UP-BRANCH-NAME.
           MOVE '(UNKNOWN BRANCH)' TO CURRENT-BRANCH-NAME
           IF BRANCH-REF-OK
               MOVE CURRENT-BRANCH-CODE TO BR-BRANCH-CODE
               READ BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BR-BRANCH-NAME TO CURRENT-BRANCH-NAME
               END-READ
           END-IF.
      *
       320-BILL-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN SRT-IS-FROZEN
                   ADD 1 TO FROZEN-SKIPPED-CT
                   MOVE 'ACCOUNT FROZEN' TO EXCEPTION-REASON
                   PERFORM 600-WRITE-EXCEPTION
               WHEN SRT-IS-CLOSED
                   ADD 1 TO CLOSED-SKIPPED-CT
                   MOVE 'ACCOUNT CLOSED' TO EXCEPTION-REASON
                   PERFORM 600-WRITE-EXCEPTION
               WHEN SRT-F-SALARY < SRT-FEE
                   ADD 1 TO SALARY-SHORT-CT
                   MOVE 'SALARY BELOW FEE' TO EXCEPTION-REASON
                   PERFORM 600-WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM 400-WRITE-FEE-POSTING
           END-EVALUATE
           PERFORM 305-RETURN-ACCOUNT.
      *
      ******************************************************************
      * The fee goes out as an ordinary branch posting: a negative     *
      * SALARY amount under the branch's fee batch, with its own       *
      * reference so the client's invoice, the register and the       *
      * posting register all tie up.                                   *
      ******************************************************************
       400-WRITE-FEE-POSTING.
           IF NOT BATCH-IS-OPEN
               PERFORM 410-WRITE-BATCH-HEADER
           END-IF
           ADD 1 TO FEE-SEQUENCE-NO
           MOVE FEE-SEQUENCE-NO TO FREF-SEQUENCE
           MOVE SPACES          TO TRANS-RECORD
           SET TRANS-IS-POSTING TO TRUE
           MOVE SRT-ACCOUNT-NO  TO TRANS-ACCOUNT-NO
           MOVE 'SALARY'        TO TRANS-POST-CATEGORY
           COMPUTE TRANS-POST-AMOUNT = ZERO - SRT-FEE
           MOVE FEE-REFERENCE   TO TRANS-POST-REFERENCE
           SET TRANS-POST-IS-FEE TO TRUE
           MOVE FEE-OPERATOR-ID TO TRANS-OPERATOR-ID
           WRITE FEE-TRANS-RECORD FROM TRANS-RECORD
           ADD 1 TO BATCH-DETAIL-CT
           ADD TRANS-POST-AMOUNT TO BATCH-AMOUNT-TOTAL
           ADD 1 TO FEES-BILLED-CT
                    BRANCH-BILLED-CT
           ADD SRT-ASSET-BASE TO BRANCH-ASSET-TOTAL
                                 GRAND-ASSET-TOTAL
           ADD SRT-FEE        TO BRANCH-FEE-TOTAL
                                 GRAND-FEE-TOTAL
           MOVE SRT-ACCOUNT-NO  TO FRD-ACCOUNT-NO
           MOVE SRT-CLIENT-NAME TO FRD-CLIENT-NAME
           MOVE SRT-ASSET-BASE  TO FRD-ASSET-BASE
           MOVE SRT-TIER-NO     TO FRD-TIER-NO
           MOVE SRT-TIER-NAME   TO FRD-TIER-NAME
           MOVE SRT-ANNUAL-RATE TO FRD-ANNUAL-RATE
           MOVE SRT-FEE         TO FRD-FEE
           MOVE FEE-REFERENCE   TO FRD-REFERENCE
           MOVE FEE-REGISTER-DETAIL TO FEE-REGISTER-LINE
           WRITE FEE-REGISTER-LINE.
      *
       410-WRITE-BATCH-HEADER.
           SET BATCH-IS-OPEN TO TRUE
           MOVE ZERO TO BATCH-DETAIL-CT
                        BATCH-AMOUNT-TOTAL
           MOVE SPACES              TO TRANS-RECORD
           SET TRANS-IS-BATCH-HEADER TO TRUE
           MOVE ZERO                TO TRANS-ACCOUNT-NO
           MOVE CURRENT-BRANCH-CODE TO TRANS-BATCH-BRANCH-CODE
           MOVE BILL-PERIOD-NO      TO TRANS-BATCH-NUMBER
           MOVE FEE-OPERATOR-ID     TO TRANS-OPERATOR-ID
           WRITE FEE-TRANS-RECORD FROM TRANS-RECORD
           ADD 1 TO BATCHES-WRITTEN-CT.
      *
       420-WRITE-BATCH-TRAILER.
           MOVE SPACES              TO TRANS-RECORD
           SET TRANS-IS-BATCH-TRAILER TO TRUE
           MOVE ZERO                TO TRANS-ACCOUNT-NO
           MOVE CURRENT-BRANCH-CODE TO TRANS-BATCH-BRANCH-CODE
           MOVE BILL-PERIOD-NO      TO TRANS-BATCH-NUMBER
           MOVE BATCH-DETAIL-CT     TO TRANS-BATCH-RECORD-COUNT
           MOVE BATCH-AMOUNT-TOTAL  TO TRANS-BATCH-AMOUNT-TOTAL
           MOVE FEE-OPERATOR-ID     TO TRANS-OPERATOR-ID
           WRITE FEE-TRANS-RECORD FROM TRANS-RECORD
           MOVE 'N' TO BATCH-OPEN-SW.
      *
       600-WRITE-EXCEPTION.
           MOVE SRT-BRANCH-CODE  TO FXD-BRANCH
           MOVE SRT-ACCOUNT-NO   TO FXD-ACCOUNT-NO
           MOVE SRT-CLIENT-NAME  TO FXD-CLIENT-NAME
           MOVE SRT-ACCT-STATUS  TO FXD-STATUS
           MOVE SRT-ASSET-BASE   TO FXD-ASSET-BASE
           MOVE SRT-FEE          TO FXD-FEE
           MOVE SRT-F-SALARY     TO FXD-SALARY
           MOVE EXCEPTION-REASON TO FXD-REASON
           MOVE FEE-EXCEPTION-DETAIL TO FEE-EXCEPTION-LINE
           WRITE FEE-EXCEPTION-LINE.
      *
       800-WRITE-GRAND-TOTALS.
           MOVE FEE-BLANK-LINE TO FEE-REGISTER-LINE
           WRITE FEE-REGISTER-LINE
           MOVE 'ALL BRANCHES'    TO FTL-CAPTION
           MOVE FEES-BILLED-CT    TO FTL-COUNT
           MOVE GRAND-ASSET-TOTAL TO FTL-ASSET-BASE
           MOVE GRAND-FEE-TOTAL   TO FTL-FEE
           MOVE FEE-TOTAL-LINE TO FEE-REGISTER-LINE
           WRITE FEE-REGISTER-LINE.
      *
       900-WRITE-CONTROL-TOTALS.
           DISPLAY 'BILL-QUARTERLY-FEES CONTROL TOTALS'
           DISPLAY '  QUARTER BILLED         : ' BILL-PERIOD-NO
           DISPLAY '  FEE BANDS LOADED       : ' SCHEDULE-COUNT
           DISPLAY '  MASTER RECORDS READ    : ' MASTERS-READ-CT
           DISPLAY '  NO FEE DUE             : ' NO-FEE-DUE-CT
           DISPLAY '  FEES BILLED            : ' FEES-BILLED-CT
           DISPLAY '  NOT BILLED - FROZEN    : ' FROZEN-SKIPPED-CT
           DISPLAY '  NOT BILLED - CLOSED    : ' CLOSED-SKIPPED-CT
           DISPLAY '  NOT BILLED - SALARY    : ' SALARY-SHORT-CT
           DISPLAY '  FEE BATCHES WRITTEN    : ' BATCHES-WRITTEN-CT.
      *
       950-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           ACCEPT RUNH-DATE FROM DATE YYYYMMDD
           ACCEPT RUNH-TIME-RAW FROM TIME
           MOVE RUNH-DATE   TO RUNH-RUN-DATE
           MOVE RUNH-TIME   TO RUNH-RUN-TIME
           MOVE 'BILL-QUARTERLY-FEES'
                            TO RUNH-PROGRAM-ID
           MOVE RETURN-CODE TO RUNH-RETURN-CODE
           MOVE MASTERS-READ-CT TO RUNH-RECORDS-READ
           MOVE FEES-BILLED-CT  TO RUNH-RECORDS-WRITTEN
           COMPUTE RUNH-RECORDS-REJECTED = FROZEN-SKIPPED-CT
               + CLOSED-SKIPPED-CT + SALARY-SHORT-CT
           MOVE ZERO        TO RUNH-HASH-TOTAL
           WRITE RUNH-RECORD
           CLOSE RUN-HISTORY-FILE.
       END PROGRAM BILL-QUARTERLY-FEES.
