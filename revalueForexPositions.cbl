      *                   the common RUN-HISTORY-FILE as the run
      *                   ends, for the morning REPORT-RUN-STATUS
      *                   page.
      *   2026-10-15  RZ  Every account whose F-FOREX this run changes
      *                   gets one record on the new FX-REVAL-
      *                   MOVEMENT-FILE (COPY FXREVMOV) - prior and new
      *                   F-FOREX with the account's branch - so the
      *                   general-ledger interface can book the
      *                   revaluation instead of it vanishing in the
      *                   REWRITE.
      *   2026-10-15  RZ  Gain/loss per position.  Each position
      *                   record now keeps its last valuation (FXPOSIT
      *                   FXPOS-VALUATION), so the change in its base-
      *                   currency value can be split into the part
      *                   due to the rate moving and the part due to
      *                   FX postings since the last run.  One record
      *                   per position priced goes to the new FX-GAIN-
      *                   LOSS-FILE (COPY FXGAINLS) and one line to the
      *                   new FX-GAIN-LOSS-REPORT, with totals by
      *                   currency and by branch (branch names from
      *                   the branch reference file when it opens) and
      *                   a month-to-date rate effect that starts
      *                   again on the first run of each month.  The
      *                   position file is now opened I-O: every
      *                   position priced is rewritten with today's
      *                   amount, rate and value, and a position
      *                   posted to zero since the last run is deleted
      *                   once its run-off has been reported.
      *   2026-10-15  RZ  FX-REVAL-MOVEMENT-FILE is opened EXTEND, not
      *                   OUTPUT.  A run abandoned part way has already
      *                   rewritten the accounts ahead of the failure;
      *                   the rerun finds their F-FOREX unchanged and
      *                   writes no movement for them, so truncating
      *                   the file threw away the only record of those
      *                   revaluations and the GL never booked them.
      *                   BUILD-GL-INTERFACE books by FXRM-RUN-DATE, so
      *                   earlier days' movements are passed over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVALUE-FOREX-POSITIONS.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXPOS-KEY
               FILE STATUS IS POS-FILE-STATUS.
           SELECT BRANCH-FILE
               ASSIGN TO "D:\S-BRANCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BRANCH-CODE
               FILE STATUS IS BRANCH-FILE-STATUS.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "D:\S-RUNHST".
           SELECT FX-REVAL-MOVEMENT-FILE
               ASSIGN TO "D:\S-FXRMOV".
           SELECT FX-GAIN-LOSS-FILE
               ASSIGN TO "D:\S-FXGNLS".
           SELECT FX-GAIN-LOSS-REPORT
               ASSIGN TO "D:\S-FXGLRP".
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
           COPY RUNHIST.
       FD  FX-REVAL-MOVEMENT-FILE
           RECORDING MODE IS F.
           COPY FXREVMOV.
       FD  FX-GAIN-LOSS-FILE
           RECORDING MODE IS F.
           COPY FXGAINLS.
       FD  FX-GAIN-LOSS-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS FX-GAIN-LOSS-LINE.
       01  FX-GAIN-LOSS-LINE           PIC X(132).
       FD  BRANCH-FILE.
           COPY BRNCHMST.
       WORKING-STORAGE SECTION.
       01  GAIN-LOSS-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(32)
                   VALUE 'FX REVALUATION GAIN/LOSS - DATE'.
               05 GLH-RUN-DATE PIC 9(08).
               05 FILLER       PIC X(82)
                               VALUE SPACES.
       01  GAIN-LOSS-COLUMNS.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(12)
                               VALUE 'ACCOUNT-NO'.
               05 FILLER       PIC X(05)
                               VALUE 'BR'.
               05 FILLER       PIC X(05)
                               VALUE 'CCY'.
               05 FILLER       PIC X(19)
                               VALUE '       PRIOR VALUE'.
               05 FILLER       PIC X(19)
                               VALUE '         NEW VALUE'.
               05 FILLER       PIC X(19)
                               VALUE '       RATE EFFECT'.
               05 FILLER       PIC X(19)
                               VALUE '   POSITION EFFECT'.
               05 FILLER       PIC X(19)
                               VALUE '  MTD RATE EFFECT'.
               05 FILLER       PIC X(13)
                               VALUE SPACES.
       01  GAIN-LOSS-DETAIL.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 GLD-ACCOUNT-NO
                               PIC 9(10).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 GLD-BRANCH   PIC 9(03).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 GLD-CURRENCY PIC X(03).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 GLD-AMOUNTS.
                   10 GLD-PRIOR-VALUE
                               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
                   10 FILLER   PIC X(01)
                               VALUE SPACES.
                   10 GLD-NEW-VALUE
                               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
                   10 FILLER   PIC X(01)
                               VALUE SPACES.
                   10 GLD-RATE-EFFECT
                               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
                   10 FILLER   PIC X(01)
                               VALUE SPACES.
                   10 GLD-POSITION-EFFECT
                               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
                   10 FILLER   PIC X(01)
                               VALUE SPACES.
                   10 GLD-MTD-RATE-EFFECT
                               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(14)
                               VALUE SPACES.
       01  GAIN-LOSS-TOTAL-LINE.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 GLT-CAPTION  PIC X(22).
               05 GLT-AMOUNTS.
                   10 GLT-PRIOR-VALUE
                               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
                   10 FILLER   PIC X(01)
                               VALUE SPACES.
                   10 GLT-NEW-VALUE
                               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
                   10 FILLER   PIC X(01)
                               VALUE SPACES.
                   10 GLT-RATE-EFFECT
                               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
                   10 FILLER   PIC X(01)
                               VALUE SPACES.
                   10 GLT-POSITION-EFFECT
                               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
                   10 FILLER   PIC X(01)
                               VALUE SPACES.
                   10 GLT-MTD-RATE-EFFECT
                               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(14)
                               VALUE SPACES.
       01  GAIN-LOSS-SECTION-LINE.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 GLS-TEXT     PIC X(40).
               05 FILLER       PIC X(90)
                               VALUE SPACES.
       01  GAIN-LOSS-BLANK-LINE
                               PIC X(132) VALUE SPACES.
      *
       01  CUST-FILE-STATUS    PIC XX VALUE SPACES.
       01  POS-FILE-STATUS     PIC XX VALUE SPACES.
       01  BRANCH-FILE-STATUS  PIC XX VALUE SPACES.
       01  BRANCH-REF-OK-SW    PIC X VALUE 'N'.
           88  BRANCH-REF-OK        VALUE 'Y'.
       01  MASTER-EOF-SW       PIC X VALUE 'N'.
           88  MASTER-AT-EOF        VALUE 'Y'.
       01  POS-EOF-SW          PIC X VALUE 'N'.
      *    is far beyond anything the desk trades today.
       01  RATE-TABLE-MAX      PIC 9(3) COMP VALUE 50.
       01  RATE-COUNT          PIC 9(3) COMP VALUE ZERO.
      *    Each rate entry also carries that currency's gain/loss
      *    totals for the run.
       01  RATE-TABLE.
               05 RATE-ENTRY   OCCURS 50 TIMES.
                   10 RT-CURRENCY  PIC X(03).
                   10 RT-VALUE     PIC 9(3)V9(6).
                   10 RT-POSITION-CT
                                   PIC 9(7) COMP.
                   10 RT-TOTALS.
                       15 RT-PRIOR-VALUE
                                   PIC S9(11)V99.
                       15 RT-NEW-VALUE
                                   PIC S9(11)V99.
                       15 RT-RATE-EFFECT
                                   PIC S9(11)V99.
                       15 RT-POSITION-EFFECT
                                   PIC S9(11)V99.
                       15 RT-MTD-RATE-EFFECT
                                   PIC S9(11)V99.
       77  RATE-SUB            PIC 9(3) COMP VALUE ZERO.
      *
      *    Branch totals, one entry per possible branch code (entry
      *    1 is branch 000), so no search is needed.
       01  BRANCH-TOTALS-TABLE.
               05 BTOT-ENTRY   OCCURS 1000 TIMES.
                   10 BTOT-POSITION-CT
                                   PIC 9(7) COMP.
                   10 BTOT-TOTALS.
                       15 BTOT-PRIOR-VALUE
                                   PIC S9(11)V99.
                       15 BTOT-NEW-VALUE
                                   PIC S9(11)V99.
                       15 BTOT-RATE-EFFECT
                                   PIC S9(11)V99.
                       15 BTOT-POSITION-EFFECT
                                   PIC S9(11)V99.
                       15 BTOT-MTD-RATE-EFFECT
                                   PIC S9(11)V99.
       77  BRANCH-SUB          PIC 9(4) COMP VALUE ZERO.
       01  GRAND-TOTALS.
               05 GT-PRIOR-VALUE
                               PIC S9(11)V99 VALUE ZERO.
               05 GT-NEW-VALUE PIC S9(11)V99 VALUE ZERO.
               05 GT-RATE-EFFECT
                               PIC S9(11)V99 VALUE ZERO.
               05 GT-POSITION-EFFECT
                               PIC S9(11)V99 VALUE ZERO.
               05 GT-MTD-RATE-EFFECT
                               PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-BRANCH-CODE   PIC 9(03) VALUE ZERO.
       01  TOTAL-BRANCH-NAME   PIC X(20) VALUE SPACES.
      *
       01  REVALUED-FOREX      PIC S9(9)V99 VALUE ZERO.
       01  PRIOR-FOREX         PIC S9(7)V99 VALUE ZERO.
       01  POSITION-VALUE      PIC S9(9)V99 VALUE ZERO.
       01  RATE-EFFECT         PIC S9(9)V99 VALUE ZERO.
       01  POSITION-EFFECT     PIC S9(9)V99 VALUE ZERO.
       01  RUN-DATE-AREA.
               05 RUN-DATE     PIC 9(08) VALUE ZERO.
               05 RUN-DATE-PARTS REDEFINES RUN-DATE.
                   10 RUN-MONTH
                               PIC 9(06).
                   10 FILLER   PIC 9(02).
      *
       01  MASTERS-READ-CT     PIC 9(9) COMP VALUE ZERO.
       01  MASTERS-REVALUED-CT PIC 9(9) COMP VALUE ZERO.
       01  POSITIONS-PRICED-CT PIC 9(9) COMP VALUE ZERO.
       01  MOVEMENTS-WRITTEN-CT
                               PIC 9(9) COMP VALUE ZERO.
       01  GAIN-LOSS-WRITTEN-CT
                               PIC 9(9) COMP VALUE ZERO.
       01  POSITIONS-RUN-OFF-CT
                               PIC 9(9) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-REVALUE-FOREX-POSITIONS.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O POSITION-FILE.
           IF POS-FILE-STATUS NOT = '00'
               DISPLAY 'REVALUE-FOREX-POSITIONS: POSITION-FILE OPEN '
                   'I-O FAILED, FILE STATUS = ' POS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BRANCH-FILE
           IF BRANCH-FILE-STATUS = '00'
               SET BRANCH-REF-OK TO TRUE
           ELSE
               DISPLAY 'REVALUE-FOREX-POSITIONS: BRANCH-FILE OPEN '
                   'FAILED, FILE STATUS = ' BRANCH-FILE-STATUS
                   ' - BRANCH NAMES UNAVAILABLE'
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE BRANCH-TOTALS-TABLE
           OPEN EXTEND FX-REVAL-MOVEMENT-FILE.
           OPEN OUTPUT FX-GAIN-LOSS-FILE
                       FX-GAIN-LOSS-REPORT.
           MOVE RUN-DATE TO GLH-RUN-DATE
           MOVE GAIN-LOSS-HEADING TO FX-GAIN-LOSS-LINE
           WRITE FX-GAIN-LOSS-LINE
           MOVE GAIN-LOSS-BLANK-LINE TO FX-GAIN-LOSS-LINE
           WRITE FX-GAIN-LOSS-LINE
           MOVE GAIN-LOSS-COLUMNS TO FX-GAIN-LOSS-LINE
           WRITE FX-GAIN-LOSS-LINE.
           PERFORM 200-READ-MASTER.
           PERFORM 210-READ-POSITION.
           PERFORM 300-REVALUE-ONE-ACCOUNT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 800-WRITE-GAIN-LOSS-TOTALS.
           PERFORM 900-WRITE-CONTROL-TOTALS.
           IF BRANCH-REF-OK
               CLOSE BRANCH-FILE
           END-IF
           CLOSE CUSTOMER-FILE
                 POSITION-FILE
                 FX-REVAL-MOVEMENT-FILE
                 FX-GAIN-LOSS-FILE
                 FX-GAIN-LOSS-REPORT.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.
      *
       100-LOAD-RATE-TABLE.
           INITIALIZE RATE-TABLE
           PERFORM 110-READ-RATE-RECORD
           PERFORM UNTIL RATE-AT-EOF
               IF RATE-COUNT >= RATE-TABLE-MAX
               STOP RUN
           END-IF
           MOVE ZERO TO REVALUED-FOREX
           MOVE F-FOREX TO PRIOR-FOREX
           PERFORM 310-PRICE-ONE-POSITION
               UNTIL POS-AT-EOF
                   OR FXPOS-ACCOUNT-NO NOT = ACCOUNT-NO
           END-COMPUTE
           REWRITE CUST-RECORD
           ADD 1 TO MASTERS-REVALUED-CT
           IF F-FOREX NOT = PRIOR-FOREX
               PERFORM 330-WRITE-MOVEMENT
           END-IF
           PERFORM 200-READ-MASTER.
      *
       310-PRICE-ONE-POSITION.
               STOP RUN
           END-IF
           ADD 1 TO POSITIONS-PRICED-CT
           COMPUTE POSITION-VALUE ROUNDED =
               FXPOS-AMOUNT * RT-VALUE (RATE-SUB)
               ON SIZE ERROR
                   DISPLAY 'REVALUE-FOREX-POSITIONS: POSITION VALUE '
                       'OVERFLOWS ON ACCOUNT ' ACCOUNT-NO
                       ' CURRENCY ' FXPOS-CURRENCY ' - RUN ABANDONED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-COMPUTE
           ADD POSITION-VALUE TO REVALUED-FOREX
               ON SIZE ERROR
                   DISPLAY 'REVALUE-FOREX-POSITIONS: REVALUED '
                       'FOREX OVERFLOWS ON ACCOUNT ' ACCOUNT-NO
                       ' - RUN ABANDONED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-ADD
           PERFORM 340-REPORT-GAIN-LOSS
           PERFORM 350-UPDATE-POSITION
           PERFORM 210-READ-POSITION.
      *
       320-FIND-RATE.
           IF RATE-FOUND
               SUBTRACT 1 FROM RATE-SUB
           END-IF.
      *
       330-WRITE-MOVEMENT.
           MOVE SPACES      TO FXRM-RECORD
           MOVE RUN-DATE    TO FXRM-RUN-DATE
           MOVE ACCOUNT-NO  TO FXRM-ACCOUNT-NO
           MOVE BRANCH-CODE TO FXRM-BRANCH-CODE
           MOVE PRIOR-FOREX TO FXRM-PRIOR-FOREX
           MOVE F-FOREX     TO FXRM-NEW-FOREX
           WRITE FXRM-RECORD
           ADD 1 TO MOVEMENTS-WRITTEN-CT.
      *
      ******************************************************************
      * Split the change in the position's value since the last run:   *
      * the rate effect is what the prior amount gained or lost on the *
      * rate move; whatever is left is the position change, i.e. the   *
      * FX postings since then valued at today's rate.  Taking the     *
      * position effect as the remainder keeps the two summing to the  *
      * change in value to the cent.                                   *
      ******************************************************************
       340-REPORT-GAIN-LOSS.
           IF FXPOS-LAST-RATE = ZERO
               MOVE ZERO TO RATE-EFFECT
           ELSE
               COMPUTE RATE-EFFECT ROUNDED = FXPOS-LAST-AMOUNT
                   * (RT-VALUE (RATE-SUB) - FXPOS-LAST-RATE)
           END-IF
           COMPUTE POSITION-EFFECT =
               POSITION-VALUE - FXPOS-LAST-VALUE - RATE-EFFECT
           IF FXPOS-MTD-MONTH NOT = RUN-MONTH
               MOVE RUN-MONTH TO FXPOS-MTD-MONTH
               MOVE ZERO      TO FXPOS-MTD-RATE-EFFECT
           END-IF
           ADD RATE-EFFECT TO FXPOS-MTD-RATE-EFFECT
           MOVE SPACES              TO FXGL-RECORD
           MOVE RUN-DATE            TO FXGL-RUN-DATE
           MOVE ACCOUNT-NO          TO FXGL-ACCOUNT-NO
           MOVE BRANCH-CODE         TO FXGL-BRANCH-CODE
           MOVE FXPOS-CURRENCY      TO FXGL-CURRENCY
           MOVE FXPOS-LAST-AMOUNT   TO FXGL-PRIOR-AMOUNT
           MOVE FXPOS-AMOUNT        TO FXGL-NEW-AMOUNT
           MOVE FXPOS-LAST-RATE     TO FXGL-PRIOR-RATE
           MOVE RT-VALUE (RATE-SUB) TO FXGL-NEW-RATE
           MOVE FXPOS-LAST-VALUE    TO FXGL-PRIOR-VALUE
           MOVE POSITION-VALUE      TO FXGL-NEW-VALUE
           MOVE RATE-EFFECT         TO FXGL-RATE-EFFECT
           MOVE POSITION-EFFECT     TO FXGL-POSITION-EFFECT
           MOVE FXPOS-MTD-RATE-EFFECT
                                    TO FXGL-MTD-RATE-EFFECT
           WRITE FXGL-RECORD
           ADD 1 TO GAIN-LOSS-WRITTEN-CT
           MOVE ACCOUNT-NO          TO GLD-ACCOUNT-NO
           MOVE BRANCH-CODE         TO GLD-BRANCH
           MOVE FXPOS-CURRENCY      TO GLD-CURRENCY
           MOVE FXGL-PRIOR-VALUE    TO GLD-PRIOR-VALUE
           MOVE FXGL-NEW-VALUE      TO GLD-NEW-VALUE
           MOVE FXGL-RATE-EFFECT    TO GLD-RATE-EFFECT
           MOVE FXGL-POSITION-EFFECT
                                    TO GLD-POSITION-EFFECT
           MOVE FXGL-MTD-RATE-EFFECT
                                    TO GLD-MTD-RATE-EFFECT
           MOVE GAIN-LOSS-DETAIL TO FX-GAIN-LOSS-LINE
           WRITE FX-GAIN-LOSS-LINE
           ADD 1 TO RT-POSITION-CT (RATE-SUB)
           ADD FXGL-PRIOR-VALUE     TO RT-PRIOR-VALUE (RATE-SUB)
           ADD FXGL-NEW-VALUE       TO RT-NEW-VALUE (RATE-SUB)
           ADD FXGL-RATE-EFFECT     TO RT-RATE-EFFECT (RATE-SUB)
           ADD FXGL-POSITION-EFFECT TO RT-POSITION-EFFECT (RATE-SUB)
           ADD FXGL-MTD-RATE-EFFECT TO RT-MTD-RATE-EFFECT (RATE-SUB)
           COMPUTE BRANCH-SUB = BRANCH-CODE + 1
           ADD 1 TO BTOT-POSITION-CT (BRANCH-SUB)
           ADD FXGL-PRIOR-VALUE     TO BTOT-PRIOR-VALUE (BRANCH-SUB)
           ADD FXGL-NEW-VALUE       TO BTOT-NEW-VALUE (BRANCH-SUB)
           ADD FXGL-RATE-EFFECT     TO BTOT-RATE-EFFECT (BRANCH-SUB)
           ADD FXGL-POSITION-EFFECT
                                  TO BTOT-POSITION-EFFECT (BRANCH-SUB)
           ADD FXGL-MTD-RATE-EFFECT
                                  TO BTOT-MTD-RATE-EFFECT (BRANCH-SUB)
           ADD FXGL-PRIOR-VALUE     TO GT-PRIOR-VALUE
           ADD FXGL-NEW-VALUE       TO GT-NEW-VALUE
           ADD FXGL-RATE-EFFECT     TO GT-RATE-EFFECT
           ADD FXGL-POSITION-EFFECT TO GT-POSITION-EFFECT
           ADD FXGL-MTD-RATE-EFFECT TO GT-MTD-RATE-EFFECT.
      *
      ******************************************************************
      * Keep today's valuation on the position for tomorrow's split.   *
      * A position posted to zero has now had its run-off reported     *
      * and leaves the file.                                           *
      ******************************************************************
       350-UPDATE-POSITION.
           MOVE FXPOS-AMOUNT        TO FXPOS-LAST-AMOUNT
           MOVE RT-VALUE (RATE-SUB) TO FXPOS-LAST-RATE
           MOVE POSITION-VALUE      TO FXPOS-LAST-VALUE
           MOVE RUN-DATE            TO FXPOS-VALUE-DATE
           IF FXPOS-AMOUNT = ZERO
               DELETE POSITION-FILE RECORD
               ADD 1 TO POSITIONS-RUN-OFF-CT
           ELSE
               REWRITE FXPOS-RECORD
           END-IF
           IF POS-FILE-STATUS NOT = '00'
               DISPLAY 'REVALUE-FOREX-POSITIONS: POSITION-FILE '
                   'UPDATE FAILED FOR ACCOUNT ' ACCOUNT-NO
                   ' CURRENCY ' FXPOS-CURRENCY
                   ', FILE STATUS = ' POS-FILE-STATUS
                   ' - RUN ABANDONED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      ******************************************************************
      * Totals by currency (in rate-file order) and by branch, then    *
      * the run total.                                                 *
      ******************************************************************
       800-WRITE-GAIN-LOSS-TOTALS.
           MOVE GAIN-LOSS-BLANK-LINE TO FX-GAIN-LOSS-LINE
           WRITE FX-GAIN-LOSS-LINE
           MOVE 'TOTALS BY CURRENCY' TO GLS-TEXT
           MOVE GAIN-LOSS-SECTION-LINE TO FX-GAIN-LOSS-LINE
           WRITE FX-GAIN-LOSS-LINE
           PERFORM 810-WRITE-CURRENCY-TOTAL
               VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-COUNT
           MOVE GAIN-LOSS-BLANK-LINE TO FX-GAIN-LOSS-LINE
           WRITE FX-GAIN-LOSS-LINE
           MOVE 'TOTALS BY BRANCH' TO GLS-TEXT
           MOVE GAIN-LOSS-SECTION-LINE TO FX-GAIN-LOSS-LINE
           WRITE FX-GAIN-LOSS-LINE
           PERFORM 820-WRITE-BRANCH-TOTAL
               VARYING BRANCH-SUB FROM 1 BY 1
               UNTIL BRANCH-SUB > 1000
           MOVE GAIN-LOSS-BLANK-LINE TO FX-GAIN-LOSS-LINE
           WRITE FX-GAIN-LOSS-LINE
           MOVE 'ALL POSITIONS'      TO GLT-CAPTION
           MOVE GT-PRIOR-VALUE       TO GLT-PRIOR-VALUE
           MOVE GT-NEW-VALUE         TO GLT-NEW-VALUE
           MOVE GT-RATE-EFFECT       TO GLT-RATE-EFFECT
           MOVE GT-POSITION-EFFECT   TO GLT-POSITION-EFFECT
           MOVE GT-MTD-RATE-EFFECT   TO GLT-MTD-RATE-EFFECT
           MOVE GAIN-LOSS-TOTAL-LINE TO FX-GAIN-LOSS-LINE
           WRITE FX-GAIN-LOSS-LINE.
      *
       810-WRITE-CURRENCY-TOTAL.
           IF RT-POSITION-CT (RATE-SUB) > ZERO
               MOVE SPACES TO GLT-CAPTION
               STRING 'CURRENCY ' RT-CURRENCY (RATE-SUB)
                   DELIMITED BY SIZE INTO GLT-CAPTION
               END-STRING
               MOVE RT-PRIOR-VALUE (RATE-SUB)     TO GLT-PRIOR-VALUE
               MOVE RT-NEW-VALUE (RATE-SUB)       TO GLT-NEW-VALUE
               MOVE RT-RATE-EFFECT (RATE-SUB)     TO GLT-RATE-EFFECT
               MOVE RT-POSITION-EFFECT (RATE-SUB)
                                              TO GLT-POSITION-EFFECT
               MOVE RT-MTD-RATE-EFFECT (RATE-SUB)
                                              TO GLT-MTD-RATE-EFFECT
               MOVE GAIN-LOSS-TOTAL-LINE TO FX-GAIN-LOSS-LINE
               WRITE FX-GAIN-LOSS-LINE
           END-IF.
      *
       820-WRITE-BRANCH-TOTAL.
           IF BTOT-POSITION-CT (BRANCH-SUB) > ZERO
               COMPUTE TOTAL-BRANCH-CODE = BRANCH-SUB - 1
               PERFORM 825-LOOK-UP-BRANCH-NAME
               MOVE SPACES TO GLT-CAPTION
               STRING TOTAL-BRANCH-CODE ' ' TOTAL-BRANCH-NAME
                   DELIMITED BY SIZE INTO GLT-CAPTION
               END-STRING
               MOVE BTOT-PRIOR-VALUE (BRANCH-SUB) TO GLT-PRIOR-VALUE
               MOVE BTOT-NEW-VALUE (BRANCH-SUB)   TO GLT-NEW-VALUE
               MOVE BTOT-RATE-EFFECT (BRANCH-SUB) TO GLT-RATE-EFFECT
               MOVE BTOT-POSITION-EFFECT (BRANCH-SUB)
                                              TO GLT-POSITION-EFFECT
               MOVE BTOT-MTD-RATE-EFFECT (BRANCH-SUB)
                                              TO GLT-MTD-RATE-EFFECT
               MOVE GAIN-LOSS-TOTAL-LINE TO FX-GAIN-LOSS-LINE
               WRITE FX-GAIN-LOSS-LINE
           END-IF.
      *
       825-LOOK-UP-BRANCH-NAME.
           MOVE SPACES TO TOTAL-BRANCH-NAME
           IF BRANCH-REF-OK
               MOVE TOTAL-BRANCH-CODE TO BR-BRANCH-CODE
               READ BRANCH-FILE
                   INVALID KEY
                       MOVE '(UNKNOWN BRANCH)' TO TOTAL-BRANCH-NAME
                   NOT INVALID KEY
                       MOVE BR-BRANCH-NAME TO TOTAL-BRANCH-NAME
               END-READ
           END-IF.
      *
      ******************************************************************
      * One machine-readable record per run on the common run-history *
           DISPLAY '  RATES LOADED           : ' RATE-COUNT
           DISPLAY '  MASTER RECORDS READ    : ' MASTERS-READ-CT
           DISPLAY '  ACCOUNTS REVALUED      : ' MASTERS-REVALUED-CT
           DISPLAY '  POSITIONS PRICED       : ' POSITIONS-PRICED-CT
           DISPLAY '  REVALUATION MOVEMENTS  : ' MOVEMENTS-WRITTEN-CT
           DISPLAY '  GAIN/LOSS RECORDS      : ' GAIN-LOSS-WRITTEN-CT
           DISPLAY '  ZERO POSITIONS REMOVED : ' POSITIONS-RUN-OFF-CT.
       END PROGRAM REVALUE-FOREX-POSITIONS.
