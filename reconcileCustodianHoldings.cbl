      ******************************************************************
      * Author:      RICK
      * Date:        2026-10-15
      * Purpose:     Reconcile the stock and fund balances on the
      *              customer master against the custodian that holds
      *              the securities.  The custodian's daily holdings
      *              file (COPY CUSTHOLD) is matched to CUSTMAST by
      *              ACCOUNT-NO, STOCK against F-STOCK and FUND against
      *              F-FUND, and every disagreement over the tolerance
      *              is reported as a break: a value break, a holding
      *              at the custodian on an account missing from our
      *              master, or a master balance the custodian holds no
      *              record for.  Breaks are carried from run to run on
      *              the breaks history file (COPY RECNBRK) and aged by
      *              the days they have stayed open; a break that has
      *              agreed again is reported as cleared and dropped.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      *   2026-10-15  RZ  Original program.  Run parameter (PARM) is
      *                   the break tolerance in currency units
      *                   (default 1.00): a class whose master and
      *                   custodian values differ by more is a break.
      *                   A holding on an account missing from the
      *                   master is always a break.  The reconciliation
      *                   date is the as-of date of the first valid
      *                   custodian record; a record for another date,
      *                   or with a bad account, class or value, goes
      *                   to CUSTODIAN-REJECT-FILE.  A break's age is
      *                   the calendar days from the date it was first
      *                   found to this as-of date, counting both.
      *                   RETURN-CODE 8 when a new break is found, 4
      *                   when breaks are only continuing or custodian
      *                   records were rejected, 12 when the breaks
      *                   history file cannot be updated, 16 when the
      *                   custodian file holds nothing to reconcile (no
      *                   break is raised or cleared) or a file cannot
      *                   be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILE-CUSTODIAN-HOLDINGS.
       AUTHOR. RICK.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTODIAN-FILE
               ASSIGN TO "D:\S-CUSTOD"
               FILE STATUS IS CUSH-FILE-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\S-SYSIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NO
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT RECON-BREAK-FILE
               ASSIGN TO "D:\S-RECBRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRKH-KEY
               FILE STATUS IS BRKH-FILE-STATUS.
           SELECT RECON-REPORT-FILE
               ASSIGN TO "D:\S-RECNRP".
           SELECT CUSTODIAN-REJECT-FILE
               ASSIGN TO "D:\S-CUSRJ".
           SELECT SORT-FILE
               ASSIGN TO "D:\S-SRTWK".
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "D:\S-RUNHST".
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTODIAN-FILE
           RECORDING MODE IS F.
           COPY CUSTHOLD.
       FD  CUSTOMER-FILE.
           COPY CUSTMAST.
       FD  RECON-BREAK-FILE.
           COPY RECNBRK.
       FD  RECON-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RECON-REPORT-LINE.
       01  RECON-REPORT-LINE           PIC X(132).
       FD  CUSTODIAN-REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CUSTODIAN-REJECT-LINE.
       01  CUSTODIAN-REJECT-LINE       PIC X(132).
      *
      *    One accepted custodian holding, in account then class order.
       SD  SORT-FILE.
       01  SORT-RECORD.
               05 SRT-ACCOUNT-NO   PIC 9(10).
               05 SRT-ASSET-CLASS  PIC X(06).
                   88  SRT-IS-STOCK       VALUE 'STOCK '.
                   88  SRT-IS-FUND        VALUE 'FUND  '.
               05 SRT-MARKET-VALUE PIC S9(9)V99.
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
           COPY RUNHIST.
       WORKING-STORAGE SECTION.
       01  RECON-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(41)
                   VALUE 'CUSTODIAN HOLDINGS RECONCILIATION - AS OF'.
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 RRH-AS-OF-DATE
                               PIC 9(08).
               05 FILLER       PIC X(13)
                               VALUE '   TOLERANCE '.
               05 RRH-TOLERANCE
                               PIC ZZZ,ZZ9.99.
               05 FILLER       PIC X(49)
                               VALUE SPACES.
       01  RECON-COLUMNS.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(12)
                               VALUE 'ACCOUNT-NO'.
               05 FILLER       PIC X(05)
                               VALUE 'BR'.
               05 FILLER       PIC X(08)
                               VALUE 'CLASS'.
               05 FILLER       PIC X(22)
                               VALUE 'BREAK'.
               05 FILLER       PIC X(17)
                               VALUE '    MASTER VALUE'.
               05 FILLER       PIC X(17)
                               VALUE ' CUSTODIAN VALUE'.
               05 FILLER       PIC X(17)
                               VALUE '      DIFFERENCE'.
               05 FILLER       PIC X(04)
                               VALUE 'DAYS'.
               05 FILLER       PIC X(12)
                               VALUE '  STATUS'.
               05 FILLER       PIC X(16)
                               VALUE SPACES.
       01  RECON-SECTION-LINE.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 RSL-TITLE    PIC X(40).
               05 FILLER       PIC X(90)
                               VALUE SPACES.
       01  RECON-DETAIL.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 RDL-ACCOUNT-NO
                               PIC 9(10).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 RDL-BRANCH   PIC X(03).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 RDL-ASSET-CLASS
                               PIC X(06).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 RDL-BREAK-TYPE
                               PIC X(20).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 RDL-MASTER-VALUE
                               PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 RDL-CUSTODIAN-VALUE
                               PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 RDL-DIFFERENCE
                               PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 RDL-DAYS-OPEN
                               PIC ZZZ9.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 RDL-STATUS   PIC X(10).
               05 FILLER       PIC X(16)
                               VALUE SPACES.
       01  RECON-COUNT-LINE.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 RCL-CAPTION  PIC X(30).
               05 RCL-COUNT    PIC ZZZ,ZZZ,ZZ9.
               05 FILLER       PIC X(89)
                               VALUE SPACES.
       01  RECON-BLANK-LINE    PIC X(132) VALUE SPACES.
       01  CUSTODIAN-REJECT-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(30)
                               VALUE 'CUSTODIAN RECORDS REJECTED'.
               05 FILLER       PIC X(92)
                               VALUE SPACES.
       01  CUSTODIAN-REJECT-DETAIL.
               05 FILLER       PIC X(12)
                               VALUE SPACES.
               05 CREJ-RECORD-NO
                               PIC ZZZ,ZZZ,ZZ9.
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 CREJ-IMAGE   PIC X(50).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 CREJ-REASON  PIC X(30).
               05 FILLER       PIC X(23)
                               VALUE SPACES.
      *
       01  CUSH-FILE-STATUS    PIC XX VALUE SPACES.
       01  CUST-FILE-STATUS    PIC XX VALUE SPACES.
       01  BRKH-FILE-STATUS    PIC XX VALUE SPACES.
       01  CUSTODIAN-EOF-SW    PIC X VALUE 'N'.
           88  CUSTODIAN-AT-EOF     VALUE 'Y'.
       01  MASTER-EOF-SW       PIC X VALUE 'N'.
           88  MASTER-AT-EOF        VALUE 'Y'.
       01  SORT-EOF-SW         PIC X VALUE 'N'.
           88  SORT-AT-EOF          VALUE 'Y'.
       01  GROUP-EOF-SW        PIC X VALUE 'N'.
           88  GROUPS-AT-EOF        VALUE 'Y'.
       01  BREAK-SCAN-EOF-SW   PIC X VALUE 'N'.
           88  BREAK-SCAN-AT-EOF    VALUE 'Y'.
       01  NOTHING-TO-RECONCILE-SW
                               PIC X VALUE 'N'.
           88  NOTHING-TO-RECONCILE VALUE 'Y'.
      *
       01  RUN-PARM            PIC X(80).
       01  TOLERANCE-X         PIC X(15) VALUE SPACES.
       01  TOLERANCE           PIC 9(7)V99 VALUE 1.00.
       01  RECON-AS-OF-DATE    PIC 9(08) VALUE ZERO.
       01  REJECT-REASON       PIC X(30) VALUE SPACES.
      *
      *    The custodian's holdings of one account, summed by class.
       01  GROUP-AREA.
               05 GRP-ACCOUNT-NO   PIC 9(10) VALUE ZERO.
               05 GRP-STOCK        PIC S9(11)V99 VALUE ZERO.
               05 GRP-FUND         PIC S9(11)V99 VALUE ZERO.
               05 GRP-HAS-STOCK-SW PIC X VALUE 'N'.
                   88  GRP-HAS-STOCK      VALUE 'Y'.
               05 GRP-HAS-FUND-SW  PIC X VALUE 'N'.
                   88  GRP-HAS-FUND       VALUE 'Y'.
      *
      *    The one account and class being compared.
       01  COMPARE-AREA.
               05 CMP-ACCOUNT-NO   PIC 9(10) VALUE ZERO.
               05 CMP-BRANCH       PIC X(03) VALUE SPACES.
               05 CMP-ASSET-CLASS  PIC X(06) VALUE SPACES.
               05 CMP-MASTER-VALUE PIC S9(11)V99 VALUE ZERO.
               05 CMP-CUSTODIAN-VALUE
                                   PIC S9(11)V99 VALUE ZERO.
               05 CMP-HAS-CUSTODIAN-SW
                                   PIC X VALUE 'N'.
                   88  CMP-HAS-CUSTODIAN  VALUE 'Y'.
               05 CMP-ON-MASTER-SW PIC X VALUE 'N'.
                   88  CMP-ON-MASTER      VALUE 'Y'.
       01  CMP-DIFFERENCE      PIC S9(11)V99 VALUE ZERO.
       01  BREAK-TYPE          PIC X(01) VALUE SPACE.
       01  BREAK-DAYS-OPEN     PIC S9(07) VALUE ZERO.
       01  BREAK-STATUS        PIC X(10) VALUE SPACES.
      *
       01  RUNH-STAMP.
               05 RUNH-DATE    PIC 9(08) VALUE ZERO.
               05 RUNH-TIME-RAW.
                   10 RUNH-TIME PIC 9(06).
                   10 FILLER   PIC 9(02).
      *
       01  CUSTODIAN-READ-CT   PIC 9(9) COMP VALUE ZERO.
       01  CUSTODIAN-ACCEPTED-CT
                               PIC 9(9) COMP VALUE ZERO.
       01  CUSTODIAN-REJECT-CT PIC 9(9) COMP VALUE ZERO.
       01  MASTERS-READ-CT     PIC 9(9) COMP VALUE ZERO.
       01  CLASSES-AGREED-CT   PIC 9(9) COMP VALUE ZERO.
       01  NEW-BREAK-CT        PIC 9(9) COMP VALUE ZERO.
       01  CONTINUING-BREAK-CT PIC 9(9) COMP VALUE ZERO.
       01  CLEARED-BREAK-CT    PIC 9(9) COMP VALUE ZERO.
       01  VALUE-BREAK-CT      PIC 9(9) COMP VALUE ZERO.
       01  NOT-ON-MASTER-CT    PIC 9(9) COMP VALUE ZERO.
       01  NO-CUSTODIAN-CT     PIC 9(9) COMP VALUE ZERO.
       01  BREAK-FILE-ERROR-CT PIC 9(9) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-RECONCILE-CUSTODIAN-HOLDINGS.
           ACCEPT RUN-PARM FROM COMMAND-LINE
           UNSTRING RUN-PARM DELIMITED BY ','
               INTO TOLERANCE-X
           END-UNSTRING
           IF TOLERANCE-X NOT = SPACES
               COMPUTE TOLERANCE = FUNCTION NUMVAL(TOLERANCE-X)
           END-IF
           OPEN INPUT CUSTODIAN-FILE.
           IF CUSH-FILE-STATUS NOT = '00'
               DISPLAY 'RECONCILE-CUSTODIAN-HOLDINGS: CUSTODIAN-FILE '
                   'OPEN FAILED, FILE STATUS = ' CUSH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF CUST-FILE-STATUS NOT = '00'
               DISPLAY 'RECONCILE-CUSTODIAN-HOLDINGS: CUSTOMER-FILE '
                   'OPEN FAILED, FILE STATUS = ' CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RECON-BREAK-FILE.
           IF BRKH-FILE-STATUS NOT = '00'
               DISPLAY 'RECONCILE-CUSTODIAN-HOLDINGS: RECON-BREAK-FILE'
                   ' OPEN I-O FAILED, FILE STATUS = ' BRKH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RECON-REPORT-FILE
                       CUSTODIAN-REJECT-FILE.
           MOVE CUSTODIAN-REJECT-HEADING TO CUSTODIAN-REJECT-LINE
           WRITE CUSTODIAN-REJECT-LINE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT-NO
               ON ASCENDING KEY SRT-ASSET-CLASS
               INPUT PROCEDURE 100-EDIT-HOLDINGS
               OUTPUT PROCEDURE 300-MATCH-HOLDINGS.
           IF NOT NOTHING-TO-RECONCILE
               PERFORM 500-CLEAR-AGREED-BREAKS
               PERFORM 800-WRITE-REPORT-TOTALS
           END-IF
           PERFORM 900-WRITE-CONTROL-TOTALS.
           CLOSE CUSTODIAN-FILE
                 CUSTOMER-FILE
                 RECON-BREAK-FILE
                 RECON-REPORT-FILE
                 CUSTODIAN-REJECT-FILE.
           EVALUATE TRUE
               WHEN NOTHING-TO-RECONCILE
                   MOVE 16 TO RETURN-CODE
               WHEN BREAK-FILE-ERROR-CT > ZERO
                   MOVE 12 TO RETURN-CODE
               WHEN NEW-BREAK-CT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN CONTINUING-BREAK-CT > ZERO
                       OR CUSTODIAN-REJECT-CT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      ******************************************************************
      * SORT input: edit the custodian's file.  The first good record  *
      * fixes the as-of date being reconciled; any record for another  *
      * date is a stale or misrouted line and is rejected, as is one   *
      * the match could not use.                                       *
      ******************************************************************
       100-EDIT-HOLDINGS.
           PERFORM 110-READ-CUSTODIAN.
           PERFORM 120-EDIT-ONE-HOLDING
               UNTIL CUSTODIAN-AT-EOF.
      *
       110-READ-CUSTODIAN.
           READ CUSTODIAN-FILE
               AT END
                   SET CUSTODIAN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CUSTODIAN-READ-CT
           END-READ.
      *
       120-EDIT-ONE-HOLDING.
           MOVE SPACES TO REJECT-REASON
           EVALUATE TRUE
               WHEN CUSH-ACCOUNT-NO IS NOT NUMERIC
                       OR CUSH-ACCOUNT-NO = ZERO
                   MOVE 'INVALID ACCOUNT NUMBER' TO REJECT-REASON
               WHEN NOT CUSH-CLASS-VALID
                   MOVE 'UNKNOWN ASSET CLASS'    TO REJECT-REASON
               WHEN CUSH-MARKET-VALUE IS NOT NUMERIC
                   MOVE 'MARKET VALUE NOT NUMERIC'
                                                 TO REJECT-REASON
               WHEN CUSH-AS-OF-DATE IS NOT NUMERIC
                       OR CUSH-AS-OF-DATE = ZERO
                   MOVE 'INVALID AS-OF DATE'     TO REJECT-REASON
               WHEN RECON-AS-OF-DATE NOT = ZERO
                       AND CUSH-AS-OF-DATE NOT = RECON-AS-OF-DATE
                   MOVE 'AS-OF DATE DIFFERS'     TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON = SPACES
               IF RECON-AS-OF-DATE = ZERO
                   MOVE CUSH-AS-OF-DATE TO RECON-AS-OF-DATE
               END-IF
               MOVE CUSH-ACCOUNT-NO   TO SRT-ACCOUNT-NO
               MOVE CUSH-ASSET-CLASS  TO SRT-ASSET-CLASS
               MOVE CUSH-MARKET-VALUE TO SRT-MARKET-VALUE
               RELEASE SORT-RECORD
               ADD 1 TO CUSTODIAN-ACCEPTED-CT
           ELSE
               PERFORM 600-WRITE-CUSTODIAN-REJECT
           END-IF
           PERFORM 110-READ-CUSTODIAN.
      *
      ******************************************************************
      * SORT output: match the custodian's accounts against the master *
      * in account order.  Without a single usable custodian record    *
      * every master balance would show as a break, so the match does  *
      * not run at all.                                                *
      ******************************************************************
       300-MATCH-HOLDINGS.
           IF CUSTODIAN-ACCEPTED-CT = ZERO
               SET NOTHING-TO-RECONCILE TO TRUE
               DISPLAY 'RECONCILE-CUSTODIAN-HOLDINGS: NO USABLE '
                   'CUSTODIAN RECORDS - NOTHING RECONCILED'
           ELSE
               MOVE RECON-AS-OF-DATE TO RRH-AS-OF-DATE
               MOVE TOLERANCE        TO RRH-TOLERANCE
               MOVE RECON-HEADING TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               MOVE RECON-COLUMNS TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               MOVE 'OPEN BREAKS' TO RSL-TITLE
               PERFORM 700-WRITE-SECTION-LINE
               PERFORM 305-RETURN-HOLDING
               PERFORM 310-GATHER-ACCOUNT
               PERFORM 315-READ-MASTER
               PERFORM 320-MATCH-ONE-ACCOUNT
                   UNTIL GROUPS-AT-EOF AND MASTER-AT-EOF
           END-IF.
      *
       305-RETURN-HOLDING.
           RETURN SORT-FILE
               AT END
                   SET SORT-AT-EOF TO TRUE
           END-RETURN.
      *
       310-GATHER-ACCOUNT.
           IF SORT-AT-EOF
               SET GROUPS-AT-EOF TO TRUE
           ELSE
               MOVE SRT-ACCOUNT-NO TO GRP-ACCOUNT-NO
               MOVE ZERO TO GRP-STOCK
                            GRP-FUND
               MOVE 'N' TO GRP-HAS-STOCK-SW
                           GRP-HAS-FUND-SW
               PERFORM 312-ADD-ONE-HOLDING
                   UNTIL SORT-AT-EOF
                       OR SRT-ACCOUNT-NO NOT = GRP-ACCOUNT-NO
           END-IF.
      *
       312-ADD-ONE-HOLDING.
           IF SRT-IS-STOCK
               ADD SRT-MARKET-VALUE TO GRP-STOCK
               SET GRP-HAS-STOCK TO TRUE
           ELSE
               ADD SRT-MARKET-VALUE TO GRP-FUND
               SET GRP-HAS-FUND TO TRUE
           END-IF
           PERFORM 305-RETURN-HOLDING.
      *
       315-READ-MASTER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET MASTER-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO MASTERS-READ-CT
           END-READ.
      *
       320-MATCH-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN GROUPS-AT-EOF
                   PERFORM 330-MASTER-ONLY
                   PERFORM 315-READ-MASTER
               WHEN MASTER-AT-EOF
                   PERFORM 340-CUSTODIAN-ONLY
                   PERFORM 310-GATHER-ACCOUNT
               WHEN ACCOUNT-NO < GRP-ACCOUNT-NO
                   PERFORM 330-MASTER-ONLY
                   PERFORM 315-READ-MASTER
               WHEN GRP-ACCOUNT-NO < ACCOUNT-NO
                   PERFORM 340-CUSTODIAN-ONLY
                   PERFORM 310-GATHER-ACCOUNT
               WHEN OTHER
                   PERFORM 350-MATCHED-ACCOUNT
                   PERFORM 315-READ-MASTER
                   PERFORM 310-GATHER-ACCOUNT
           END-EVALUATE.
      *
      ******************************************************************
      * A master account the custodian sent nothing for: any stock or  *
      * fund balance on it is unsupported.                             *
      ******************************************************************
       330-MASTER-ONLY.
           MOVE ACCOUNT-NO  TO CMP-ACCOUNT-NO
           MOVE BRANCH-CODE TO CMP-BRANCH
           SET CMP-ON-MASTER TO TRUE
           MOVE 'N' TO CMP-HAS-CUSTODIAN-SW
           MOVE ZERO TO CMP-CUSTODIAN-VALUE
           MOVE 'STOCK '    TO CMP-ASSET-CLASS
           MOVE F-STOCK     TO CMP-MASTER-VALUE
           PERFORM 360-COMPARE-CLASS
           MOVE 'FUND  '    TO CMP-ASSET-CLASS
           MOVE F-FUND      TO CMP-MASTER-VALUE
           PERFORM 360-COMPARE-CLASS.
      *
      ******************************************************************
      * Holdings at the custodian on an account our master does not    *
      * have - always a break, whatever the value.                     *
      ******************************************************************
       340-CUSTODIAN-ONLY.
           MOVE GRP-ACCOUNT-NO TO CMP-ACCOUNT-NO
           MOVE SPACES TO CMP-BRANCH
           MOVE 'N' TO CMP-ON-MASTER-SW
           SET CMP-HAS-CUSTODIAN TO TRUE
           MOVE ZERO TO CMP-MASTER-VALUE
           IF GRP-HAS-STOCK
               MOVE 'STOCK '  TO CMP-ASSET-CLASS
               MOVE GRP-STOCK TO CMP-CUSTODIAN-VALUE
               PERFORM 360-COMPARE-CLASS
           END-IF
           IF GRP-HAS-FUND
               MOVE 'FUND  '  TO CMP-ASSET-CLASS
               MOVE GRP-FUND  TO CMP-CUSTODIAN-VALUE
               PERFORM 360-COMPARE-CLASS
           END-IF.
      *
       350-MATCHED-ACCOUNT.
           MOVE ACCOUNT-NO  TO CMP-ACCOUNT-NO
           MOVE BRANCH-CODE TO CMP-BRANCH
           SET CMP-ON-MASTER TO TRUE
           MOVE 'STOCK '    TO CMP-ASSET-CLASS
           MOVE F-STOCK     TO CMP-MASTER-VALUE
           MOVE GRP-STOCK   TO CMP-CUSTODIAN-VALUE
           MOVE GRP-HAS-STOCK-SW TO CMP-HAS-CUSTODIAN-SW
           PERFORM 360-COMPARE-CLASS
           MOVE 'FUND  '    TO CMP-ASSET-CLASS
           MOVE F-FUND      TO CMP-MASTER-VALUE
           MOVE GRP-FUND    TO CMP-CUSTODIAN-VALUE
           MOVE GRP-HAS-FUND-SW TO CMP-HAS-CUSTODIAN-SW
           PERFORM 360-COMPARE-CLASS.
      *
       360-COMPARE-CLASS.
           COMPUTE CMP-DIFFERENCE =
               CMP-MASTER-VALUE - CMP-CUSTODIAN-VALUE
           EVALUATE TRUE
               WHEN NOT CMP-ON-MASTER
                   MOVE 'C' TO BREAK-TYPE
                   ADD 1 TO NOT-ON-MASTER-CT
                   PERFORM 400-RECORD-BREAK
               WHEN CMP-DIFFERENCE NOT > TOLERANCE
                       AND CMP-DIFFERENCE NOT < ZERO - TOLERANCE
                   ADD 1 TO CLASSES-AGREED-CT
               WHEN NOT CMP-HAS-CUSTODIAN
                   MOVE 'M' TO BREAK-TYPE
                   ADD 1 TO NO-CUSTODIAN-CT
                   PERFORM 400-RECORD-BREAK
               WHEN OTHER
                   MOVE 'V' TO BREAK-TYPE
                   ADD 1 TO VALUE-BREAK-CT
                   PERFORM 400-RECORD-BREAK
           END-EVALUATE.
      *
      ******************************************************************
      * Carry the break on the history file.  One already open keeps   *
      * the date it was first found, so its age grows run by run; a    *
      * rerun for the same as-of date still reports a break first      *
      * found that day as new.                                         *
      ******************************************************************
       400-RECORD-BREAK.
           MOVE CMP-ACCOUNT-NO  TO BRKH-ACCOUNT-NO
           MOVE CMP-ASSET-CLASS TO BRKH-ASSET-CLASS
           READ RECON-BREAK-FILE
               INVALID KEY
                   PERFORM 410-WRITE-NEW-BREAK
               NOT INVALID KEY
                   PERFORM 420-REWRITE-OPEN-BREAK
           END-READ
           COMPUTE BREAK-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(RECON-AS-OF-DATE)
               - FUNCTION INTEGER-OF-DATE(BRKH-FIRST-DATE) + 1
           IF BREAK-DAYS-OPEN < 1
               MOVE 1 TO BREAK-DAYS-OPEN
           END-IF
           MOVE CMP-BRANCH TO RDL-BRANCH
           PERFORM 710-WRITE-BREAK-LINE.
      *
       410-WRITE-NEW-BREAK.
           MOVE SPACES TO BRKH-RECORD
           MOVE CMP-ACCOUNT-NO  TO BRKH-ACCOUNT-NO
           MOVE CMP-ASSET-CLASS TO BRKH-ASSET-CLASS
           MOVE RECON-AS-OF-DATE TO BRKH-FIRST-DATE
           PERFORM 430-MOVE-BREAK-VALUES
           WRITE BRKH-RECORD
               INVALID KEY
                   DISPLAY 'RECONCILE-CUSTODIAN-HOLDINGS: BREAK '
                       BRKH-KEY ' NOT WRITTEN, FILE STATUS = '
                       BRKH-FILE-STATUS
                   ADD 1 TO BREAK-FILE-ERROR-CT
           END-WRITE
           MOVE 'NEW' TO BREAK-STATUS
           ADD 1 TO NEW-BREAK-CT.
      *
       420-REWRITE-OPEN-BREAK.
           PERFORM 430-MOVE-BREAK-VALUES
           REWRITE BRKH-RECORD
               INVALID KEY
                   DISPLAY 'RECONCILE-CUSTODIAN-HOLDINGS: BREAK '
                       BRKH-KEY ' NOT REWRITTEN, FILE STATUS = '
                       BRKH-FILE-STATUS
                   ADD 1 TO BREAK-FILE-ERROR-CT
           END-REWRITE
           IF BRKH-FIRST-DATE NOT < RECON-AS-OF-DATE
               MOVE 'NEW' TO BREAK-STATUS
               ADD 1 TO NEW-BREAK-CT
           ELSE
               MOVE 'CONTINUING' TO BREAK-STATUS
               ADD 1 TO CONTINUING-BREAK-CT
           END-IF.
      *
       430-MOVE-BREAK-VALUES.
           MOVE BREAK-TYPE          TO BRKH-BREAK-TYPE
           MOVE RECON-AS-OF-DATE    TO BRKH-LAST-DATE
           MOVE CMP-MASTER-VALUE    TO BRKH-MASTER-VALUE
           MOVE CMP-CUSTODIAN-VALUE TO BRKH-CUSTODIAN-VALUE
           MOVE CMP-DIFFERENCE      TO BRKH-DIFFERENCE.
      *
      ******************************************************************
      * Every break on the history file that was not seen again on     *
      * this as-of date now agrees: report it as cleared, with its     *
      * last known values and the days it stayed open, and drop it.    *
      ******************************************************************
       500-CLEAR-AGREED-BREAKS.
           MOVE RECON-BLANK-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE 'BREAKS CLEARED SINCE LAST RUN' TO RSL-TITLE
           PERFORM 700-WRITE-SECTION-LINE
           MOVE ZERO       TO BRKH-ACCOUNT-NO
           MOVE LOW-VALUES TO BRKH-ASSET-CLASS
           START RECON-BREAK-FILE KEY NOT LESS THAN BRKH-KEY
               INVALID KEY
                   SET BREAK-SCAN-AT-EOF TO TRUE
           END-START
           IF NOT BREAK-SCAN-AT-EOF
               PERFORM 510-READ-NEXT-BREAK
               PERFORM 520-CHECK-ONE-BREAK
                   UNTIL BREAK-SCAN-AT-EOF
           END-IF.
      *
       510-READ-NEXT-BREAK.
           READ RECON-BREAK-FILE NEXT RECORD
               AT END
                   SET BREAK-SCAN-AT-EOF TO TRUE
           END-READ.
      *
       520-CHECK-ONE-BREAK.
           IF BRKH-LAST-DATE < RECON-AS-OF-DATE
               COMPUTE BREAK-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(BRKH-LAST-DATE)
                   - FUNCTION INTEGER-OF-DATE(BRKH-FIRST-DATE) + 1
               MOVE BRKH-BREAK-TYPE TO BREAK-TYPE
               MOVE BRKH-ACCOUNT-NO TO CMP-ACCOUNT-NO
               MOVE BRKH-ASSET-CLASS TO CMP-ASSET-CLASS
               MOVE BRKH-MASTER-VALUE TO CMP-MASTER-VALUE
               MOVE BRKH-CUSTODIAN-VALUE TO CMP-CUSTODIAN-VALUE
               MOVE BRKH-DIFFERENCE TO CMP-DIFFERENCE
               MOVE 'CLEARED' TO BREAK-STATUS
               MOVE SPACES TO RDL-BRANCH
               PERFORM 710-WRITE-BREAK-LINE
               DELETE RECON-BREAK-FILE RECORD
               ADD 1 TO CLEARED-BREAK-CT
           END-IF
           PERFORM 510-READ-NEXT-BREAK.
      *
       600-WRITE-CUSTODIAN-REJECT.
           ADD 1 TO CUSTODIAN-REJECT-CT
           MOVE CUSTODIAN-READ-CT TO CREJ-RECORD-NO
           MOVE CUSH-RECORD       TO CREJ-IMAGE
           MOVE REJECT-REASON     TO CREJ-REASON
           MOVE CUSTODIAN-REJECT-DETAIL TO CUSTODIAN-REJECT-LINE
           WRITE CUSTODIAN-REJECT-LINE.
      *
       700-WRITE-SECTION-LINE.
           MOVE RECON-SECTION-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.
      *
       710-WRITE-BREAK-LINE.
           MOVE CMP-ACCOUNT-NO      TO RDL-ACCOUNT-NO
           MOVE CMP-ASSET-CLASS     TO RDL-ASSET-CLASS
           EVALUATE BREAK-TYPE
               WHEN 'V'
                   MOVE 'VALUE BREAK'         TO RDL-BREAK-TYPE
               WHEN 'C'
                   MOVE 'NOT ON OUR MASTER'   TO RDL-BREAK-TYPE
               WHEN 'M'
                   MOVE 'NO CUSTODIAN RECORD' TO RDL-BREAK-TYPE
               WHEN OTHER
                   MOVE SPACES                TO RDL-BREAK-TYPE
           END-EVALUATE
           MOVE CMP-MASTER-VALUE    TO RDL-MASTER-VALUE
           MOVE CMP-CUSTODIAN-VALUE TO RDL-CUSTODIAN-VALUE
           MOVE CMP-DIFFERENCE      TO RDL-DIFFERENCE
           MOVE BREAK-DAYS-OPEN     TO RDL-DAYS-OPEN
           MOVE BREAK-STATUS        TO RDL-STATUS
           MOVE RECON-DETAIL TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.
      *
       800-WRITE-REPORT-TOTALS.
           MOVE RECON-BLANK-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE 'NEW BREAKS'          TO RCL-CAPTION
           MOVE NEW-BREAK-CT          TO RCL-COUNT
           PERFORM 810-WRITE-COUNT-LINE
           MOVE 'CONTINUING BREAKS'   TO RCL-CAPTION
           MOVE CONTINUING-BREAK-CT   TO RCL-COUNT
           PERFORM 810-WRITE-COUNT-LINE
           MOVE 'BREAKS CLEARED'      TO RCL-CAPTION
           MOVE CLEARED-BREAK-CT      TO RCL-COUNT
           PERFORM 810-WRITE-COUNT-LINE
           MOVE 'CLASSES IN AGREEMENT' TO RCL-CAPTION
           MOVE CLASSES-AGREED-CT     TO RCL-COUNT
           PERFORM 810-WRITE-COUNT-LINE.
      *
       810-WRITE-COUNT-LINE.
           MOVE RECON-COUNT-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.
      *
       900-WRITE-CONTROL-TOTALS.
           DISPLAY 'RECONCILE-CUSTODIAN-HOLDINGS CONTROL TOTALS'
           DISPLAY '  AS-OF DATE             : ' RECON-AS-OF-DATE
           DISPLAY '  CUSTODIAN RECORDS READ : ' CUSTODIAN-READ-CT
           DISPLAY '  CUSTODIAN ACCEPTED     : ' CUSTODIAN-ACCEPTED-CT
           DISPLAY '  CUSTODIAN REJECTED     : ' CUSTODIAN-REJECT-CT
           DISPLAY '  MASTER RECORDS READ    : ' MASTERS-READ-CT
           DISPLAY '  CLASSES IN AGREEMENT   : ' CLASSES-AGREED-CT
           DISPLAY '  VALUE BREAKS           : ' VALUE-BREAK-CT
           DISPLAY '  NOT ON OUR MASTER      : ' NOT-ON-MASTER-CT
           DISPLAY '  NO CUSTODIAN RECORD    : ' NO-CUSTODIAN-CT
           DISPLAY '  NEW BREAKS             : ' NEW-BREAK-CT
           DISPLAY '  CONTINUING BREAKS      : ' CONTINUING-BREAK-CT
           DISPLAY '  BREAKS CLEARED         : ' CLEARED-BREAK-CT.
      *
       950-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           ACCEPT RUNH-DATE FROM DATE YYYYMMDD
           ACCEPT RUNH-TIME-RAW FROM TIME
           MOVE RUNH-DATE   TO RUNH-RUN-DATE
           MOVE RUNH-TIME   TO RUNH-RUN-TIME
           MOVE 'RECONCILE-CUSTODIAN-HOLDINGS'
                            TO RUNH-PROGRAM-ID
           MOVE RETURN-CODE TO RUNH-RETURN-CODE
           MOVE CUSTODIAN-READ-CT   TO RUNH-RECORDS-READ
           COMPUTE RUNH-RECORDS-WRITTEN =
               NEW-BREAK-CT + CONTINUING-BREAK-CT
           MOVE CUSTODIAN-REJECT-CT TO RUNH-RECORDS-REJECTED
           MOVE ZERO        TO RUNH-HASH-TOTAL
           WRITE RUNH-RECORD
           CLOSE RUN-HISTORY-FILE.
       END PROGRAM RECONCILE-CUSTODIAN-HOLDINGS.
