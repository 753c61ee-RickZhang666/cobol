      ******************************************************************
      * Author:      RICK
      * Date:        2026-10-15
      * Purpose:     Consolidated client relationship report.  Every
      *              household on the relationship file (COPY RELSHIP)
      *              is listed with its member accounts - role, branch
      *              and PRI-FINANCE balances of each - the household's
      *              combined category totals and net worth, and its
      *              FX positions combined by currency, ranked by
      *              combined net worth so a family whose money is
      *              spread over several accounts shows up where it
      *              belongs among the bank's largest clients.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      *   2026-10-15  RZ  Original program.  Households are ranked
      *                   highest combined net worth first (ties in
      *                   relationship ID order); the members print in
      *                   account order under each.  A member account
      *                   no longer on the customer master (purged
      *                   since it was linked) is listed as NOT ON
      *                   MASTER and adds nothing to the totals; a
      *                   household without a primary account is
      *                   listed with (NO PRIMARY).  Either gives
      *                   RETURN-CODE 4 so the relationship file is
      *                   tidied through MAINTAIN-RELATIONSHIP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-RELATIONSHIP-WORTH.
       AUTHOR. RICK.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATION-FILE
               ASSIGN TO "D:\S-RELSHP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RELN-KEY
               FILE STATUS IS RELATION-FILE-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\S-SYSIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NO
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT POSITION-FILE
               ASSIGN TO "D:\S-FXPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXPOS-KEY
               FILE STATUS IS POS-FILE-STATUS.
           SELECT RELATION-REPORT-FILE
               ASSIGN TO "D:\S-RELRPT".
           SELECT SORT-FILE
               ASSIGN TO "D:\S-SRTWK".
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "D:\S-RUNHST".
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RELATION-FILE.
           COPY RELSHIP.
       FD  CUSTOMER-FILE.
           COPY CUSTMAST.
       FD  POSITION-FILE.
           COPY FXPOSIT.
       FD  RELATION-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RELATION-REPORT-LINE.
       01  RELATION-REPORT-LINE        PIC X(132).
      *
      *    One household, totalled, for ranking.
       SD  SORT-FILE.
       01  SORT-RECORD.
               05 SRT-NET-WORTH    PIC S9(11)V99.
               05 SRT-RELATIONSHIP-ID
                                   PIC 9(08).
               05 SRT-PRIMARY-NAME PIC X(20).
               05 SRT-MEMBER-CT    PIC 9(03).
               05 SRT-BRANCH-CT    PIC 9(03).
               05 SRT-F-SALARY     PIC S9(11)V99.
               05 SRT-F-STOCK      PIC S9(11)V99.
               05 SRT-F-FUND       PIC S9(11)V99.
               05 SRT-F-FOREX      PIC S9(11)V99.
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
           COPY RUNHIST.
       WORKING-STORAGE SECTION.
       01  RELATION-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(44)
                   VALUE 'CLIENT RELATIONSHIPS BY COMBINED NET WORTH'.
               05 FILLER       PIC X(78)
                               VALUE SPACES.
       01  RELATION-COLUMNS.
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 FILLER       PIC X(11)
                               VALUE 'ACCOUNT-NO'.
               05 FILLER       PIC X(10)
                               VALUE 'ROLE'.
               05 FILLER       PIC X(21)
                               VALUE 'CLIENT NAME'.
               05 FILLER       PIC X(04)
                               VALUE 'BR'.
               05 FILLER       PIC X(01)
                               VALUE 'S'.
               05 FILLER       PIC X(16)
                               VALUE '          SALARY'.
               05 FILLER       PIC X(16)
                               VALUE '           STOCK'.
               05 FILLER       PIC X(16)
                               VALUE '            FUND'.
               05 FILLER       PIC X(16)
                               VALUE '           FOREX'.
               05 FILLER       PIC X(18)
                               VALUE '       NET WORTH'.
       01  RELATION-HOUSEHOLD-LINE.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(05)
                               VALUE 'RANK '.
               05 RHL-RANK     PIC ZZZZ9.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(13)
                               VALUE 'RELATIONSHIP '.
               05 RHL-RELATIONSHIP-ID
                               PIC 9(08).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(08)
                               VALUE 'PRIMARY '.
               05 RHL-PRIMARY-NAME
                               PIC X(20).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(08)
                               VALUE 'MEMBERS '.
               05 RHL-MEMBER-CT
                               PIC ZZ9.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(09)
                               VALUE 'BRANCHES '.
               05 RHL-BRANCH-CT
                               PIC ZZ9.
               05 FILLER       PIC X(40)
                               VALUE SPACES.
       01  RELATION-MEMBER-LINE.
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 RML-ACCOUNT-NO
                               PIC 9(10).
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 RML-ROLE     PIC X(09).
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 RML-NAME     PIC X(20).
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 RML-BRANCH   PIC X(03).
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 RML-STATUS   PIC X(01).
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 RML-F-SALARY PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 RML-F-STOCK  PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 RML-F-FUND   PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 RML-F-FOREX  PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 RML-NET-WORTH
                               PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  RELATION-TOTAL-LINE.
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 RTL-CAPTION  PIC X(47).
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 RTL-F-SALARY PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 RTL-F-STOCK  PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 RTL-F-FUND   PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 RTL-F-FOREX  PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 RTL-NET-WORTH
                               PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  RELATION-FX-LINE.
               05 FILLER       PIC X(24)
                               VALUE SPACES.
               05 FILLER       PIC X(12)
                               VALUE 'FX POSITION '.
               05 RFX-CURRENCY PIC X(03).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 RFX-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(75)
                               VALUE SPACES.
       01  RELATION-BLANK-LINE PIC X(132) VALUE SPACES.
      *
       01  RELATION-FILE-STATUS
                               PIC XX VALUE SPACES.
       01  CUST-FILE-STATUS    PIC XX VALUE SPACES.
       01  POS-FILE-STATUS     PIC XX VALUE SPACES.
       01  RELATION-EOF-SW     PIC X VALUE 'N'.
           88  RELATION-AT-EOF      VALUE 'Y'.
       01  MEMBER-SCAN-EOF-SW  PIC X VALUE 'N'.
           88  MEMBER-SCAN-AT-EOF   VALUE 'Y'.
       01  POS-SCAN-EOF-SW     PIC X VALUE 'N'.
           88  POS-SCAN-AT-EOF      VALUE 'Y'.
       01  SORT-EOF-SW         PIC X VALUE 'N'.
           88  SORT-AT-EOF          VALUE 'Y'.
       01  MEMBER-FOUND-SW     PIC X VALUE 'N'.
           88  MEMBER-FOUND         VALUE 'Y'.
       01  BRANCH-SEEN-SW      PIC X VALUE 'N'.
           88  BRANCH-ALREADY-SEEN  VALUE 'Y'.
       01  CURRENCY-FOUND-SW   PIC X VALUE 'N'.
           88  CURRENCY-FOUND       VALUE 'Y'.
      *
       01  CURRENT-RELATIONSHIP-ID
                               PIC 9(08) VALUE ZERO.
       01  MEMBER-NET-WORTH    PIC S9(11)V99 VALUE ZERO.
       01  HOUSEHOLD-RANK      PIC 9(05) VALUE ZERO.
      *
      *    Distinct branches of the household being totalled.
       01  BRANCH-SEEN-MAX     PIC 9(3) COMP VALUE 50.
       01  BRANCH-SEEN-COUNT   PIC 9(3) COMP VALUE ZERO.
       01  BRANCH-SEEN-TABLE.
               05 BRANCH-SEEN-CODE PIC 9(03) OCCURS 50 TIMES.
       77  BRANCH-SEEN-SUB     PIC 9(3) COMP VALUE ZERO.
      *
      *    FX positions of the household being printed, by currency.
       01  CURRENCY-MAX        PIC 9(3) COMP VALUE 30.
       01  CURRENCY-COUNT      PIC 9(3) COMP VALUE ZERO.
       01  CURRENCY-TABLE.
               05 CURRENCY-ENTRY OCCURS 30 TIMES.
                   10 CT-CURRENCY  PIC X(03).
                   10 CT-AMOUNT    PIC S9(11)V99.
       77  CURRENCY-SUB        PIC 9(3) COMP VALUE ZERO.
      *
       01  GRAND-TOTALS.
               05 GT-F-SALARY  PIC S9(11)V99 VALUE ZERO.
               05 GT-F-STOCK   PIC S9(11)V99 VALUE ZERO.
               05 GT-F-FUND    PIC S9(11)V99 VALUE ZERO.
               05 GT-F-FOREX   PIC S9(11)V99 VALUE ZERO.
               05 GT-NET-WORTH PIC S9(11)V99 VALUE ZERO.
      *
       01  RUNH-STAMP.
               05 RUNH-DATE    PIC 9(08) VALUE ZERO.
               05 RUNH-TIME-RAW.
                   10 RUNH-TIME PIC 9(06).
                   10 FILLER   PIC 9(02).
      *
       01  MEMBERS-READ-CT     PIC 9(9) COMP VALUE ZERO.
       01  HOUSEHOLDS-CT       PIC 9(9) COMP VALUE ZERO.
       01  MEMBERS-MISSING-CT  PIC 9(9) COMP VALUE ZERO.
       01  NO-PRIMARY-CT       PIC 9(9) COMP VALUE ZERO.
       01  CURRENCY-OVERFLOW-CT
                               PIC 9(9) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-REPORT-RELATIONSHIP-WORTH.
           OPEN INPUT RELATION-FILE.
           IF RELATION-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT-RELATIONSHIP-WORTH: RELATION-FILE OPEN '
                   'FAILED, FILE STATUS = ' RELATION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF CUST-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT-RELATIONSHIP-WORTH: CUSTOMER-FILE OPEN '
                   'FAILED, FILE STATUS = ' CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT POSITION-FILE.
           IF POS-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT-RELATIONSHIP-WORTH: POSITION-FILE OPEN '
                   'FAILED, FILE STATUS = ' POS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATION-REPORT-FILE.
           MOVE RELATION-HEADING TO RELATION-REPORT-LINE
           WRITE RELATION-REPORT-LINE
           MOVE RELATION-COLUMNS TO RELATION-REPORT-LINE
           WRITE RELATION-REPORT-LINE
           SORT SORT-FILE
               ON DESCENDING KEY SRT-NET-WORTH
               ON ASCENDING KEY SRT-RELATIONSHIP-ID
               INPUT PROCEDURE 100-TOTAL-HOUSEHOLDS
               OUTPUT PROCEDURE 300-PRINT-HOUSEHOLDS.
           PERFORM 800-WRITE-GRAND-TOTALS.
           PERFORM 900-WRITE-CONTROL-TOTALS.
           CLOSE RELATION-FILE
                 CUSTOMER-FILE
                 POSITION-FILE
                 RELATION-REPORT-FILE.
           IF MEMBERS-MISSING-CT > ZERO
                   OR NO-PRIMARY-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.
      *
      ******************************************************************
      * SORT input: the relationship file in key order delivers each   *
      * household's members together; total each household's          *
      * balances from the master and release it for ranking.           *
      ******************************************************************
       100-TOTAL-HOUSEHOLDS.
           PERFORM 110-READ-RELATION.
           PERFORM 120-TOTAL-ONE-HOUSEHOLD
               UNTIL RELATION-AT-EOF.
      *
       110-READ-RELATION.
           READ RELATION-FILE NEXT RECORD
               AT END
                   SET RELATION-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO MEMBERS-READ-CT
           END-READ.
      *
       120-TOTAL-ONE-HOUSEHOLD.
           MOVE RELN-RELATIONSHIP-ID TO CURRENT-RELATIONSHIP-ID
           MOVE ZERO TO SRT-NET-WORTH
                        SRT-MEMBER-CT
                        SRT-F-SALARY
                        SRT-F-STOCK
                        SRT-F-FUND
                        SRT-F-FOREX
                        BRANCH-SEEN-COUNT
           MOVE '(NO PRIMARY)' TO SRT-PRIMARY-NAME
           MOVE CURRENT-RELATIONSHIP-ID TO SRT-RELATIONSHIP-ID
           PERFORM 130-TOTAL-ONE-MEMBER
               UNTIL RELATION-AT-EOF
                   OR RELN-RELATIONSHIP-ID
                       NOT = CURRENT-RELATIONSHIP-ID
           MOVE BRANCH-SEEN-COUNT TO SRT-BRANCH-CT
           COMPUTE SRT-NET-WORTH = SRT-F-SALARY + SRT-F-STOCK
               + SRT-F-FUND + SRT-F-FOREX
           RELEASE SORT-RECORD
           ADD 1 TO HOUSEHOLDS-CT.
      *
       130-TOTAL-ONE-MEMBER.
           ADD 1 TO SRT-MEMBER-CT
           MOVE RELN-ACCOUNT-NO TO ACCOUNT-NO
           READ CUSTOMER-FILE
               INVALID KEY
                   IF RELN-IS-PRIMARY
                       MOVE '(NOT ON MASTER)' TO SRT-PRIMARY-NAME
                   END-IF
               NOT INVALID KEY
                   ADD F-SALARY TO SRT-F-SALARY
                   ADD F-STOCK  TO SRT-F-STOCK
                   ADD F-FUND   TO SRT-F-FUND
                   ADD F-FOREX  TO SRT-F-FOREX
                   IF RELN-IS-PRIMARY
                       MOVE CLINENT-NAME TO SRT-PRIMARY-NAME
                   END-IF
                   PERFORM 140-COUNT-BRANCH
           END-READ
           PERFORM 110-READ-RELATION.
      *
       140-COUNT-BRANCH.
           MOVE 'N' TO BRANCH-SEEN-SW
           PERFORM 145-CHECK-ONE-BRANCH
               VARYING BRANCH-SEEN-SUB FROM 1 BY 1
               UNTIL BRANCH-SEEN-SUB > BRANCH-SEEN-COUNT
           IF NOT BRANCH-ALREADY-SEEN
                   AND BRANCH-SEEN-COUNT < BRANCH-SEEN-MAX
               ADD 1 TO BRANCH-SEEN-COUNT
               MOVE BRANCH-CODE TO BRANCH-SEEN-CODE (BRANCH-SEEN-COUNT)
           END-IF.
      *
       145-CHECK-ONE-BRANCH.
           IF BRANCH-SEEN-CODE (BRANCH-SEEN-SUB) = BRANCH-CODE
               SET BRANCH-ALREADY-SEEN TO TRUE
           END-IF.
      *
      ******************************************************************
      * SORT output: households richest first.  Each one's members are *
      * read back from the relationship file and printed with their    *
      * own balances, then the household totals and its FX positions   *
      * combined by currency.                                          *
      ******************************************************************
       300-PRINT-HOUSEHOLDS.
           PERFORM 305-RETURN-HOUSEHOLD.
           PERFORM 310-PRINT-ONE-HOUSEHOLD
               UNTIL SORT-AT-EOF.
      *
       305-RETURN-HOUSEHOLD.
           RETURN SORT-FILE
               AT END
                   SET SORT-AT-EOF TO TRUE
           END-RETURN.
      *
       310-PRINT-ONE-HOUSEHOLD.
           ADD 1 TO HOUSEHOLD-RANK
           IF SRT-PRIMARY-NAME = '(NO PRIMARY)'
               ADD 1 TO NO-PRIMARY-CT
           END-IF
           MOVE HOUSEHOLD-RANK      TO RHL-RANK
           MOVE SRT-RELATIONSHIP-ID TO RHL-RELATIONSHIP-ID
           MOVE SRT-PRIMARY-NAME    TO RHL-PRIMARY-NAME
           MOVE SRT-MEMBER-CT       TO RHL-MEMBER-CT
           MOVE SRT-BRANCH-CT       TO RHL-BRANCH-CT
           MOVE RELATION-BLANK-LINE TO RELATION-REPORT-LINE
           WRITE RELATION-REPORT-LINE
           MOVE RELATION-HOUSEHOLD-LINE TO RELATION-REPORT-LINE
           WRITE RELATION-REPORT-LINE
           MOVE ZERO TO CURRENCY-COUNT
           MOVE 'N' TO MEMBER-SCAN-EOF-SW
           MOVE SRT-RELATIONSHIP-ID TO RELN-RELATIONSHIP-ID
           MOVE ZERO                TO RELN-ACCOUNT-NO
           START RELATION-FILE KEY NOT LESS THAN RELN-KEY
               INVALID KEY
                   SET MEMBER-SCAN-AT-EOF TO TRUE
           END-START
           IF NOT MEMBER-SCAN-AT-EOF
               PERFORM 320-READ-NEXT-MEMBER
               PERFORM 330-PRINT-ONE-MEMBER
                   UNTIL MEMBER-SCAN-AT-EOF
           END-IF
           MOVE 'HOUSEHOLD COMBINED' TO RTL-CAPTION
           MOVE SRT-F-SALARY  TO RTL-F-SALARY
           MOVE SRT-F-STOCK   TO RTL-F-STOCK
           MOVE SRT-F-FUND    TO RTL-F-FUND
           MOVE SRT-F-FOREX   TO RTL-F-FOREX
           MOVE SRT-NET-WORTH TO RTL-NET-WORTH
           MOVE RELATION-TOTAL-LINE TO RELATION-REPORT-LINE
           WRITE RELATION-REPORT-LINE
           PERFORM 370-WRITE-ONE-CURRENCY
               VARYING CURRENCY-SUB FROM 1 BY 1
               UNTIL CURRENCY-SUB > CURRENCY-COUNT
           ADD SRT-F-SALARY  TO GT-F-SALARY
           ADD SRT-F-STOCK   TO GT-F-STOCK
           ADD SRT-F-FUND    TO GT-F-FUND
           ADD SRT-F-FOREX   TO GT-F-FOREX
           ADD SRT-NET-WORTH TO GT-NET-WORTH
           PERFORM 305-RETURN-HOUSEHOLD.
      *
       320-READ-NEXT-MEMBER.
           READ RELATION-FILE NEXT RECORD
               AT END
                   SET MEMBER-SCAN-AT-EOF TO TRUE
               NOT AT END
                   IF RELN-RELATIONSHIP-ID NOT = SRT-RELATIONSHIP-ID
                       SET MEMBER-SCAN-AT-EOF TO TRUE
                   END-IF
           END-READ.
      *
       330-PRINT-ONE-MEMBER.
           MOVE RELN-ACCOUNT-NO TO RML-ACCOUNT-NO
           EVALUATE TRUE
               WHEN RELN-IS-PRIMARY
                   MOVE 'PRIMARY'   TO RML-ROLE
               WHEN RELN-IS-JOINT
                   MOVE 'JOINT'     TO RML-ROLE
               WHEN RELN-IS-TRUST
                   MOVE 'TRUST'     TO RML-ROLE
               WHEN RELN-IS-CORPORATE
                   MOVE 'CORPORATE' TO RML-ROLE
               WHEN OTHER
                   MOVE RELN-ROLE   TO RML-ROLE
           END-EVALUATE
           MOVE 'N' TO MEMBER-FOUND-SW
           MOVE RELN-ACCOUNT-NO TO ACCOUNT-NO
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MEMBER-FOUND TO TRUE
           END-READ
           IF MEMBER-FOUND
               MOVE CLINENT-NAME TO RML-NAME
               MOVE BRANCH-CODE  TO RML-BRANCH
               MOVE ACCT-STATUS  TO RML-STATUS
               MOVE F-SALARY     TO RML-F-SALARY
               MOVE F-STOCK      TO RML-F-STOCK
               MOVE F-FUND       TO RML-F-FUND
               MOVE F-FOREX      TO RML-F-FOREX
               COMPUTE MEMBER-NET-WORTH =
                   F-SALARY + F-STOCK + F-FUND + F-FOREX
               MOVE MEMBER-NET-WORTH TO RML-NET-WORTH
               PERFORM 340-ADD-MEMBER-POSITIONS
           ELSE
               ADD 1 TO MEMBERS-MISSING-CT
               MOVE '(NOT ON MASTER)' TO RML-NAME
               MOVE SPACES TO RML-BRANCH
                              RML-STATUS
               MOVE ZERO   TO RML-F-SALARY
                              RML-F-STOCK
                              RML-F-FUND
                              RML-F-FOREX
                              RML-NET-WORTH
           END-IF
           MOVE RELATION-MEMBER-LINE TO RELATION-REPORT-LINE
           WRITE RELATION-REPORT-LINE
           PERFORM 320-READ-NEXT-MEMBER.
      *
      ******************************************************************
      * The member's position records, keyed to the account, added    *
      * into the household's currency table.                           *
      ******************************************************************
       340-ADD-MEMBER-POSITIONS.
           MOVE 'N' TO POS-SCAN-EOF-SW
           MOVE ACCOUNT-NO TO FXPOS-ACCOUNT-NO
           MOVE LOW-VALUES TO FXPOS-CURRENCY
           START POSITION-FILE KEY NOT LESS THAN FXPOS-KEY
               INVALID KEY
                   SET POS-SCAN-AT-EOF TO TRUE
           END-START
           IF NOT POS-SCAN-AT-EOF
               PERFORM 345-READ-NEXT-POSITION
               PERFORM 350-ADD-ONE-POSITION
                   UNTIL POS-SCAN-AT-EOF
           END-IF.
      *
       345-READ-NEXT-POSITION.
           READ POSITION-FILE NEXT RECORD
               AT END
                   SET POS-SCAN-AT-EOF TO TRUE
               NOT AT END
                   IF FXPOS-ACCOUNT-NO NOT = ACCOUNT-NO
                       SET POS-SCAN-AT-EOF TO TRUE
                   END-IF
           END-READ.
      *
       350-ADD-ONE-POSITION.
           IF FXPOS-AMOUNT NOT = ZERO
               MOVE 'N' TO CURRENCY-FOUND-SW
               PERFORM 355-CHECK-ONE-CURRENCY
                   VARYING CURRENCY-SUB FROM 1 BY 1
                   UNTIL CURRENCY-SUB > CURRENCY-COUNT
                       OR CURRENCY-FOUND
               IF CURRENCY-FOUND
                   SUBTRACT 1 FROM CURRENCY-SUB
                   ADD FXPOS-AMOUNT TO CT-AMOUNT (CURRENCY-SUB)
               ELSE
                   PERFORM 360-ADD-CURRENCY
               END-IF
           END-IF
           PERFORM 345-READ-NEXT-POSITION.
      *
       355-CHECK-ONE-CURRENCY.
           IF CT-CURRENCY (CURRENCY-SUB) = FXPOS-CURRENCY
               SET CURRENCY-FOUND TO TRUE
           END-IF.
      *
       360-ADD-CURRENCY.
           IF CURRENCY-COUNT < CURRENCY-MAX
               ADD 1 TO CURRENCY-COUNT
               MOVE FXPOS-CURRENCY TO CT-CURRENCY (CURRENCY-COUNT)
               MOVE FXPOS-AMOUNT   TO CT-AMOUNT (CURRENCY-COUNT)
           ELSE
               ADD 1 TO CURRENCY-OVERFLOW-CT
               DISPLAY 'REPORT-RELATIONSHIP-WORTH: RELATIONSHIP '
                   SRT-RELATIONSHIP-ID ' HOLDS MORE THAN '
                   CURRENCY-MAX ' CURRENCIES - ' FXPOS-CURRENCY
                   ' NOT LISTED'
           END-IF.
      *
       370-WRITE-ONE-CURRENCY.
           MOVE CT-CURRENCY (CURRENCY-SUB) TO RFX-CURRENCY
           MOVE CT-AMOUNT (CURRENCY-SUB)   TO RFX-AMOUNT
           MOVE RELATION-FX-LINE TO RELATION-REPORT-LINE
           WRITE RELATION-REPORT-LINE.
      *
       800-WRITE-GRAND-TOTALS.
           MOVE RELATION-BLANK-LINE TO RELATION-REPORT-LINE
           WRITE RELATION-REPORT-LINE
           MOVE 'ALL RELATIONSHIPS' TO RTL-CAPTION
           MOVE GT-F-SALARY  TO RTL-F-SALARY
           MOVE GT-F-STOCK   TO RTL-F-STOCK
           MOVE GT-F-FUND    TO RTL-F-FUND
           MOVE GT-F-FOREX   TO RTL-F-FOREX
           MOVE GT-NET-WORTH TO RTL-NET-WORTH
           MOVE RELATION-TOTAL-LINE TO RELATION-REPORT-LINE
           WRITE RELATION-REPORT-LINE.
      *
       900-WRITE-CONTROL-TOTALS.
           DISPLAY 'REPORT-RELATIONSHIP-WORTH CONTROL TOTALS'
           DISPLAY '  MEMBER RECORDS READ    : ' MEMBERS-READ-CT
           DISPLAY '  RELATIONSHIPS LISTED   : ' HOUSEHOLDS-CT
           DISPLAY '  MEMBERS NOT ON MASTER  : ' MEMBERS-MISSING-CT
           DISPLAY '  WITHOUT A PRIMARY      : ' NO-PRIMARY-CT
           DISPLAY '  FX CURRENCIES DROPPED  : ' CURRENCY-OVERFLOW-CT.
      *
       950-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           ACCEPT RUNH-DATE FROM DATE YYYYMMDD
           ACCEPT RUNH-TIME-RAW FROM TIME
           MOVE RUNH-DATE   TO RUNH-RUN-DATE
           MOVE RUNH-TIME   TO RUNH-RUN-TIME
           MOVE 'REPORT-RELATIONSHIP-WORTH'
                            TO RUNH-PROGRAM-ID
           MOVE RETURN-CODE TO RUNH-RETURN-CODE
           MOVE MEMBERS-READ-CT    TO RUNH-RECORDS-READ
           MOVE HOUSEHOLDS-CT      TO RUNH-RECORDS-WRITTEN
           MOVE MEMBERS-MISSING-CT TO RUNH-RECORDS-REJECTED
           MOVE ZERO        TO RUNH-HASH-TOTAL
           WRITE RUNH-RECORD
           CLOSE RUN-HISTORY-FILE.
       END PROGRAM REPORT-RELATIONSHIP-WORTH.
