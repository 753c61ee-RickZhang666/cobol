      *                   statement step's last record of the day
      *                   and trip the status report's master-count
      *                   cross-check as a false mismatch.
      *   2026-10-15  RZ  Each statement is addressed from the client
      *                   contact file (COPY CLNTCONT, keyed read per
      *                   page): the full name and address block print
      *                   at the top of the page, and the contact file
      *                   is required - without it the run stops with
      *                   RETURN-CODE 16 rather than print unaddressed
      *                   statements.  The full mailing no longer
      *                   prints an account flagged do-not-mail or
      *                   returned-mail, or with no address on file;
      *                   each is listed with the reason on MAIL-
      *                   EXCEPTION-FILE and counted, so the
      *                   reconciliation becomes records read =
      *                   statements printed + closed skipped + mail
      *                   held.  Every statement the full mailing
      *                   prints gets one record on MAILING-LABEL-
      *                   FILE for the mail room, sorted into postal
      *                   code order.  A single-account reprint is
      *                   printed whatever its mail flag (the branch
      *                   asked for it), with the address on file or
      *                   NO ADDRESS ON FILE, and writes no label.
      *   2026-10-15  RZ  A position record at zero - one posted away
      *                   and awaiting the revaluation that reports
      *                   its run-off - is not listed.
      *   2026-10-15  RZ  PARM RELATION prints one consolidated
      *                   statement per client relationship (COPY
      *                   RELSHIP) instead of one per account, and
      *                   RELATION,nnnnnnnn reprints one relationship's.
      *                   The page is addressed to the primary account
      *                   holder from the contact file and lists every
      *                   member account - role, categories and FX
      *                   positions - then the household's combined
      *                   category totals, FX positions by currency and
      *                   combined net worth.  The mailing leaves closed
      *                   members off the page and skips a relationship
      *                   with no open member; it holds a relationship
      *                   whose primary is missing or unmailable, listed
      *                   on MAIL-EXCEPTION-FILE under the primary
      *                   account, and labels go to the primary's
      *                   address.  Reconciliation: relationships read =
      *                   consolidated statements + skipped + held.  A
      *                   member account no longer on the master is left
      *                   off the page with RETURN-CODE 4.  Neither
      *                   RELATION run writes a run-history record - its
      *                   counts are relationships, not master records.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-CLIENT-STATEMENT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXPOS-KEY
               FILE STATUS IS POS-FILE-STATUS.
           SELECT CONTACT-FILE
               ASSIGN TO "D:\S-CONTCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONT-ACCOUNT-NO
               FILE STATUS IS CONTACT-FILE-STATUS.
           SELECT MAIL-EXCEPTION-FILE
               ASSIGN TO "D:\S-STMTEX".
           SELECT MAILING-LABEL-FILE
               ASSIGN TO "D:\S-LABELS".
           SELECT LABEL-SORT-FILE
               ASSIGN TO "D:\S-SRTWK".
           SELECT RELATION-FILE
               ASSIGN TO "D:\S-RELSHP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RELN-KEY
               FILE STATUS IS RELATION-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY BRNCHMST.
       FD  POSITION-FILE.
           COPY FXPOSIT.
       FD  CONTACT-FILE.
           COPY CLNTCONT.
       FD  MAIL-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MAIL-EXCEPTION-LINE.
       01  MAIL-EXCEPTION-LINE         PIC X(132).
       FD  MAILING-LABEL-FILE
           RECORDING MODE IS F.
       01  MAILING-LABEL-RECORD        PIC X(223).
       SD  LABEL-SORT-FILE.
       01  LABEL-SORT-RECORD.
               05 LSR-POSTAL-CODE  PIC X(10).
               05 LSR-ACCOUNT-NO   PIC 9(10).
               05 LSR-BRANCH-CODE  PIC 9(03).
               05 LSR-FULL-NAME    PIC X(40).
               05 LSR-ADDRESS-BLOCK
                                   PIC X(140).
               05 LSR-COUNTRY      PIC X(20).
       FD  RELATION-FILE.
           COPY RELSHIP.
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
           COPY RUNHIST.
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 STMT-STATUS  PIC X(08).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 STMT-ROLE    PIC X(09)
                               VALUE SPACES.
               05 FILLER       PIC X(43)
                               VALUE SPACES.
       01  STMT-CATEGORY-LINE.
               05 FILLER       PIC X(12)
                               PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(85)
                               VALUE SPACES.
       01  STMT-ADDRESS-LINE.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 STMT-ADDRESS PIC X(40).
               05 FILLER       PIC X(82)
                               VALUE SPACES.
       01  STMT-POSTAL-LINE.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 STMT-POSTAL-CODE
                               PIC X(10).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 STMT-COUNTRY PIC X(20).
               05 FILLER       PIC X(90)
                               VALUE SPACES.
       01  STMT-RELATION-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(40)
                   VALUE 'CONSOLIDATED STATEMENT OF HOLDINGS'.
               05 FILLER       PIC X(82)
                               VALUE SPACES.
       01  STMT-RELATION-LINE.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(13)
                               VALUE 'RELATIONSHIP '.
               05 STMT-RELATIONSHIP-ID
                               PIC 9(08).
               05 FILLER       PIC X(05)
                               VALUE SPACES.
               05 FILLER       PIC X(16)
                               VALUE 'MEMBER ACCOUNTS '.
               05 STMT-MEMBER-CT
                               PIC ZZ9.
               05 FILLER       PIC X(77)
                               VALUE SPACES.
       01  STMT-SECTION-LINE.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 STMT-SECTION PIC X(30).
               05 FILLER       PIC X(92)
                               VALUE SPACES.
       01  STMT-SUM-LINE.
               05 FILLER       PIC X(12)
                               VALUE SPACES.
               05 STMT-SUM-CAPTION
                               PIC X(20).
               05 STMT-SUM-AMOUNT
                               PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(83)
                               VALUE SPACES.
       01  STMT-BLANK-LINE     PIC X(132) VALUE SPACES.
       01  MAIL-EXCEPTION-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(40)
                   VALUE 'STATEMENTS HELD FROM THE MAILING'.
               05 FILLER       PIC X(82)
                               VALUE SPACES.
       01  MAIL-EXCEPTION-DETAIL.
               05 FILLER       PIC X(12)
                               VALUE SPACES.
               05 MEX-ACCOUNT-NO
                               PIC 9(10).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 MEX-NAME     PIC X(20).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 MEX-BRANCH   PIC 9(03).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 MEX-REASON   PIC X(30).
               05 FILLER       PIC X(48)
                               VALUE SPACES.
      *
       01  CUST-FILE-STATUS    PIC XX VALUE SPACES.
       01  RUNH-STAMP.
                   10 RUNH-TIME PIC 9(06).
                   10 FILLER   PIC 9(02).
       01  POS-FILE-STATUS     PIC XX VALUE SPACES.
       01  CONTACT-FILE-STATUS PIC XX VALUE SPACES.
       01  CONTACT-FOUND-SW    PIC X VALUE 'N'.
           88  CONTACT-FOUND        VALUE 'Y'.
       01  MAIL-HOLD-REASON    PIC X(30) VALUE SPACES.
       77  ADDRESS-SUB         PIC 9(4) COMP VALUE ZERO.
       01  POS-SCAN-EOF-SW     PIC X VALUE 'N'.
           88  POS-SCAN-AT-EOF      VALUE 'Y'.
       01  BRANCH-FILE-STATUS  PIC XX VALUE SPACES.
       01  RUN-PARM            PIC X(80).
       01  SEL-ACCOUNT-X       PIC X(10) VALUE SPACES.
       01  SEL-ACCOUNT-NO      PIC 9(10) VALUE ZERO.
       01  SEL-RELATIONSHIP-X  PIC X(10) VALUE SPACES.
       01  SEL-RELATIONSHIP-ID PIC 9(08) VALUE ZERO.
       01  RELATION-RUN-SW     PIC X VALUE 'N'.
           88  RELATION-RUN         VALUE 'Y'.
      *
      *    The relationship being printed: its member accounts, its
      *    primary, and the household totals built as the page prints.
       01  RELATION-FILE-STATUS
                               PIC XX VALUE SPACES.
       01  RELATION-EOF-SW     PIC X VALUE 'N'.
           88  RELATION-AT-EOF      VALUE 'Y'.
       01  CURRENT-RELATIONSHIP-ID
                               PIC 9(08) VALUE ZERO.
       01  RELATION-PRIMARY-ACCOUNT-NO
                               PIC 9(10) VALUE ZERO.
       01  RELATION-PRIMARY-NAME
                               PIC X(20) VALUE SPACES.
       01  RELATION-PRIMARY-BRANCH
                               PIC 9(03) VALUE ZERO.
       01  RELATION-LIVE-CT    PIC 9(3) COMP VALUE ZERO.
       01  RELATION-MEMBER-MAX PIC 9(3) COMP VALUE 99.
       01  RELATION-MEMBER-COUNT
                               PIC 9(3) COMP VALUE ZERO.
       01  RELATION-MEMBER-TABLE.
               05 RELATION-MEMBER OCCURS 99 TIMES.
                   10 RM-ACCOUNT-NO PIC 9(10).
                   10 RM-ROLE       PIC X(01).
                   10 RM-PRINT-SW   PIC X(01).
                       88  RM-PRINTED      VALUE 'Y'.
       77  RM-SUB              PIC 9(3) COMP VALUE ZERO.
       01  RELATION-TOTALS.
               05 REL-F-SALARY PIC S9(11)V99 VALUE ZERO.
               05 REL-F-STOCK  PIC S9(11)V99 VALUE ZERO.
               05 REL-F-FUND   PIC S9(11)V99 VALUE ZERO.
               05 REL-F-FOREX  PIC S9(11)V99 VALUE ZERO.
       01  CURRENCY-FOUND-SW   PIC X VALUE 'N'.
           88  CURRENCY-FOUND       VALUE 'Y'.
       01  CURRENCY-MAX        PIC 9(3) COMP VALUE 30.
       01  CURRENCY-COUNT      PIC 9(3) COMP VALUE ZERO.
       01  CURRENCY-TABLE.
               05 CURRENCY-ENTRY OCCURS 30 TIMES.
                   10 CT-CURRENCY  PIC X(03).
                   10 CT-AMOUNT    PIC S9(11)V99.
       77  CURRENCY-SUB        PIC 9(3) COMP VALUE ZERO.
      *
       01  MASTERS-READ-CT     PIC 9(9) COMP VALUE ZERO.
       01  STATEMENTS-PRINTED-CT
                               PIC 9(9) COMP VALUE ZERO.
       01  CLOSED-SKIPPED-CT   PIC 9(9) COMP VALUE ZERO.
       01  MAIL-HELD-CT        PIC 9(9) COMP VALUE ZERO.
       01  LABELS-WRITTEN-CT   PIC 9(9) COMP VALUE ZERO.
       01  RELN-RECORDS-READ-CT
                               PIC 9(9) COMP VALUE ZERO.
       01  RELATIONS-READ-CT   PIC 9(9) COMP VALUE ZERO.
       01  RELATION-STMTS-CT   PIC 9(9) COMP VALUE ZERO.
       01  RELATION-SKIPPED-CT PIC 9(9) COMP VALUE ZERO.
       01  RELATION-HELD-CT    PIC 9(9) COMP VALUE ZERO.
       01  MEMBERS-PRINTED-CT  PIC 9(9) COMP VALUE ZERO.
       01  MEMBERS-CLOSED-CT   PIC 9(9) COMP VALUE ZERO.
       01  MEMBERS-MISSING-CT  PIC 9(9) COMP VALUE ZERO.
       01  MEMBERS-OVERFLOW-CT PIC 9(9) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-PRINT-CLIENT-STATEMENT.
           ACCEPT RUN-PARM FROM COMMAND-LINE
           UNSTRING RUN-PARM DELIMITED BY ','
               INTO SEL-ACCOUNT-X
                    SEL-RELATIONSHIP-X
           END-UNSTRING
           EVALUATE TRUE
               WHEN SEL-ACCOUNT-X = 'RELATION'
                   SET RELATION-RUN TO TRUE
                   IF SEL-RELATIONSHIP-X NOT = SPACES
                       COMPUTE SEL-RELATIONSHIP-ID =
                           FUNCTION NUMVAL(SEL-RELATIONSHIP-X)
                   END-IF
               WHEN SEL-ACCOUNT-X NOT = SPACES
                       AND SEL-ACCOUNT-X NOT = 'ALL'
                   COMPUTE SEL-ACCOUNT-NO =
                       FUNCTION NUMVAL(SEL-ACCOUNT-X)
           END-EVALUATE
           OPEN INPUT CUSTOMER-FILE.
           IF CUST-FILE-STATUS NOT = '00'
               DISPLAY 'PRINT-CLIENT-STATEMENT: CUSTOMER-FILE OPEN '
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONTACT-FILE.
           IF CONTACT-FILE-STATUS NOT = '00'
               DISPLAY 'PRINT-CLIENT-STATEMENT: CONTACT-FILE OPEN '
                   'FAILED, FILE STATUS = ' CONTACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MAIL-EXCEPTION-FILE.
           MOVE MAIL-EXCEPTION-HEADING TO MAIL-EXCEPTION-LINE
           WRITE MAIL-EXCEPTION-LINE.
           OPEN INPUT BRANCH-FILE
           IF BRANCH-FILE-STATUS = '00'
               SET BRANCH-REF-OK TO TRUE
                   'FAILED, FILE STATUS = ' BRANCH-FILE-STATUS
                   ' - BRANCH NAMES UNAVAILABLE'
           END-IF
           IF RELATION-RUN
               PERFORM 050-OPEN-RELATION-FILE
           END-IF
           EVALUATE TRUE
               WHEN RELATION-RUN AND SEL-RELATIONSHIP-ID = ZERO
                   SORT LABEL-SORT-FILE
                       ON ASCENDING KEY LSR-POSTAL-CODE
                                        LSR-ACCOUNT-NO
                       INPUT PROCEDURE 500-PRODUCE-RELATION-MAILING
                       GIVING MAILING-LABEL-FILE
               WHEN RELATION-RUN
                   PERFORM 560-STATEMENT-NAMED-RELATION
               WHEN SEL-ACCOUNT-NO = ZERO
                   SORT LABEL-SORT-FILE
                       ON ASCENDING KEY LSR-POSTAL-CODE
                                        LSR-ACCOUNT-NO
                       INPUT PROCEDURE 150-PRODUCE-MAILING
                       GIVING MAILING-LABEL-FILE
               WHEN OTHER
                   PERFORM 300-STATEMENT-NAMED-ACCOUNT
           END-EVALUATE.
           IF RELATION-RUN
               PERFORM 920-WRITE-RELATION-TOTALS
               CLOSE RELATION-FILE
           ELSE
               PERFORM 900-WRITE-CONTROL-TOTALS
           END-IF
           IF BRANCH-REF-OK
               CLOSE BRANCH-FILE
           END-IF
           CLOSE CUSTOMER-FILE
                 POSITION-FILE
                 CONTACT-FILE
                 MAIL-EXCEPTION-FILE
                 STATEMENT-FILE.
           IF SEL-ACCOUNT-NO = ZERO
                   AND NOT RELATION-RUN
               PERFORM 950-WRITE-RUN-HISTORY
           END-IF.
           STOP RUN.
      *
       050-OPEN-RELATION-FILE.
           OPEN INPUT RELATION-FILE.
           IF RELATION-FILE-STATUS NOT = '00'
               DISPLAY 'PRINT-CLIENT-STATEMENT: RELATION-FILE OPEN '
                   'FAILED, FILE STATUS = ' RELATION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       100-READ-NEXT-MASTER.
           READ CUSTOMER-FILE NEXT RECORD
           END-READ.
      *
      ******************************************************************
      * Sort input procedure for the full mailing: the statement pages *
      * print in account order as the master is read, and each one     *
      * releases its envelope label to the sort, which hands the mail  *
      * room the label file in postal code order.                      *
      ******************************************************************
       150-PRODUCE-MAILING.
           PERFORM 100-READ-NEXT-MASTER
           PERFORM 200-STATEMENT-ONE-MASTER
               UNTIL MASTER-AT-EOF.
      *
      ******************************************************************
      * Full quarterly mailing: one page per account in key order,     *
      * closed accounts skipped but counted so the reconciliation      *
      * still foots against the master record count.  An account the  *
      * client asked not to be mailed, whose last mailing came back,   *
      * or with no address to send to is held and listed instead.      *
      ******************************************************************
       200-STATEMENT-ONE-MASTER.
           IF ACCT-IS-CLOSED
               ADD 1 TO CLOSED-SKIPPED-CT
           ELSE
               PERFORM 210-LOOK-UP-CONTACT
               PERFORM 220-CHECK-MAILABLE
               IF MAIL-HOLD-REASON = SPACES
                   PERFORM 400-WRITE-STATEMENT-PAGE
                   PERFORM 230-RELEASE-LABEL
               ELSE
                   PERFORM 610-WRITE-MAIL-EXCEPTION
               END-IF
           END-IF
           PERFORM 100-READ-NEXT-MASTER.
      *
       210-LOOK-UP-CONTACT.
           MOVE 'N' TO CONTACT-FOUND-SW
           MOVE ACCOUNT-NO TO CONT-ACCOUNT-NO
           READ CONTACT-FILE
               INVALID KEY
                   MOVE SPACES TO CONT-FULL-NAME
                                  CONT-ADDRESS-BLOCK
                                  CONT-POSTAL-CODE
                                  CONT-COUNTRY
                                  CONT-MAIL-FLAG
               NOT INVALID KEY
                   SET CONTACT-FOUND TO TRUE
           END-READ.
      *
       220-CHECK-MAILABLE.
           MOVE SPACES TO MAIL-HOLD-REASON
           EVALUATE TRUE
               WHEN NOT CONTACT-FOUND
                   MOVE 'NO CONTACT RECORD ON FILE'
                                         TO MAIL-HOLD-REASON
               WHEN CONT-RETURNED-MAIL
                   MOVE 'RETURNED MAIL'  TO MAIL-HOLD-REASON
               WHEN CONT-DO-NOT-MAIL
                   MOVE 'DO NOT MAIL'    TO MAIL-HOLD-REASON
               WHEN CONT-ADDRESS-LINE-1 = SPACES
                   MOVE 'NO ADDRESS ON FILE'
                                         TO MAIL-HOLD-REASON
           END-EVALUATE.
      *
       230-RELEASE-LABEL.
           MOVE CONT-POSTAL-CODE   TO LSR-POSTAL-CODE
           MOVE ACCOUNT-NO         TO LSR-ACCOUNT-NO
           MOVE BRANCH-CODE        TO LSR-BRANCH-CODE
           MOVE CONT-FULL-NAME     TO LSR-FULL-NAME
           MOVE CONT-ADDRESS-BLOCK TO LSR-ADDRESS-BLOCK
           MOVE CONT-COUNTRY       TO LSR-COUNTRY
           RELEASE LABEL-SORT-RECORD
           ADD 1 TO LABELS-WRITTEN-CT.
      *
       300-STATEMENT-NAMED-ACCOUNT.
           MOVE SEL-ACCOUNT-NO TO ACCOUNT-NO
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO MASTERS-READ-CT
                   PERFORM 210-LOOK-UP-CONTACT
                   PERFORM 400-WRITE-STATEMENT-PAGE
           END-READ.
      *
           WRITE STATEMENT-LINE AFTER ADVANCING PAGE
           MOVE STMT-BLANK-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM 440-WRITE-ADDRESS-BLOCK
           MOVE STMT-BLANK-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE CLINENT-NAME TO STMT-NAME
           MOVE STMT-NAME-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           END-READ.
      *
       430-WRITE-ONE-FX-POSITION.
           IF FXPOS-AMOUNT NOT = ZERO
               MOVE FXPOS-CURRENCY TO STMT-FX-CURRENCY
               MOVE FXPOS-AMOUNT   TO STMT-FX-AMOUNT
               MOVE STMT-FX-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF RELATION-RUN
                   PERFORM 750-ADD-RELATION-POSITION
               END-IF
           END-IF
           PERFORM 425-READ-NEXT-POSITION.
      *
      ******************************************************************
      * Name and address from the contact file, placed for a window    *
      * envelope: full name, the address lines actually used, then     *
      * postal code and country.                                       *
      ******************************************************************
       440-WRITE-ADDRESS-BLOCK.
           IF CONT-ADDRESS-LINE-1 = SPACES
               MOVE CLINENT-NAME TO STMT-ADDRESS
               MOVE STMT-ADDRESS-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE '(NO ADDRESS ON FILE)' TO STMT-ADDRESS
               MOVE STMT-ADDRESS-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               MOVE CONT-FULL-NAME TO STMT-ADDRESS
               MOVE STMT-ADDRESS-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               PERFORM 445-WRITE-ONE-ADDRESS-LINE
                   VARYING ADDRESS-SUB FROM 1 BY 1
                   UNTIL ADDRESS-SUB > 4
               MOVE CONT-POSTAL-CODE TO STMT-POSTAL-CODE
               MOVE CONT-COUNTRY     TO STMT-COUNTRY
               MOVE STMT-POSTAL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
      *
       445-WRITE-ONE-ADDRESS-LINE.
           IF CONT-ADDRESS-LINE (ADDRESS-SUB) NOT = SPACES
               MOVE CONT-ADDRESS-LINE (ADDRESS-SUB) TO STMT-ADDRESS
               MOVE STMT-ADDRESS-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
      *
      ******************************************************************
      * Relationship mailing: the relationship file in key order       *
      * delivers each household's members together.  One consolidated *
      * page per household, addressed to its primary account holder;  *
      * a household whose accounts are all closed is skipped, and one  *
      * whose primary cannot be mailed is held and listed.             *
      ******************************************************************
       500-PRODUCE-RELATION-MAILING.
           PERFORM 505-READ-NEXT-RELATION
           PERFORM 510-STATEMENT-ONE-RELATION
               UNTIL RELATION-AT-EOF.
      *
       505-READ-NEXT-RELATION.
           READ RELATION-FILE NEXT RECORD
               AT END
                   SET RELATION-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RELN-RECORDS-READ-CT
           END-READ.
      *
       510-STATEMENT-ONE-RELATION.
           PERFORM 520-LOAD-RELATION-MEMBERS
           PERFORM 530-CHECK-RELATION-MEMBERS
           IF RELATION-LIVE-CT = ZERO
               ADD 1 TO RELATION-SKIPPED-CT
           ELSE
               PERFORM 540-LOOK-UP-PRIMARY
               IF MAIL-HOLD-REASON = SPACES
                   PERFORM 220-CHECK-MAILABLE
               END-IF
               IF MAIL-HOLD-REASON = SPACES
                   PERFORM 230-RELEASE-LABEL
                   PERFORM 700-WRITE-RELATION-PAGE
               ELSE
                   PERFORM 615-WRITE-RELATION-EXCEPTION
               END-IF
           END-IF.
      *
       520-LOAD-RELATION-MEMBERS.
           ADD 1 TO RELATIONS-READ-CT
           MOVE RELN-RELATIONSHIP-ID TO CURRENT-RELATIONSHIP-ID
           MOVE ZERO TO RELATION-MEMBER-COUNT
                        RELATION-PRIMARY-ACCOUNT-NO
           PERFORM 525-LOAD-ONE-MEMBER
               UNTIL RELATION-AT-EOF
                   OR RELN-RELATIONSHIP-ID
                       NOT = CURRENT-RELATIONSHIP-ID.
      *
       525-LOAD-ONE-MEMBER.
           IF RELN-IS-PRIMARY
               MOVE RELN-ACCOUNT-NO TO RELATION-PRIMARY-ACCOUNT-NO
           END-IF
           IF RELATION-MEMBER-COUNT < RELATION-MEMBER-MAX
               ADD 1 TO RELATION-MEMBER-COUNT
               MOVE RELN-ACCOUNT-NO
                   TO RM-ACCOUNT-NO (RELATION-MEMBER-COUNT)
               MOVE RELN-ROLE
                   TO RM-ROLE (RELATION-MEMBER-COUNT)
               MOVE 'N' TO RM-PRINT-SW (RELATION-MEMBER-COUNT)
           ELSE
               ADD 1 TO MEMBERS-OVERFLOW-CT
               DISPLAY 'PRINT-CLIENT-STATEMENT: RELATIONSHIP '
                   CURRENT-RELATIONSHIP-ID ' HAS MORE THAN '
                   RELATION-MEMBER-MAX ' ACCOUNTS - ACCOUNT '
                   RELN-ACCOUNT-NO ' NOT PRINTED'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 505-READ-NEXT-RELATION.
      *
      ******************************************************************
      * Decide which members go on the page: every account still on    *
      * the master, except that the mailing leaves closed accounts     *
      * off as the account mailing does.                               *
      ******************************************************************
       530-CHECK-RELATION-MEMBERS.
           MOVE ZERO TO RELATION-LIVE-CT
           PERFORM 535-CHECK-ONE-MEMBER
               VARYING RM-SUB FROM 1 BY 1
               UNTIL RM-SUB > RELATION-MEMBER-COUNT.
      *
       535-CHECK-ONE-MEMBER.
           MOVE RM-ACCOUNT-NO (RM-SUB) TO ACCOUNT-NO
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO MEMBERS-MISSING-CT
                   DISPLAY 'PRINT-CLIENT-STATEMENT: RELATIONSHIP '
                       CURRENT-RELATIONSHIP-ID ' ACCOUNT '
                       RM-ACCOUNT-NO (RM-SUB) ' NOT ON MASTER'
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   IF ACCT-IS-CLOSED AND SEL-RELATIONSHIP-ID = ZERO
                       ADD 1 TO MEMBERS-CLOSED-CT
                   ELSE
                       SET RM-PRINTED (RM-SUB) TO TRUE
                       ADD 1 TO RELATION-LIVE-CT
                   END-IF
           END-READ.
      *
       540-LOOK-UP-PRIMARY.
           MOVE SPACES TO MAIL-HOLD-REASON
                          RELATION-PRIMARY-NAME
           MOVE ZERO   TO RELATION-PRIMARY-BRANCH
           IF RELATION-PRIMARY-ACCOUNT-NO = ZERO
               MOVE 'NO PRIMARY ACCOUNT' TO MAIL-HOLD-REASON
           ELSE
               MOVE RELATION-PRIMARY-ACCOUNT-NO TO ACCOUNT-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'PRIMARY ACCOUNT NOT ON MASTER'
                                         TO MAIL-HOLD-REASON
                   NOT INVALID KEY
                       MOVE CLINENT-NAME TO RELATION-PRIMARY-NAME
                       MOVE BRANCH-CODE  TO RELATION-PRIMARY-BRANCH
                       PERFORM 210-LOOK-UP-CONTACT
               END-READ
           END-IF.
      *
      ******************************************************************
      * One relationship on demand: printed whatever its mail flag, as *
      * a single-account reprint is, with closed members included.     *
      ******************************************************************
       560-STATEMENT-NAMED-RELATION.
           MOVE SEL-RELATIONSHIP-ID TO RELN-RELATIONSHIP-ID
           MOVE ZERO                TO RELN-ACCOUNT-NO
           START RELATION-FILE KEY NOT LESS THAN RELN-KEY
               INVALID KEY
                   SET RELATION-AT-EOF TO TRUE
           END-START
           IF NOT RELATION-AT-EOF
               PERFORM 505-READ-NEXT-RELATION
           END-IF
           IF RELATION-AT-EOF
                   OR RELN-RELATIONSHIP-ID NOT = SEL-RELATIONSHIP-ID
               DISPLAY 'PRINT-CLIENT-STATEMENT: RELATIONSHIP '
                   SEL-RELATIONSHIP-ID ' NOT ON FILE'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 520-LOAD-RELATION-MEMBERS
               PERFORM 530-CHECK-RELATION-MEMBERS
               PERFORM 540-LOOK-UP-PRIMARY
               IF MAIL-HOLD-REASON = SPACES
                   PERFORM 700-WRITE-RELATION-PAGE
               ELSE
                   DISPLAY 'PRINT-CLIENT-STATEMENT: RELATIONSHIP '
                       SEL-RELATIONSHIP-ID ' NOT PRINTED - '
                       MAIL-HOLD-REASON
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *
       610-WRITE-MAIL-EXCEPTION.
           ADD 1 TO MAIL-HELD-CT
           MOVE ACCOUNT-NO       TO MEX-ACCOUNT-NO
           MOVE CLINENT-NAME     TO MEX-NAME
           MOVE BRANCH-CODE      TO MEX-BRANCH
           MOVE MAIL-HOLD-REASON TO MEX-REASON
           MOVE MAIL-EXCEPTION-DETAIL TO MAIL-EXCEPTION-LINE
           WRITE MAIL-EXCEPTION-LINE.
      *
       615-WRITE-RELATION-EXCEPTION.
           ADD 1 TO RELATION-HELD-CT
           MOVE RELATION-PRIMARY-ACCOUNT-NO TO MEX-ACCOUNT-NO
           MOVE RELATION-PRIMARY-NAME       TO MEX-NAME
           MOVE RELATION-PRIMARY-BRANCH     TO MEX-BRANCH
           MOVE MAIL-HOLD-REASON            TO MEX-REASON
           MOVE MAIL-EXCEPTION-DETAIL TO MAIL-EXCEPTION-LINE
           WRITE MAIL-EXCEPTION-LINE.
      *
      ******************************************************************
      * Consolidated page.  The primary's master record and contact    *
      * are current on entry, so the address block is the primary      *
      * holder's; each member then prints its own section, and the     *
      * household totals close the page.                               *
      ******************************************************************
       700-WRITE-RELATION-PAGE.
           MOVE STMT-RELATION-HEADING TO STATEMENT-LINE
           WRITE STATEMENT-LINE AFTER ADVANCING PAGE
           MOVE STMT-BLANK-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM 440-WRITE-ADDRESS-BLOCK
           MOVE STMT-BLANK-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE CURRENT-RELATIONSHIP-ID TO STMT-RELATIONSHIP-ID
           MOVE RELATION-LIVE-CT        TO STMT-MEMBER-CT
           MOVE STMT-RELATION-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ZERO TO REL-F-SALARY
                        REL-F-STOCK
                        REL-F-FUND
                        REL-F-FOREX
                        CURRENCY-COUNT
           PERFORM 710-WRITE-ONE-MEMBER
               VARYING RM-SUB FROM 1 BY 1
               UNTIL RM-SUB > RELATION-MEMBER-COUNT
           MOVE STMT-BLANK-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'HOUSEHOLD TOTALS' TO STMT-SECTION
           MOVE STMT-SECTION-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'SALARY'           TO STMT-SUM-CAPTION
           MOVE REL-F-SALARY       TO STMT-SUM-AMOUNT
           PERFORM 730-WRITE-SUM-LINE
           MOVE 'STOCK'            TO STMT-SUM-CAPTION
           MOVE REL-F-STOCK        TO STMT-SUM-AMOUNT
           PERFORM 730-WRITE-SUM-LINE
           MOVE 'FUND'             TO STMT-SUM-CAPTION
           MOVE REL-F-FUND         TO STMT-SUM-AMOUNT
           PERFORM 730-WRITE-SUM-LINE
           MOVE 'FOREIGN EXCHANGE' TO STMT-SUM-CAPTION
           MOVE REL-F-FOREX        TO STMT-SUM-AMOUNT
           PERFORM 730-WRITE-SUM-LINE
           PERFORM 740-WRITE-ONE-CURRENCY
               VARYING CURRENCY-SUB FROM 1 BY 1
               UNTIL CURRENCY-SUB > CURRENCY-COUNT
           MOVE STMT-BLANK-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           COMPUTE STMT-NET-WORTH-WS = REL-F-SALARY + REL-F-STOCK
               + REL-F-FUND + REL-F-FOREX
           MOVE STMT-NET-WORTH-WS TO STMT-NET-WORTH
           MOVE STMT-TOTAL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO RELATION-STMTS-CT.
      *
       710-WRITE-ONE-MEMBER.
           IF RM-PRINTED (RM-SUB)
               MOVE RM-ACCOUNT-NO (RM-SUB) TO ACCOUNT-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 720-WRITE-MEMBER-SECTION
               END-READ
           END-IF.
      *
       720-WRITE-MEMBER-SECTION.
           MOVE STMT-BLANK-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE CLINENT-NAME TO STMT-NAME
           MOVE STMT-NAME-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ACCOUNT-NO  TO STMT-ACCOUNT-NO
           MOVE BRANCH-CODE TO STMT-BRANCH
           PERFORM 405-LOOK-UP-BRANCH-NAME
           EVALUATE TRUE
               WHEN ACCT-IS-OPEN
                   MOVE 'OPEN'   TO STMT-STATUS
               WHEN ACCT-IS-FROZEN
                   MOVE 'FROZEN' TO STMT-STATUS
               WHEN ACCT-IS-CLOSED
                   MOVE 'CLOSED' TO STMT-STATUS
               WHEN OTHER
                   MOVE SPACES   TO STMT-STATUS
           END-EVALUATE
           EVALUATE RM-ROLE (RM-SUB)
               WHEN 'P'
                   MOVE 'PRIMARY'   TO STMT-ROLE
               WHEN 'J'
                   MOVE 'JOINT'     TO STMT-ROLE
               WHEN 'T'
                   MOVE 'TRUST'     TO STMT-ROLE
               WHEN 'C'
                   MOVE 'CORPORATE' TO STMT-ROLE
               WHEN OTHER
                   MOVE SPACES      TO STMT-ROLE
           END-EVALUATE
           MOVE STMT-ACCOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'SALARY'          TO STMT-CAPTION
           MOVE F-SALARY          TO STMT-AMOUNT
           PERFORM 410-WRITE-CATEGORY-LINE
           MOVE 'STOCK'           TO STMT-CAPTION
           MOVE F-STOCK           TO STMT-AMOUNT
           PERFORM 410-WRITE-CATEGORY-LINE
           MOVE 'FUND'            TO STMT-CAPTION
           MOVE F-FUND            TO STMT-AMOUNT
           PERFORM 410-WRITE-CATEGORY-LINE
           MOVE 'FOREIGN EXCHANGE' TO STMT-CAPTION
           MOVE F-FOREX           TO STMT-AMOUNT
           PERFORM 410-WRITE-CATEGORY-LINE
           PERFORM 420-WRITE-FX-POSITIONS
           COMPUTE STMT-NET-WORTH-WS =
               F-SALARY + F-STOCK + F-FUND + F-FOREX
           MOVE 'ACCOUNT NET WORTH' TO STMT-SUM-CAPTION
           MOVE STMT-NET-WORTH-WS   TO STMT-SUM-AMOUNT
           PERFORM 730-WRITE-SUM-LINE
           ADD F-SALARY TO REL-F-SALARY
           ADD F-STOCK  TO REL-F-STOCK
           ADD F-FUND   TO REL-F-FUND
           ADD F-FOREX  TO REL-F-FOREX
           ADD 1 TO MEMBERS-PRINTED-CT.
      *
       730-WRITE-SUM-LINE.
           MOVE STMT-SUM-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
      *
       740-WRITE-ONE-CURRENCY.
           MOVE CT-CURRENCY (CURRENCY-SUB) TO STMT-FX-CURRENCY
           MOVE CT-AMOUNT (CURRENCY-SUB)   TO STMT-FX-AMOUNT
           MOVE STMT-FX-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
      *
      ******************************************************************
      * Each member's listed position is added into the household's   *
      * holding of that currency for the totals section.              *
      ******************************************************************
       750-ADD-RELATION-POSITION.
           MOVE 'N' TO CURRENCY-FOUND-SW
           PERFORM 755-CHECK-ONE-CURRENCY
               VARYING CURRENCY-SUB FROM 1 BY 1
               UNTIL CURRENCY-SUB > CURRENCY-COUNT
                   OR CURRENCY-FOUND
           IF CURRENCY-FOUND
               SUBTRACT 1 FROM CURRENCY-SUB
               ADD FXPOS-AMOUNT TO CT-AMOUNT (CURRENCY-SUB)
           ELSE
               IF CURRENCY-COUNT < CURRENCY-MAX
                   ADD 1 TO CURRENCY-COUNT
                   MOVE FXPOS-CURRENCY TO CT-CURRENCY (CURRENCY-COUNT)
                   MOVE FXPOS-AMOUNT   TO CT-AMOUNT (CURRENCY-COUNT)
               ELSE
                   DISPLAY 'PRINT-CLIENT-STATEMENT: RELATIONSHIP '
                       CURRENT-RELATIONSHIP-ID ' HOLDS MORE THAN '
                       CURRENCY-MAX ' CURRENCIES - ' FXPOS-CURRENCY
                       ' LEFT OUT OF THE HOUSEHOLD TOTALS'
               END-IF
           END-IF.
      *
       755-CHECK-ONE-CURRENCY.
           IF CT-CURRENCY (CURRENCY-SUB) = FXPOS-CURRENCY
               SET CURRENCY-FOUND TO TRUE
           END-IF.
      *
      ******************************************************************
      * The mailing balances when records read equals statements       *
      * printed plus closed accounts skipped plus accounts held from   *
      * the mailing - anything else means pages are missing from the   *
      * envelope run.                                                  *
      ******************************************************************
       900-WRITE-CONTROL-TOTALS.
           DISPLAY 'PRINT-CLIENT-STATEMENT CONTROL TOTALS'
           DISPLAY '  MASTER RECORDS READ    : ' MASTERS-READ-CT
           DISPLAY '  STATEMENTS PRINTED     : ' STATEMENTS-PRINTED-CT
           DISPLAY '  CLOSED ACCTS SKIPPED   : ' CLOSED-SKIPPED-CT
           DISPLAY '  HELD FROM MAILING      : ' MAIL-HELD-CT
           DISPLAY '  MAILING LABELS         : ' LABELS-WRITTEN-CT
           IF MASTERS-READ-CT NOT =
                   STATEMENTS-PRINTED-CT + CLOSED-SKIPPED-CT
                   + MAIL-HELD-CT
               DISPLAY '  *** STATEMENT COUNT DOES NOT RECONCILE '
                   'AGAINST MASTER RECORD COUNT'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      ******************************************************************
      * The relationship mailing balances when relationships read      *
      * equals consolidated statements printed plus households skipped *
      * (no open account) plus households held from the mailing.       *
      ******************************************************************
       920-WRITE-RELATION-TOTALS.
           DISPLAY 'PRINT-CLIENT-STATEMENT CONTROL TOTALS'
           DISPLAY '  RELATIONSHIP RECORDS   : ' RELN-RECORDS-READ-CT
           DISPLAY '  RELATIONSHIPS READ     : ' RELATIONS-READ-CT
           DISPLAY '  CONSOLIDATED PRINTED   : ' RELATION-STMTS-CT
           DISPLAY '  NO OPEN ACCOUNT        : ' RELATION-SKIPPED-CT
           DISPLAY '  HELD FROM MAILING      : ' RELATION-HELD-CT
           DISPLAY '  MEMBER ACCOUNTS PRINTED: ' MEMBERS-PRINTED-CT
           DISPLAY '  CLOSED MEMBERS LEFT OFF: ' MEMBERS-CLOSED-CT
           DISPLAY '  MEMBERS NOT ON MASTER  : ' MEMBERS-MISSING-CT
           DISPLAY '  MEMBERS OVER TABLE SIZE: ' MEMBERS-OVERFLOW-CT
           DISPLAY '  MAILING LABELS         : ' LABELS-WRITTEN-CT
           IF SEL-RELATIONSHIP-ID = ZERO
                   AND RELATIONS-READ-CT NOT =
                       RELATION-STMTS-CT + RELATION-SKIPPED-CT
                       + RELATION-HELD-CT
               DISPLAY '  *** STATEMENT COUNT DOES NOT RECONCILE '
                   'AGAINST RELATIONSHIP COUNT'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      ******************************************************************
      * One machine-readable record per run on the common run-history *
      * dataset, alongside the SYSOUT totals, for the morning         *
      * REPORT-RUN-STATUS page.                                       *
           MOVE RETURN-CODE TO RUNH-RETURN-CODE
           MOVE MASTERS-READ-CT TO RUNH-RECORDS-READ
           MOVE STATEMENTS-PRINTED-CT TO RUNH-RECORDS-WRITTEN
           COMPUTE RUNH-RECORDS-REJECTED = CLOSED-SKIPPED-CT
               + MAIL-HELD-CT
           MOVE ZERO TO RUNH-HASH-TOTAL
           WRITE RUNH-RECORD
           CLOSE RUN-HISTORY-FILE.
