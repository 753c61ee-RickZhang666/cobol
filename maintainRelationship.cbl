      ******************************************************************
      * Author:      RICK
      * Date:        2026-10-15
      * Purpose:     Apply add/change/delete transactions against the
      *              client relationship file (RELATION-FILE, COPY
      *              RELSHIP), which groups the accounts of one
      *              household - joint, trust, a spouse's or a family
      *              company's account - under a relationship ID with
      *              each account's role, so the household can be
      *              reported and sent one consolidated statement.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      *   2026-10-15  RZ  Original program.  Same direct keyed
      *                   apply as MAINTAIN-CLIENT-CONTACT: an ADD
      *                   links an account to a relationship (the
      *                   account must be on the customer master and
      *                   not closed), a CHANGE alters its role, a
      *                   DELETE unlinks it.  Every relationship keeps
      *                   exactly one primary account: the first
      *                   account added to a new relationship must be
      *                   the primary, a second primary cannot be
      *                   added, changing another member to primary
      *                   makes the old primary a joint member, and
      *                   the primary can only be unlinked once it is
      *                   the last member.  Bad transactions go to
      *                   RELATION-REJECT-FILE and the run continues,
      *                   RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-RELATIONSHIP.
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
           SELECT RELATION-TRANS-FILE
               ASSIGN TO "D:\S-RELTIN".
           SELECT RELATION-REJECT-FILE
               ASSIGN TO "D:\S-RELTRJ".
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RELATION-FILE.
           COPY RELSHIP.
       FD  CUSTOMER-FILE.
           COPY CUSTMAST.
       FD  RELATION-TRANS-FILE
           RECORDING MODE IS F.
       01  REL-TRANS-RECORD.
               05 RELT-CODE        PIC X(01).
                   88  RELT-IS-ADD      VALUE 'A'.
                   88  RELT-IS-CHANGE   VALUE 'C'.
                   88  RELT-IS-DELETE   VALUE 'D'.
                   88  RELT-CODE-VALID  VALUE 'A' 'C' 'D'.
               05 RELT-RELATIONSHIP-ID
                                   PIC 9(08).
               05 RELT-ACCOUNT-NO  PIC 9(10).
               05 RELT-ROLE        PIC X(01).
                   88  RELT-IS-PRIMARY  VALUE 'P'.
                   88  RELT-ROLE-VALID  VALUE 'P' 'J' 'T' 'C'.
       FD  RELATION-REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RELATION-REJECT-LINE.
       01  RELATION-REJECT-LINE        PIC X(132).
       WORKING-STORAGE SECTION.
       01  RELATION-REJECT-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(30)
                               VALUE 'CLIENT RELATIONSHIP EXCEPTIONS'.
               05 FILLER       PIC X(92)
                               VALUE SPACES.
       01  RELATION-REJECT-DETAIL.
               05 FILLER       PIC X(12)
                               VALUE SPACES.
               05 RREJ-CODE    PIC X(01).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 RREJ-RELATIONSHIP-ID
                               PIC X(08).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 RREJ-ACCOUNT-NO
                               PIC X(10).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 RREJ-ROLE    PIC X(01).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 RREJ-REASON  PIC X(34).
               05 FILLER       PIC X(54)
                               VALUE SPACES.
       01  RELATION-FILE-STATUS
                               PIC XX VALUE SPACES.
       01  CUST-FILE-STATUS    PIC XX VALUE SPACES.
       01  REL-TRANS-EOF-SW    PIC X VALUE 'N'.
           88  REL-TRANS-AT-EOF     VALUE 'Y'.
       01  REL-SCAN-EOF-SW     PIC X VALUE 'N'.
           88  REL-SCAN-AT-EOF      VALUE 'Y'.
       01  TODAY-DATE          PIC 9(08) VALUE ZERO.
      *
      *    What the scan of one relationship found.
       01  REL-MEMBER-CT       PIC 9(7) COMP VALUE ZERO.
       01  REL-PRIMARY-ACCOUNT-NO
                               PIC 9(10) VALUE ZERO.
      *
       01  REL-TRANS-READ-CT   PIC 9(9) COMP VALUE ZERO.
       01  REL-ADDED-CT        PIC 9(9) COMP VALUE ZERO.
       01  REL-CHANGED-CT      PIC 9(9) COMP VALUE ZERO.
       01  REL-DELETED-CT      PIC 9(9) COMP VALUE ZERO.
       01  REL-DEMOTED-CT      PIC 9(9) COMP VALUE ZERO.
       01  REL-REJECT-CT       PIC 9(9) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-MAINTAIN-RELATIONSHIP.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           OPEN I-O RELATION-FILE.
           IF RELATION-FILE-STATUS NOT = '00'
               DISPLAY 'MAINTAIN-RELATIONSHIP: RELATION-FILE OPEN '
                   'I-O FAILED, FILE STATUS = ' RELATION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF CUST-FILE-STATUS NOT = '00'
               DISPLAY 'MAINTAIN-RELATIONSHIP: CUSTOMER-FILE OPEN '
                   'FAILED, FILE STATUS = ' CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT  RELATION-TRANS-FILE
                OUTPUT RELATION-REJECT-FILE.
           MOVE RELATION-REJECT-HEADING TO RELATION-REJECT-LINE
           WRITE RELATION-REJECT-LINE.
           PERFORM 150-READ-RELATION-TRANS.
           PERFORM 200-APPLY-RELATION-TRANS
               UNTIL REL-TRANS-AT-EOF.
           PERFORM 900-WRITE-CONTROL-TOTALS.
           CLOSE RELATION-FILE
                 CUSTOMER-FILE
                 RELATION-TRANS-FILE
                 RELATION-REJECT-FILE.
           IF REL-REJECT-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       150-READ-RELATION-TRANS.
           READ RELATION-TRANS-FILE
               AT END
                   SET REL-TRANS-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO REL-TRANS-READ-CT
           END-READ.
      *
       200-APPLY-RELATION-TRANS.
           EVALUATE TRUE
               WHEN NOT RELT-CODE-VALID
                   MOVE 'INVALID TRANSACTION CODE' TO RREJ-REASON
                   PERFORM 600-WRITE-RELATION-REJECT
               WHEN RELT-RELATIONSHIP-ID IS NOT NUMERIC
                   MOVE 'RELATIONSHIP ID NOT NUMERIC' TO RREJ-REASON
                   PERFORM 600-WRITE-RELATION-REJECT
               WHEN RELT-RELATIONSHIP-ID = ZERO
                   MOVE 'RELATIONSHIP ID ZERO' TO RREJ-REASON
                   PERFORM 600-WRITE-RELATION-REJECT
               WHEN RELT-ACCOUNT-NO IS NOT NUMERIC
                   MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO RREJ-REASON
                   PERFORM 600-WRITE-RELATION-REJECT
               WHEN RELT-ACCOUNT-NO = ZERO
                   MOVE 'ACCOUNT NUMBER ZERO' TO RREJ-REASON
                   PERFORM 600-WRITE-RELATION-REJECT
               WHEN (RELT-IS-ADD OR RELT-IS-CHANGE)
                       AND NOT RELT-ROLE-VALID
                   MOVE 'INVALID ROLE' TO RREJ-REASON
                   PERFORM 600-WRITE-RELATION-REJECT
               WHEN RELT-IS-ADD
                   PERFORM 400-APPLY-RELATION-ADD
               WHEN RELT-IS-CHANGE
                   PERFORM 410-APPLY-RELATION-CHANGE
               WHEN RELT-IS-DELETE
                   PERFORM 420-APPLY-RELATION-DELETE
           END-EVALUATE
           PERFORM 150-READ-RELATION-TRANS.
      *
      ******************************************************************
      * Count the members already linked to the transaction's          *
      * relationship and find its primary account, by a START at the   *
      * relationship's first possible key and a sequential read until  *
      * the relationship ID changes.                                   *
      ******************************************************************
       300-SCAN-RELATIONSHIP.
           MOVE ZERO TO REL-MEMBER-CT
                        REL-PRIMARY-ACCOUNT-NO
           MOVE 'N' TO REL-SCAN-EOF-SW
           MOVE RELT-RELATIONSHIP-ID TO RELN-RELATIONSHIP-ID
           MOVE ZERO                 TO RELN-ACCOUNT-NO
           START RELATION-FILE KEY NOT LESS THAN RELN-KEY
               INVALID KEY
                   SET REL-SCAN-AT-EOF TO TRUE
           END-START
           IF NOT REL-SCAN-AT-EOF
               PERFORM 310-READ-NEXT-MEMBER
               PERFORM 320-COUNT-ONE-MEMBER
                   UNTIL REL-SCAN-AT-EOF
           END-IF.
      *
       310-READ-NEXT-MEMBER.
           READ RELATION-FILE NEXT RECORD
               AT END
                   SET REL-SCAN-AT-EOF TO TRUE
               NOT AT END
                   IF RELN-RELATIONSHIP-ID NOT = RELT-RELATIONSHIP-ID
                       SET REL-SCAN-AT-EOF TO TRUE
                   END-IF
           END-READ.
      *
       320-COUNT-ONE-MEMBER.
           ADD 1 TO REL-MEMBER-CT
           IF RELN-IS-PRIMARY
               MOVE RELN-ACCOUNT-NO TO REL-PRIMARY-ACCOUNT-NO
           END-IF
           PERFORM 310-READ-NEXT-MEMBER.
      *
      ******************************************************************
      * A member may only be linked for an account the master knows    *
      * about and that is still live; a new relationship starts with   *
      * its primary, and an existing one never gets a second primary.  *
      ******************************************************************
       400-APPLY-RELATION-ADD.
           MOVE RELT-ACCOUNT-NO TO ACCOUNT-NO
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'ADD - ACCOUNT NOT ON MASTER' TO RREJ-REASON
                   PERFORM 600-WRITE-RELATION-REJECT
               NOT INVALID KEY
                   PERFORM 402-CHECK-RELATION-ADD
           END-READ.
      *
       402-CHECK-RELATION-ADD.
           PERFORM 300-SCAN-RELATIONSHIP
           EVALUATE TRUE
               WHEN ACCT-IS-CLOSED
                   MOVE 'ADD - ACCOUNT CLOSED' TO RREJ-REASON
                   PERFORM 600-WRITE-RELATION-REJECT
               WHEN REL-MEMBER-CT = ZERO
                       AND NOT RELT-IS-PRIMARY
                   MOVE 'ADD - NEW RELN NEEDS A PRIMARY'
                                         TO RREJ-REASON
                   PERFORM 600-WRITE-RELATION-REJECT
               WHEN REL-PRIMARY-ACCOUNT-NO NOT = ZERO
                       AND RELT-IS-PRIMARY
                   MOVE 'ADD - RELATIONSHIP HAS A PRIMARY'
                                         TO RREJ-REASON
                   PERFORM 600-WRITE-RELATION-REJECT
               WHEN OTHER
                   PERFORM 405-WRITE-RELATION
           END-EVALUATE.
      *
       405-WRITE-RELATION.
           MOVE SPACES               TO RELN-RECORD
           MOVE RELT-RELATIONSHIP-ID TO RELN-RELATIONSHIP-ID
           MOVE RELT-ACCOUNT-NO      TO RELN-ACCOUNT-NO
           MOVE RELT-ROLE            TO RELN-ROLE
           MOVE TODAY-DATE           TO RELN-DATE-LINKED
           WRITE RELN-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE ADD - ACCOUNT IS LINKED'
                                         TO RREJ-REASON
                   PERFORM 600-WRITE-RELATION-REJECT
               NOT INVALID KEY
                   ADD 1 TO REL-ADDED-CT
           END-WRITE.
      *
      ******************************************************************
      * Naming a new primary hands the role over: the old primary      *
      * stays in the household as a joint member.  The primary itself  *
      * cannot simply be changed away, or the household would be left  *
      * with nobody to address its statement to.                       *
      ******************************************************************
       410-APPLY-RELATION-CHANGE.
           PERFORM 300-SCAN-RELATIONSHIP
           MOVE RELT-RELATIONSHIP-ID TO RELN-RELATIONSHIP-ID
           MOVE RELT-ACCOUNT-NO      TO RELN-ACCOUNT-NO
           READ RELATION-FILE
               INVALID KEY
                   MOVE 'CHANGE - MEMBER NOT ON FILE' TO RREJ-REASON
                   PERFORM 600-WRITE-RELATION-REJECT
               NOT INVALID KEY
                   PERFORM 412-CHECK-RELATION-CHANGE
           END-READ.
      *
       412-CHECK-RELATION-CHANGE.
           EVALUATE TRUE
               WHEN RELN-IS-PRIMARY AND NOT RELT-IS-PRIMARY
                   MOVE 'CHANGE - NAME A NEW PRIMARY FIRST'
                                         TO RREJ-REASON
                   PERFORM 600-WRITE-RELATION-REJECT
               WHEN RELN-IS-PRIMARY
                   ADD 1 TO REL-CHANGED-CT
               WHEN RELT-IS-PRIMARY
                   MOVE RELT-ROLE TO RELN-ROLE
                   REWRITE RELN-RECORD
                   ADD 1 TO REL-CHANGED-CT
                   PERFORM 415-DEMOTE-OLD-PRIMARY
               WHEN OTHER
                   MOVE RELT-ROLE TO RELN-ROLE
                   REWRITE RELN-RECORD
                   ADD 1 TO REL-CHANGED-CT
           END-EVALUATE.
      *
       415-DEMOTE-OLD-PRIMARY.
           IF REL-PRIMARY-ACCOUNT-NO NOT = ZERO
               MOVE RELT-RELATIONSHIP-ID   TO RELN-RELATIONSHIP-ID
               MOVE REL-PRIMARY-ACCOUNT-NO TO RELN-ACCOUNT-NO
               READ RELATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RELN-IS-JOINT TO TRUE
                       REWRITE RELN-RECORD
                       ADD 1 TO REL-DEMOTED-CT
               END-READ
           END-IF.
      *
       420-APPLY-RELATION-DELETE.
           PERFORM 300-SCAN-RELATIONSHIP
           MOVE RELT-RELATIONSHIP-ID TO RELN-RELATIONSHIP-ID
           MOVE RELT-ACCOUNT-NO      TO RELN-ACCOUNT-NO
           READ RELATION-FILE
               INVALID KEY
                   MOVE 'DELETE - MEMBER NOT ON FILE' TO RREJ-REASON
                   PERFORM 600-WRITE-RELATION-REJECT
               NOT INVALID KEY
                   IF RELN-IS-PRIMARY AND REL-MEMBER-CT > 1
                       MOVE 'DELETE - PRIMARY HAS OTHER MEMBERS'
                                         TO RREJ-REASON
                       PERFORM 600-WRITE-RELATION-REJECT
                   ELSE
                       DELETE RELATION-FILE RECORD
                       ADD 1 TO REL-DELETED-CT
                   END-IF
           END-READ.
      *
       600-WRITE-RELATION-REJECT.
           ADD 1 TO REL-REJECT-CT
           MOVE RELT-CODE            TO RREJ-CODE
           MOVE RELT-RELATIONSHIP-ID TO RREJ-RELATIONSHIP-ID
           MOVE RELT-ACCOUNT-NO      TO RREJ-ACCOUNT-NO
           MOVE RELT-ROLE            TO RREJ-ROLE
           MOVE RELATION-REJECT-DETAIL TO RELATION-REJECT-LINE
           WRITE RELATION-REJECT-LINE.
      *
       900-WRITE-CONTROL-TOTALS.
           DISPLAY 'MAINTAIN-RELATIONSHIP CONTROL TOTALS'
           DISPLAY '  TRANSACTIONS READ      : ' REL-TRANS-READ-CT
           DISPLAY '  MEMBERS LINKED         : ' REL-ADDED-CT
           DISPLAY '  MEMBERS CHANGED        : ' REL-CHANGED-CT
           DISPLAY '  PRIMARIES HANDED OVER  : ' REL-DEMOTED-CT
           DISPLAY '  MEMBERS UNLINKED       : ' REL-DELETED-CT
           DISPLAY '  TRANSACTIONS REJECTED  : ' REL-REJECT-CT.
       END PROGRAM MAINTAIN-RELATIONSHIP.
