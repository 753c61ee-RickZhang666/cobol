      ******************************************************************
      * Author:      RICK
      * Date:        2026-10-15
      * Purpose:     Apply add/change/delete transactions against the
      *              client contact file (CONTACT-FILE, COPY
      *              CLNTCONT) - full name, postal address, phone and
      *              mail flag per account - so the quarterly
      *              statement mailing is addressed from the same
      *              data the statements are printed from, instead
      *              of from each branch's own envelope list.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      *   2026-10-15  RZ  Original program.  Same direct keyed
      *                   apply as MAINTAIN-BRANCH-REFERENCE: an ADD
      *                   WRITEs (INVALID KEY = contact exists), a
      *                   CHANGE READs and REWRITEs the full record,
      *                   a DELETE removes it.  An ADD must name an
      *                   account on the customer master.  An address
      *                   needs a postal code (the mailing labels are
      *                   sorted on it); a record with no address is
      *                   accepted - the statement run lists the
      *                   account as unaddressed rather than mailing
      *                   it.  Bad transactions go to CONTACT-REJECT-
      *                   FILE and the run continues, RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-CLIENT-CONTACT.
       AUTHOR. RICK.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE
               ASSIGN TO "D:\S-CONTCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONT-ACCOUNT-NO
               FILE STATUS IS CONTACT-FILE-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\S-SYSIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NO
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT CONTACT-TRANS-FILE
               ASSIGN TO "D:\S-CNTRIN".
           SELECT CONTACT-REJECT-FILE
               ASSIGN TO "D:\S-CNTRRJ".
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
           COPY CLNTCONT.
       FD  CUSTOMER-FILE.
           COPY CUSTMAST.
       FD  CONTACT-TRANS-FILE
           RECORDING MODE IS F.
       01  CNT-TRANS-RECORD.
               05 CNTT-CODE        PIC X(01).
                   88  CNTT-IS-ADD      VALUE 'A'.
                   88  CNTT-IS-CHANGE   VALUE 'C'.
                   88  CNTT-IS-DELETE   VALUE 'D'.
                   88  CNTT-CODE-VALID  VALUE 'A' 'C' 'D'.
               05 CNTT-ACCOUNT-NO  PIC 9(10).
               05 CNTT-FULL-NAME   PIC X(40).
               05 CNTT-ADDRESS-BLOCK.
                   10 CNTT-ADDRESS-LINE-1
                                   PIC X(35).
                   10 CNTT-ADDRESS-LINE-2
                                   PIC X(35).
                   10 CNTT-ADDRESS-LINE-3
                                   PIC X(35).
                   10 CNTT-ADDRESS-LINE-4
                                   PIC X(35).
               05 CNTT-POSTAL-CODE PIC X(10).
               05 CNTT-COUNTRY     PIC X(20).
               05 CNTT-PHONE       PIC X(20).
               05 CNTT-MAIL-FLAG   PIC X(01).
                   88  CNTT-MAIL-FLAG-VALID
                                        VALUE SPACE 'N' 'R'.
       FD  CONTACT-REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CONTACT-REJECT-LINE.
       01  CONTACT-REJECT-LINE         PIC X(132).
       WORKING-STORAGE SECTION.
       01  CONTACT-REJECT-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(30)
                               VALUE 'CLIENT CONTACT EXCEPTIONS'.
               05 FILLER       PIC X(92)
                               VALUE SPACES.
       01  CONTACT-REJECT-DETAIL.
               05 FILLER       PIC X(12)
                               VALUE SPACES.
               05 CREJ-CODE    PIC X(01).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 CREJ-ACCOUNT-NO
                               PIC X(10).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 CREJ-NAME    PIC X(40).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 CREJ-REASON  PIC X(30).
               05 FILLER       PIC X(30)
                               VALUE SPACES.
       01  CONTACT-FILE-STATUS PIC XX VALUE SPACES.
       01  CUST-FILE-STATUS    PIC XX VALUE SPACES.
       01  CNT-TRANS-EOF-SW    PIC X VALUE 'N'.
           88  CNT-TRANS-AT-EOF     VALUE 'Y'.
      *
       01  CNT-TRANS-READ-CT   PIC 9(9) COMP VALUE ZERO.
       01  CNT-ADDED-CT        PIC 9(9) COMP VALUE ZERO.
       01  CNT-CHANGED-CT      PIC 9(9) COMP VALUE ZERO.
       01  CNT-DELETED-CT      PIC 9(9) COMP VALUE ZERO.
       01  CNT-REJECT-CT       PIC 9(9) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-MAINTAIN-CLIENT-CONTACT.
           OPEN I-O CONTACT-FILE.
           IF CONTACT-FILE-STATUS NOT = '00'
               DISPLAY 'MAINTAIN-CLIENT-CONTACT: CONTACT-FILE OPEN '
                   'I-O FAILED, FILE STATUS = ' CONTACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF CUST-FILE-STATUS NOT = '00'
               DISPLAY 'MAINTAIN-CLIENT-CONTACT: CUSTOMER-FILE OPEN '
                   'FAILED, FILE STATUS = ' CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT  CONTACT-TRANS-FILE
                OUTPUT CONTACT-REJECT-FILE.
           MOVE CONTACT-REJECT-HEADING TO CONTACT-REJECT-LINE
           WRITE CONTACT-REJECT-LINE.
           PERFORM 150-READ-CONTACT-TRANS.
           PERFORM 200-APPLY-CONTACT-TRANS
               UNTIL CNT-TRANS-AT-EOF.
           PERFORM 900-WRITE-CONTROL-TOTALS.
           CLOSE CONTACT-FILE
                 CUSTOMER-FILE
                 CONTACT-TRANS-FILE
                 CONTACT-REJECT-FILE.
           IF CNT-REJECT-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       150-READ-CONTACT-TRANS.
           READ CONTACT-TRANS-FILE
               AT END
                   SET CNT-TRANS-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CNT-TRANS-READ-CT
           END-READ.
      *
       200-APPLY-CONTACT-TRANS.
           EVALUATE TRUE
               WHEN NOT CNTT-CODE-VALID
                   MOVE 'INVALID TRANSACTION CODE' TO CREJ-REASON
                   PERFORM 600-WRITE-CONTACT-REJECT
               WHEN CNTT-ACCOUNT-NO IS NOT NUMERIC
                   MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO CREJ-REASON
                   PERFORM 600-WRITE-CONTACT-REJECT
               WHEN CNTT-ACCOUNT-NO = ZERO
                   MOVE 'ACCOUNT NUMBER ZERO' TO CREJ-REASON
                   PERFORM 600-WRITE-CONTACT-REJECT
               WHEN (CNTT-IS-ADD OR CNTT-IS-CHANGE)
                       AND CNTT-FULL-NAME = SPACES
                   MOVE 'FULL NAME REQUIRED' TO CREJ-REASON
                   PERFORM 600-WRITE-CONTACT-REJECT
               WHEN (CNTT-IS-ADD OR CNTT-IS-CHANGE)
                       AND CNTT-ADDRESS-BLOCK NOT = SPACES
                       AND CNTT-ADDRESS-LINE-1 = SPACES
                   MOVE 'ADDRESS MUST START ON LINE 1' TO CREJ-REASON
                   PERFORM 600-WRITE-CONTACT-REJECT
               WHEN (CNTT-IS-ADD OR CNTT-IS-CHANGE)
                       AND CNTT-ADDRESS-BLOCK NOT = SPACES
                       AND CNTT-POSTAL-CODE = SPACES
                   MOVE 'POSTAL CODE REQUIRED' TO CREJ-REASON
                   PERFORM 600-WRITE-CONTACT-REJECT
               WHEN (CNTT-IS-ADD OR CNTT-IS-CHANGE)
                       AND NOT CNTT-MAIL-FLAG-VALID
                   MOVE 'INVALID MAIL FLAG' TO CREJ-REASON
                   PERFORM 600-WRITE-CONTACT-REJECT
               WHEN CNTT-IS-ADD
                   PERFORM 400-APPLY-CONTACT-ADD
               WHEN CNTT-IS-CHANGE
                   PERFORM 410-APPLY-CONTACT-CHANGE
               WHEN CNTT-IS-DELETE
                   PERFORM 420-APPLY-CONTACT-DELETE
           END-EVALUATE
           PERFORM 150-READ-CONTACT-TRANS.
      *
      ******************************************************************
      * A contact may only be added for an account the master knows   *
      * about - otherwise a mistyped account number sits on the file  *
      * and the real account goes out unaddressed.                    *
      ******************************************************************
       400-APPLY-CONTACT-ADD.
           MOVE CNTT-ACCOUNT-NO TO ACCOUNT-NO
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'ADD - ACCOUNT NOT ON MASTER' TO CREJ-REASON
                   PERFORM 600-WRITE-CONTACT-REJECT
               NOT INVALID KEY
                   PERFORM 405-WRITE-CONTACT
           END-READ.
      *
       405-WRITE-CONTACT.
           MOVE SPACES TO CONTACT-RECORD
           PERFORM 430-MOVE-TRANS-TO-CONTACT
           WRITE CONTACT-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE ADD - CONTACT EXISTS' TO CREJ-REASON
                   PERFORM 600-WRITE-CONTACT-REJECT
               NOT INVALID KEY
                   ADD 1 TO CNT-ADDED-CT
           END-WRITE.
      *
       410-APPLY-CONTACT-CHANGE.
           MOVE CNTT-ACCOUNT-NO TO CONT-ACCOUNT-NO
           READ CONTACT-FILE
               INVALID KEY
                   MOVE 'CHANGE - CONTACT NOT ON FILE' TO CREJ-REASON
                   PERFORM 600-WRITE-CONTACT-REJECT
               NOT INVALID KEY
                   PERFORM 430-MOVE-TRANS-TO-CONTACT
                   REWRITE CONTACT-RECORD
                   ADD 1 TO CNT-CHANGED-CT
           END-READ.
      *
       420-APPLY-CONTACT-DELETE.
           MOVE CNTT-ACCOUNT-NO TO CONT-ACCOUNT-NO
           READ CONTACT-FILE
               INVALID KEY
                   MOVE 'DELETE - CONTACT NOT ON FILE' TO CREJ-REASON
                   PERFORM 600-WRITE-CONTACT-REJECT
               NOT INVALID KEY
                   DELETE CONTACT-FILE RECORD
                   ADD 1 TO CNT-DELETED-CT
           END-READ.
      *
       430-MOVE-TRANS-TO-CONTACT.
           MOVE CNTT-ACCOUNT-NO    TO CONT-ACCOUNT-NO
           MOVE CNTT-FULL-NAME     TO CONT-FULL-NAME
           MOVE CNTT-ADDRESS-BLOCK TO CONT-ADDRESS-BLOCK
           MOVE CNTT-POSTAL-CODE   TO CONT-POSTAL-CODE
           MOVE CNTT-COUNTRY       TO CONT-COUNTRY
           MOVE CNTT-PHONE         TO CONT-PHONE
           MOVE CNTT-MAIL-FLAG     TO CONT-MAIL-FLAG.
      *
       600-WRITE-CONTACT-REJECT.
           ADD 1 TO CNT-REJECT-CT
           MOVE CNTT-CODE        TO CREJ-CODE
           MOVE CNTT-ACCOUNT-NO  TO CREJ-ACCOUNT-NO
           MOVE CNTT-FULL-NAME   TO CREJ-NAME
           MOVE CONTACT-REJECT-DETAIL TO CONTACT-REJECT-LINE
           WRITE CONTACT-REJECT-LINE.
      *
       900-WRITE-CONTROL-TOTALS.
           DISPLAY 'MAINTAIN-CLIENT-CONTACT CONTROL TOTALS'
           DISPLAY '  TRANSACTIONS READ      : ' CNT-TRANS-READ-CT
           DISPLAY '  CONTACTS ADDED         : ' CNT-ADDED-CT
           DISPLAY '  CONTACTS CHANGED       : ' CNT-CHANGED-CT
           DISPLAY '  CONTACTS DELETED       : ' CNT-DELETED-CT
           DISPLAY '  TRANSACTIONS REJECTED  : ' CNT-REJECT-CT.
       END PROGRAM MAINTAIN-CLIENT-CONTACT.
