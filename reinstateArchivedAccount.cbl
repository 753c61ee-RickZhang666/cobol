      *                   when the account is not on the archive or
      *                   is already on the master; in either case
      *                   nothing moves.
      *   2026-10-15  RZ  Each reinstatement is journalled on the
      *                   AUDIT-JOURNAL-FILE under code R (SPACES
      *                   before-image, the reinstated record as the
      *                   after-image), so it shows on the audit
      *                   trail and the surveillance run can flag
      *                   activity on recently reinstated accounts.
      *                   Run parameter gains an optional second
      *                   field, the operator doing the reinstatement
      *                   (account,operator), stamped on the journal
      *                   record.  The journal is opened before
      *                   anything moves; RETURN-CODE 16 if it cannot
      *                   be.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINSTATE-ARCHIVED-ACCOUNT.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARCH-ACCOUNT-NO
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT AUDIT-JOURNAL-FILE
               ASSIGN TO "D:\S-AUDJRN"
               FILE STATUS IS JRNL-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY CUSTMAST.
       FD  ARCHIVE-FILE.
           COPY ARCHMAST.
       FD  AUDIT-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY AUDTJRNL.
       WORKING-STORAGE SECTION.
       01  CUST-FILE-STATUS    PIC XX VALUE SPACES.
       01  ARCH-FILE-STATUS    PIC XX VALUE SPACES.
       01  JRNL-FILE-STATUS    PIC XX VALUE SPACES.
      *
       01  RUN-PARM            PIC X(80).
       01  SEL-ACCOUNT-X       PIC X(10) VALUE SPACES.
       01  SEL-ACCOUNT-NO      PIC 9(10) VALUE ZERO.
       01  SEL-OPERATOR-ID     PIC X(08) VALUE SPACES.
       01  RUN-STAMP.
               05 RUN-DATE     PIC 9(08) VALUE ZERO.
               05 RUN-TIME-RAW.
                   10 RUN-TIME PIC 9(06).
                   10 FILLER   PIC 9(02).
      *
       PROCEDURE DIVISION.
       000-REINSTATE-ARCHIVED-ACCOUNT.
           ACCEPT RUN-PARM FROM COMMAND-LINE
           UNSTRING RUN-PARM DELIMITED BY ','
               INTO SEL-ACCOUNT-X SEL-OPERATOR-ID
           END-UNSTRING
           IF SEL-ACCOUNT-X = SPACES
               DISPLAY 'REINSTATE-ARCHIVED-ACCOUNT: ACCOUNT-NO '
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-JOURNAL-FILE.
           IF JRNL-FILE-STATUS NOT = '00'
               DISPLAY 'REINSTATE-ARCHIVED-ACCOUNT: AUDIT-JOURNAL-FILE '
                   'OPEN EXTEND FAILED, FILE STATUS = '
                   JRNL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-RAW FROM TIME
           PERFORM 100-REINSTATE-ACCOUNT.
           CLOSE CUSTOMER-FILE
                 ARCHIVE-FILE
                 AUDIT-JOURNAL-FILE.
           STOP RUN.
      *
      ******************************************************************
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DELETE ARCHIVE-FILE RECORD
                   PERFORM 300-WRITE-AUDIT-RECORD
                   DISPLAY 'REINSTATE-ARCHIVED-ACCOUNT: ACCOUNT '
                       SEL-ACCOUNT-NO ' REINSTATED (STATUS C, '
                       'CLOSED ' ACCT-CLOSED-DATE ') - REOPEN VIA '
                       'MAINTENANCE'
           END-WRITE.
      *
      ******************************************************************
      * Journal the reinstatement like an ADD - nothing before, the    *
      * record as it went back on the master after - under its own     *
      * code so it is never mistaken for maintenance.                  *
      ******************************************************************
       300-WRITE-AUDIT-RECORD.
           MOVE SPACES          TO AUDT-RECORD
           MOVE RUN-DATE        TO AUDT-RUN-DATE
           MOVE RUN-TIME        TO AUDT-RUN-TIME
           SET AUDT-IS-REINSTATE TO TRUE
           MOVE ACCOUNT-NO      TO AUDT-ACCOUNT-NO
           MOVE CUST-RECORD     TO AUDT-AFTER-IMAGE
           MOVE ZERO            TO AUDT-FX-BEFORE-AMOUNT
                                   AUDT-FX-AFTER-AMOUNT
           MOVE SEL-OPERATOR-ID TO AUDT-OPERATOR-ID
           WRITE AUDT-RECORD.
       END PROGRAM REINSTATE-ARCHIVED-ACCOUNT.
