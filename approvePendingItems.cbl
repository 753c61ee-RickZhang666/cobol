      ******************************************************************
      * Author:      RICK
      * Date:        2026-10-15
      * Purpose:     Second-operator (checker) step of the maker-
      *              checker queue.  MAINTAIN-CUSTOMER-MASTER parks
      *              compliance overrides and postings or transfers
      *              above the approval limit on the keyed PENDING-
      *              FILE (COPY PENDAPPR) instead of applying them;
      *              this program reads the approver's decisions and
      *              marks each parked item released or declined.
      *              Released items are applied, and journalled with
      *              both operator IDs, by the next maintenance run.
      *              Also lists every item still waiting on a
      *              decision past the ageing limit, so nothing sits
      *              on the queue unnoticed.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      *   2026-10-15  RZ  Original program.  Run parameter (PARM) is
      *                   the ageing limit in days (default 2): a
      *                   pending item parked that many days ago or
      *                   more is listed on AGED-ITEMS-FILE.  A
      *                   decision is rejected when the action is not
      *                   R (release) or D (decline), the item is not
      *                   on the queue or no longer pending, no
      *                   approver ID is given, the approver is the
      *                   operator who keyed the item, or a decline
      *                   gives no reason.  RETURN-CODE 4 when any
      *                   decision was rejected or any item is aged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE-PENDING-ITEMS.
       AUTHOR. RICK.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE
               ASSIGN TO "D:\S-PENDAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PEND-FILE-STATUS.
           SELECT APPROVAL-DECISION-FILE
               ASSIGN TO "D:\S-APRVIN".
           SELECT APPROVAL-REGISTER-FILE
               ASSIGN TO "D:\S-APRVRG".
           SELECT APPROVAL-REJECT-FILE
               ASSIGN TO "D:\S-APRVRJ".
           SELECT AGED-ITEMS-FILE
               ASSIGN TO "D:\S-APRVAG".
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "D:\S-RUNHST".
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
           COPY PENDAPPR.
       FD  APPROVAL-DECISION-FILE
           RECORDING MODE IS F.
       01  APRV-RECORD.
               05 APRV-ACTION      PIC X(01).
                   88  APRV-IS-RELEASE  VALUE 'R'.
                   88  APRV-IS-DECLINE  VALUE 'D'.
                   88  APRV-ACTION-VALID
                                        VALUE 'R' 'D'.
               05 APRV-ITEM-KEY.
                   10 APRV-PARK-DATE
                                   PIC 9(08).
                   10 APRV-PARK-TIME
                                   PIC 9(06).
                   10 APRV-SEQ-NO  PIC 9(04).
               05 APRV-APPROVER-ID PIC X(08).
               05 APRV-DECLINE-REASON
                                   PIC X(30).
       FD  APPROVAL-REGISTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS APPROVAL-REGISTER-LINE.
       01  APPROVAL-REGISTER-LINE      PIC X(132).
       FD  APPROVAL-REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS APPROVAL-REJECT-LINE.
       01  APPROVAL-REJECT-LINE        PIC X(132).
       FD  AGED-ITEMS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS AGED-ITEMS-LINE.
       01  AGED-ITEMS-LINE             PIC X(132).
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
           COPY RUNHIST.
       WORKING-STORAGE SECTION.
           COPY TRANSREC.
       01  APPROVAL-REGISTER-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(40)
                   VALUE 'APPROVAL DECISIONS RECORDED'.
               05 FILLER       PIC X(82)
                               VALUE SPACES.
       01  APPROVAL-REGISTER-COLUMNS.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(23)
                               VALUE 'ITEM NUMBER'.
               05 FILLER       PIC X(10)
                               VALUE 'DECISION'.
               05 FILLER       PIC X(04)
                               VALUE 'TRN'.
               05 FILLER       PIC X(12)
                               VALUE 'ACCOUNT-NO'.
               05 FILLER       PIC X(17)
                               VALUE '         AMOUNT'.
               05 FILLER       PIC X(10)
                               VALUE 'KEYED BY'.
               05 FILLER       PIC X(10)
                               VALUE 'DECIDED BY'.
               05 FILLER       PIC X(44)
                               VALUE 'DECLINE REASON'.
       01  APPROVAL-REGISTER-DETAIL.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 ARG-PARK-DATE
                               PIC 9(08).
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 ARG-PARK-TIME
                               PIC 9(06).
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 ARG-SEQ-NO   PIC 9(04).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 ARG-DECISION PIC X(08).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 ARG-CODE     PIC X(01).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 ARG-ACCOUNT-NO
                               PIC 9(10).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 ARG-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 ARG-OPERATOR PIC X(08).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 ARG-APPROVER PIC X(08).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 ARG-REASON   PIC X(30).
               05 FILLER       PIC X(14)
                               VALUE SPACES.
       01  APPROVAL-REJECT-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(30)
                               VALUE 'APPROVAL DECISION EXCEPTIONS'.
               05 FILLER       PIC X(92)
                               VALUE SPACES.
       01  APPROVAL-REJECT-DETAIL.
               05 FILLER       PIC X(12)
                               VALUE SPACES.
               05 AREJ-ACTION  PIC X(01).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 AREJ-ITEM-KEY
                               PIC X(18).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 AREJ-APPROVER
                               PIC X(08).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 AREJ-REASON  PIC X(30).
               05 FILLER       PIC X(54)
                               VALUE SPACES.
       01  AGED-ITEMS-HEADING.
               05 FILLER       PIC X(10)
                               VALUE SPACES.
               05 FILLER       PIC X(36)
                   VALUE 'ITEMS AWAITING APPROVAL - AGED LIMIT'.
               05 AGH-AGED-DAYS
                               PIC ZZ9.
               05 FILLER       PIC X(05)
                               VALUE ' DAYS'.
               05 FILLER       PIC X(78)
                               VALUE SPACES.
       01  AGED-ITEMS-COLUMNS.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 FILLER       PIC X(23)
                               VALUE 'ITEM NUMBER'.
               05 FILLER       PIC X(06)
                               VALUE ' DAYS'.
               05 FILLER       PIC X(04)
                               VALUE 'TRN'.
               05 FILLER       PIC X(12)
                               VALUE 'ACCOUNT-NO'.
               05 FILLER       PIC X(17)
                               VALUE '         AMOUNT'.
               05 FILLER       PIC X(10)
                               VALUE 'KEYED BY'.
               05 FILLER       PIC X(58)
                               VALUE 'REASON PARKED'.
       01  AGED-ITEMS-DETAIL.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 AGD-PARK-DATE
                               PIC 9(08).
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 AGD-PARK-TIME
                               PIC 9(06).
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 AGD-SEQ-NO   PIC 9(04).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 AGD-AGE-DAYS PIC ZZ,ZZ9.
               05 FILLER       PIC X(01)
                               VALUE SPACES.
               05 AGD-CODE     PIC X(01).
               05 FILLER       PIC X(03)
                               VALUE SPACES.
               05 AGD-ACCOUNT-NO
                               PIC 9(10).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 AGD-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 AGD-OPERATOR PIC X(08).
               05 FILLER       PIC X(02)
                               VALUE SPACES.
               05 AGD-REASON   PIC X(20).
               05 FILLER       PIC X(37)
                               VALUE SPACES.
       01  PEND-FILE-STATUS    PIC XX VALUE SPACES.
       01  DECISION-EOF-SW     PIC X VALUE 'N'.
           88  DECISION-AT-EOF      VALUE 'Y'.
       01  PEND-SCAN-EOF-SW    PIC X VALUE 'N'.
           88  PEND-SCAN-AT-EOF     VALUE 'Y'.
      *
       01  RUN-PARM            PIC X(80).
       01  AGED-DAYS-X         PIC X(05) VALUE SPACES.
       01  AGED-DAYS           PIC 9(03) VALUE 2.
       01  ITEM-AGE-DAYS       PIC S9(05) VALUE ZERO.
       01  RUN-STAMP.
               05 RUN-DATE     PIC 9(08) VALUE ZERO.
       01  RUNH-STAMP.
               05 RUNH-DATE    PIC 9(08) VALUE ZERO.
               05 RUNH-TIME-RAW.
                   10 RUNH-TIME PIC 9(06).
                   10 FILLER   PIC 9(02).
      *
       01  DECISION-READ-CT    PIC 9(9) COMP VALUE ZERO.
       01  ITEMS-RELEASED-CT   PIC 9(9) COMP VALUE ZERO.
       01  ITEMS-DECLINED-CT   PIC 9(9) COMP VALUE ZERO.
       01  DECISION-REJECT-CT  PIC 9(9) COMP VALUE ZERO.
       01  ITEMS-PENDING-CT    PIC 9(9) COMP VALUE ZERO.
       01  ITEMS-AGED-CT       PIC 9(9) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-APPROVE-PENDING-ITEMS.
           ACCEPT RUN-PARM FROM COMMAND-LINE
           UNSTRING RUN-PARM DELIMITED BY ','
               INTO AGED-DAYS-X
           END-UNSTRING
           IF AGED-DAYS-X NOT = SPACES
               COMPUTE AGED-DAYS = FUNCTION NUMVAL(AGED-DAYS-X)
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O PENDING-FILE.
           IF PEND-FILE-STATUS NOT = '00'
               DISPLAY 'APPROVE-PENDING-ITEMS: PENDING-FILE OPEN '
                   'I-O FAILED, FILE STATUS = ' PEND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT  APPROVAL-DECISION-FILE
                OUTPUT APPROVAL-REGISTER-FILE
                       APPROVAL-REJECT-FILE
                       AGED-ITEMS-FILE.
           MOVE APPROVAL-REGISTER-HEADING TO APPROVAL-REGISTER-LINE
           WRITE APPROVAL-REGISTER-LINE
           MOVE APPROVAL-REGISTER-COLUMNS TO APPROVAL-REGISTER-LINE
           WRITE APPROVAL-REGISTER-LINE
           MOVE APPROVAL-REJECT-HEADING TO APPROVAL-REJECT-LINE
           WRITE APPROVAL-REJECT-LINE.
           PERFORM 150-READ-DECISION.
           PERFORM 200-APPLY-DECISION
               UNTIL DECISION-AT-EOF.
           PERFORM 500-LIST-AGED-ITEMS.
           PERFORM 900-WRITE-CONTROL-TOTALS.
           CLOSE PENDING-FILE
                 APPROVAL-DECISION-FILE
                 APPROVAL-REGISTER-FILE
                 APPROVAL-REJECT-FILE
                 AGED-ITEMS-FILE.
           IF DECISION-REJECT-CT > ZERO
                   OR ITEMS-AGED-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.
      *
       150-READ-DECISION.
           READ APPROVAL-DECISION-FILE
               AT END
                   SET DECISION-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO DECISION-READ-CT
           END-READ.
      *
      ******************************************************************
      * One decision against one parked item.  The approver may not    *
      * be the operator who keyed the item - that is the whole point   *
      * of the queue - and a decline must say why, because the reason  *
      * goes back to the keying operator on the register.              *
      ******************************************************************
       200-APPLY-DECISION.
           EVALUATE TRUE
               WHEN NOT APRV-ACTION-VALID
                   MOVE 'INVALID DECISION CODE' TO AREJ-REASON
                   PERFORM 600-WRITE-DECISION-REJECT
               WHEN APRV-ITEM-KEY IS NOT NUMERIC
                   MOVE 'ITEM NUMBER NOT NUMERIC' TO AREJ-REASON
                   PERFORM 600-WRITE-DECISION-REJECT
               WHEN APRV-APPROVER-ID = SPACES
                   MOVE 'APPROVER ID REQUIRED' TO AREJ-REASON
                   PERFORM 600-WRITE-DECISION-REJECT
               WHEN APRV-IS-DECLINE AND APRV-DECLINE-REASON = SPACES
                   MOVE 'DECLINE REASON REQUIRED' TO AREJ-REASON
                   PERFORM 600-WRITE-DECISION-REJECT
               WHEN OTHER
                   PERFORM 400-RECORD-DECISION
           END-EVALUATE
           PERFORM 150-READ-DECISION.
      *
       400-RECORD-DECISION.
           MOVE APRV-ITEM-KEY TO PEND-KEY
           READ PENDING-FILE
               INVALID KEY
                   MOVE 'ITEM NOT ON APPROVAL QUEUE' TO AREJ-REASON
                   PERFORM 600-WRITE-DECISION-REJECT
               NOT INVALID KEY
                   PERFORM 410-CHECK-AND-REWRITE
           END-READ.
      *
       410-CHECK-AND-REWRITE.
           EVALUATE TRUE
               WHEN NOT PEND-IS-PENDING
                   MOVE 'ITEM ALREADY DECIDED' TO AREJ-REASON
                   PERFORM 600-WRITE-DECISION-REJECT
               WHEN APRV-APPROVER-ID = PEND-OPERATOR-ID
                   MOVE 'APPROVER KEYED THIS ITEM' TO AREJ-REASON
                   PERFORM 600-WRITE-DECISION-REJECT
               WHEN OTHER
                   IF APRV-IS-RELEASE
                       SET PEND-IS-RELEASED TO TRUE
                       MOVE SPACES TO PEND-DECLINE-REASON
                   ELSE
                       SET PEND-IS-DECLINED TO TRUE
                       MOVE APRV-DECLINE-REASON
                                      TO PEND-DECLINE-REASON
                   END-IF
                   MOVE APRV-APPROVER-ID TO PEND-APPROVER-ID
                   MOVE RUN-DATE         TO PEND-DECISION-DATE
                   REWRITE PEND-RECORD
                   IF PEND-FILE-STATUS = '00'
                       IF PEND-IS-RELEASED
                           ADD 1 TO ITEMS-RELEASED-CT
                       ELSE
                           ADD 1 TO ITEMS-DECLINED-CT
                       END-IF
                       PERFORM 650-WRITE-REGISTER-LINE
                   ELSE
                       MOVE 'APPROVAL QUEUE REWRITE FAILED'
                                      TO AREJ-REASON
                       PERFORM 600-WRITE-DECISION-REJECT
                   END-IF
           END-EVALUATE.
      *
      ******************************************************************
      * Walk the whole queue after tonight's decisions and list every  *
      * item still pending that was parked at least the ageing limit   *
      * ago, oldest first (the key is the park date and time).         *
      ******************************************************************
       500-LIST-AGED-ITEMS.
           MOVE AGED-DAYS TO AGH-AGED-DAYS
           MOVE AGED-ITEMS-HEADING TO AGED-ITEMS-LINE
           WRITE AGED-ITEMS-LINE
           MOVE AGED-ITEMS-COLUMNS TO AGED-ITEMS-LINE
           WRITE AGED-ITEMS-LINE
           MOVE LOW-VALUES TO PEND-KEY
           START PENDING-FILE KEY NOT LESS THAN PEND-KEY
               INVALID KEY
                   SET PEND-SCAN-AT-EOF TO TRUE
           END-START
           IF NOT PEND-SCAN-AT-EOF
               PERFORM 510-READ-NEXT-PENDING
               PERFORM 520-CHECK-ONE-ITEM
                   UNTIL PEND-SCAN-AT-EOF
           END-IF.
      *
       510-READ-NEXT-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET PEND-SCAN-AT-EOF TO TRUE
           END-READ.
      *
       520-CHECK-ONE-ITEM.
           IF PEND-IS-PENDING
               ADD 1 TO ITEMS-PENDING-CT
               COMPUTE ITEM-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(PEND-PARK-DATE)
               IF ITEM-AGE-DAYS NOT < AGED-DAYS
                   ADD 1 TO ITEMS-AGED-CT
                   PERFORM 660-WRITE-AGED-LINE
               END-IF
           END-IF
           PERFORM 510-READ-NEXT-PENDING.
      *
       600-WRITE-DECISION-REJECT.
           ADD 1 TO DECISION-REJECT-CT
           MOVE APRV-ACTION      TO AREJ-ACTION
           MOVE APRV-ITEM-KEY    TO AREJ-ITEM-KEY
           MOVE APRV-APPROVER-ID TO AREJ-APPROVER
           MOVE APPROVAL-REJECT-DETAIL TO APPROVAL-REJECT-LINE
           WRITE APPROVAL-REJECT-LINE.
      *
       650-WRITE-REGISTER-LINE.
           MOVE PEND-TRANS-IMAGE TO TRANS-RECORD
           MOVE PEND-PARK-DATE   TO ARG-PARK-DATE
           MOVE PEND-PARK-TIME   TO ARG-PARK-TIME
           MOVE PEND-SEQ-NO      TO ARG-SEQ-NO
           IF PEND-IS-RELEASED
               MOVE 'RELEASED' TO ARG-DECISION
           ELSE
               MOVE 'DECLINED' TO ARG-DECISION
           END-IF
           MOVE TRANS-CODE       TO ARG-CODE
           MOVE PEND-ACCOUNT-NO  TO ARG-ACCOUNT-NO
           IF TRANS-IS-POSTING OR TRANS-IS-TRANSFER
               MOVE TRANS-POST-AMOUNT TO ARG-AMOUNT
           ELSE
               MOVE ZERO              TO ARG-AMOUNT
           END-IF
           MOVE PEND-OPERATOR-ID    TO ARG-OPERATOR
           MOVE PEND-APPROVER-ID    TO ARG-APPROVER
           MOVE PEND-DECLINE-REASON TO ARG-REASON
           MOVE APPROVAL-REGISTER-DETAIL TO APPROVAL-REGISTER-LINE
           WRITE APPROVAL-REGISTER-LINE.
      *
       660-WRITE-AGED-LINE.
           MOVE PEND-TRANS-IMAGE TO TRANS-RECORD
           MOVE PEND-PARK-DATE   TO AGD-PARK-DATE
           MOVE PEND-PARK-TIME   TO AGD-PARK-TIME
           MOVE PEND-SEQ-NO      TO AGD-SEQ-NO
           MOVE ITEM-AGE-DAYS    TO AGD-AGE-DAYS
           MOVE TRANS-CODE       TO AGD-CODE
           MOVE PEND-ACCOUNT-NO  TO AGD-ACCOUNT-NO
           IF TRANS-IS-POSTING OR TRANS-IS-TRANSFER
               MOVE TRANS-POST-AMOUNT TO AGD-AMOUNT
           ELSE
               MOVE ZERO              TO AGD-AMOUNT
           END-IF
           MOVE PEND-OPERATOR-ID TO AGD-OPERATOR
           MOVE PEND-PARK-REASON TO AGD-REASON
           MOVE AGED-ITEMS-DETAIL TO AGED-ITEMS-LINE
           WRITE AGED-ITEMS-LINE.
      *
       900-WRITE-CONTROL-TOTALS.
           DISPLAY 'APPROVE-PENDING-ITEMS CONTROL TOTALS'
           DISPLAY '  DECISIONS READ         : ' DECISION-READ-CT
           DISPLAY '  ITEMS RELEASED         : ' ITEMS-RELEASED-CT
           DISPLAY '  ITEMS DECLINED         : ' ITEMS-DECLINED-CT
           DISPLAY '  DECISIONS REJECTED     : ' DECISION-REJECT-CT
           DISPLAY '  ITEMS STILL PENDING    : ' ITEMS-PENDING-CT
           DISPLAY '  ITEMS PAST AGED LIMIT  : ' ITEMS-AGED-CT.
      *
       950-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           ACCEPT RUNH-DATE FROM DATE YYYYMMDD
           ACCEPT RUNH-TIME-RAW FROM TIME
           MOVE RUNH-DATE   TO RUNH-RUN-DATE
           MOVE RUNH-TIME   TO RUNH-RUN-TIME
           MOVE 'APPROVE-PENDING-ITEMS'
                            TO RUNH-PROGRAM-ID
           MOVE RETURN-CODE TO RUNH-RETURN-CODE
           MOVE DECISION-READ-CT TO RUNH-RECORDS-READ
           COMPUTE RUNH-RECORDS-WRITTEN = ITEMS-RELEASED-CT
               + ITEMS-DECLINED-CT
           MOVE DECISION-REJECT-CT TO RUNH-RECORDS-REJECTED
           MOVE ZERO        TO RUNH-HASH-TOTAL
           WRITE RUNH-RECORD
           CLOSE RUN-HISTORY-FILE.
       END PROGRAM APPROVE-PENDING-ITEMS.
