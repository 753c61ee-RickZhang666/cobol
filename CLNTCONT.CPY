      ******************************************************************
      * Copybook:    CLNTCONT
      * Purpose:     Client contact record layout, shared by every
      *              program that reads or maintains the CONTACT-FILE
      *              (D:\S-CONTCT) dataset - one record per account,
      *              keyed on CONT-ACCOUNT-NO (the CUSTMAST ACCOUNT-
      *              NO), carrying the client's full name and postal
      *              address for the statement mailing, a phone
      *              number, and the mail flag: a client who asked
      *              for no post, or whose last mailing came back,
      *              is held out of the mailing until the flag is
      *              cleared.  Unused address lines carry SPACES.
      * Modification History
      *   2026-10-15  RZ  Original copybook.  CLINENT-NAME on CUSTMAST
      *                   is 20 characters and carries no address; the
      *                   branches were addressing envelopes from
      *                   their own lists.  Record length 251.
      ******************************************************************
       01  CONTACT-RECORD.
               05 CONT-ACCOUNT-NO  PIC 9(10).
               05 CONT-FULL-NAME   PIC X(40).
               05 CONT-ADDRESS-BLOCK.
                   10 CONT-ADDRESS-LINE-1
                                   PIC X(35).
                   10 CONT-ADDRESS-LINE-2
                                   PIC X(35).
                   10 CONT-ADDRESS-LINE-3
                                   PIC X(35).
                   10 CONT-ADDRESS-LINE-4
                                   PIC X(35).
               05 CONT-ADDRESS-TABLE REDEFINES CONT-ADDRESS-BLOCK.
                   10 CONT-ADDRESS-LINE
                                   PIC X(35) OCCURS 4 TIMES.
               05 CONT-POSTAL-CODE PIC X(10).
               05 CONT-COUNTRY     PIC X(20).
               05 CONT-PHONE       PIC X(20).
               05 CONT-MAIL-FLAG   PIC X(01).
                   88  CONT-MAIL-OK        VALUE SPACE.
                   88  CONT-DO-NOT-MAIL    VALUE 'N'.
                   88  CONT-RETURNED-MAIL  VALUE 'R'.
                   88  CONT-MAIL-FLAG-VALID
                                           VALUE SPACE 'N' 'R'.
               05 FILLER           PIC X(10).
