      ******************************************************************
      * Copybook:    RELSHIP
      * Purpose:     Client relationship (household) record layout,
      *              shared by every program that reads or maintains
      *              the RELATION-FILE (D:\S-RELSHP) dataset - one
      *              record per member account of a relationship,
      *              keyed on RELN-KEY (relationship ID then the
      *              CUSTMAST ACCOUNT-NO), so reading the file in key
      *              order delivers each household's accounts
      *              together.  RELN-ROLE says how the account belongs
      *              to the household; every relationship has exactly
      *              one primary account, whose holder the
      *              consolidated statement is addressed to.
      * Modification History
      *   2026-10-15  RZ  Original copybook.  Record length 50.
      ******************************************************************
       01  RELN-RECORD.
               05 RELN-KEY.
                   10 RELN-RELATIONSHIP-ID
                                   PIC 9(08).
                   10 RELN-ACCOUNT-NO
                                   PIC 9(10).
               05 RELN-ROLE        PIC X(01).
                   88  RELN-IS-PRIMARY     VALUE 'P'.
                   88  RELN-IS-JOINT       VALUE 'J'.
                   88  RELN-IS-TRUST       VALUE 'T'.
                   88  RELN-IS-CORPORATE   VALUE 'C'.
                   88  RELN-ROLE-VALID     VALUE 'P' 'J' 'T' 'C'.
               05 RELN-DATE-LINKED PIC 9(08).
               05 FILLER           PIC X(23).
