      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-08-22  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED FUNCTIONS 'L'/'U' (ACCTREL LINK AND
      *                    UNLINK - OLD/NEW STATUS CARRY THE PARTY'S
      *                    ROLE) AND 'R' (JOINT RULE CHANGE - OLD/NEW
      *                    STATUS CARRY THE RULE). LAYOUT UNCHANGED.
      ******************************************************************
       01  ACMAUDT-RECORD.
           05  AMA-LOG-DATE                PIC 9(08).
               88  AMA-FUNC-ADD                VALUE 'A'.
               88  AMA-FUNC-STATUS             VALUE 'S'.
               88  AMA-FUNC-DELETE             VALUE 'D'.
               88  AMA-FUNC-LINK               VALUE 'L'.
               88  AMA-FUNC-UNLINK             VALUE 'U'.
               88  AMA-FUNC-RULE               VALUE 'R'.
           05  AMA-ACCOUNT-NUMBER          PIC X(10).
           05  AMA-OLD-STATUS              PIC X(01).
           05  AMA-NEW-STATUS              PIC X(01).
