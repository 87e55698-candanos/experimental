      *                    CHANGE CAN SET OR CLEAR THE DORMANT FLAG
      *                    THE EXPDORM ESCHEATMENT SCAN MAINTAINS -
      *                    REACTIVATION IS A CHANGE BACK TO 'A'.
      * 2026-10-15  DS    ADDED ACMT-PRODUCT-CODE - AN ADD NAMES THE
      *                    PRODMSTR PRODUCT THE ACCOUNT IS OPENED ON.
      * 2026-10-15  DS    ADDED FUNCTIONS 'L' (LINK A FURTHER OWNER,
      *                    JOINT OWNER OR SIGNATORY ON ACCTREL), 'U'
      *                    (UNLINK ONE) AND 'R' (SET THE ACCOUNT'S
      *                    JOINT SIGNING RULE), WITH ACMT-REL-ROLE,
      *                    THE STATEMENT/NOTICE ENTITLEMENT SWITCHES
      *                    AND ACMT-JOINT-RULE. ON A LINK OR UNLINK
      *                    ACMT-CUSTOMER-NUMBER NAMES THE PARTY, NOT
      *                    THE LEAD OWNER. AN ADD MAY ALSO SET THE
      *                    RULE.
      * 2026-10-15  DS    ADDED ACMT-ACCOUNT-CURRENCY - AN ADD MAY OPEN
      *                    THE ACCOUNT IN A FOREIGN CURRENCY. BLANK OR
      *                    THE BASE CURRENCY OPENS A BASE ACCOUNT.
      * 2026-10-15  DS    ADDED ACMT-PENDING (RETURN CODE 02) - THE
      *                    REQUEST PASSED ITS EDITS WHILE THE NIGHTLY
      *                    CHAIN WAS POSTING AND WAS QUEUED ON DEFERQ
      *                    FOR EXPDRAIN TO APPLY WHEN THE CHAIN ENDS.
      * 2026-10-15  DS    AN ADD MAY LEAVE ACMT-ACCOUNT-NUMBER BLANK -
      *                    ACCTMNT THEN ALLOCATES THE NEXT CHECK-DIGIT
      *                    NUMBER AND HANDS IT BACK IN THE SAME FIELD.
      ******************************************************************
       01  ACCTMNT-COMMAREA.
           05  ACMT-FUNCTION               PIC X(01).
               88  ACMT-FUNC-ADD               VALUE 'A'.
               88  ACMT-FUNC-STATUS            VALUE 'S'.
               88  ACMT-FUNC-DELETE            VALUE 'D'.
               88  ACMT-FUNC-LINK              VALUE 'L'.
               88  ACMT-FUNC-UNLINK            VALUE 'U'.
               88  ACMT-FUNC-RULE              VALUE 'R'.
           05  ACMT-ACCOUNT-NUMBER         PIC X(10).
           05  ACMT-CUSTOMER-NUMBER        PIC X(08).
           05  ACMT-PRODUCT-CODE           PIC X(04).
           05  ACMT-ACCOUNT-CURRENCY       PIC X(03).
           05  ACMT-NEW-STATUS             PIC X(01).
               88  ACMT-NEW-ACTIVE             VALUE 'A'.
               88  ACMT-NEW-CLOSED             VALUE 'C'.
               88  ACMT-NEW-DORMANT            VALUE 'D'.
           05  ACMT-REL-ROLE               PIC X(01).
               88  ACMT-REL-VALID-ROLE         VALUES 'O' 'J' 'S'.
               88  ACMT-REL-SIGNATORY          VALUE 'S'.
           05  ACMT-REL-STATEMENT-SW       PIC X(01).
           05  ACMT-REL-NOTICE-SW          PIC X(01).
           05  ACMT-JOINT-RULE             PIC X(01).
               88  ACMT-VALID-JOINT-RULE       VALUES 'A' 'L' ' '.
           05  ACMT-OPERATOR-ID            PIC X(08).
           05  ACMT-RETURN-CODE            PIC 9(02) VALUE ZERO.
               88  ACMT-SUCCESSFUL             VALUE 00.
               88  ACMT-PENDING                VALUE 02.
               88  ACMT-REJECTED               VALUE 08.
           05  ACMT-REJECT-REASON          PIC X(40) VALUE SPACES.
