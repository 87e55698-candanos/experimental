      *                    THAT BUILDS AN ACCTMNT COMMAREA AND CALLS
      *                    THE ACCOUNT MASTER MAINTENANCE SERVICE, THE
      *                    SAME ROLE PSEXDRV PLAYS FOR PSEXPERI.
      * 2026-10-15  DS    THE SAMPLE ADD NOW NAMES THE PRODMSTR
      *                    PRODUCT THE ACCOUNT IS OPENED ON.
      * 2026-10-15  DS    THE SAMPLE ADD CLEARS THE RELATIONSHIP
      *                    FIELDS AND OPENS THE ACCOUNT ON THE LEAD-
      *                    OWNER SIGNING RULE.
      * 2026-10-15  DS    THE SAMPLE ADD OPENS A BASE-CURRENCY ACCOUNT.
      * 2026-10-15  DS    THE SAMPLE ADD LEAVES THE ACCOUNT NUMBER BLANK
      *                    SO ACCTMNT ALLOCATES ONE, AND REPORTS IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMDRV.
      ******************************************************************
       1000-BUILD-SAMPLE-INPUT.
           MOVE 'A' TO ACMT-FUNCTION
           MOVE SPACES TO ACMT-ACCOUNT-NUMBER
           MOVE 'CUST0001' TO ACMT-CUSTOMER-NUMBER
           MOVE 'BCUR' TO ACMT-PRODUCT-CODE
           MOVE SPACES TO ACMT-ACCOUNT-CURRENCY
           MOVE SPACES TO ACMT-NEW-STATUS
           MOVE SPACES TO ACMT-REL-ROLE
           MOVE SPACES TO ACMT-REL-STATEMENT-SW
           MOVE SPACES TO ACMT-REL-NOTICE-SW
           MOVE 'L' TO ACMT-JOINT-RULE
           MOVE 'SUPVSR01' TO ACMT-OPERATOR-ID.
       1000-EXIT.
           EXIT.
