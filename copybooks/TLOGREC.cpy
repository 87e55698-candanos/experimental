      *                    WITHHOLDING-TAX ENTRIES SUBPGM01 POSTS
      *                    ALONGSIDE EACH FEE - BOOKS-SIDE ONLY,
      *                    NEVER ON A STATEMENT.
      * 2026-10-15  DS    ADDED TLOG-TYPE-TERM-DEPOSIT ('M') FOR THE
      *                    TERM DEPOSIT MATURITY, PAY-OUT AND EARLY-
      *                    BREAK ENTRIES. NO NEW FIELD - A NEW VALUE
      *                    ON THE EXISTING TRANSACTION TYPE.
      * 2026-10-15  DS    ADDED TLOG-TYPE-LOAN-PRINCIPAL ('L') AND
      *                    TLOG-TYPE-LOAN-INTEREST ('N') FOR THE
      *                    INSTALLMENT LOAN DISBURSEMENT AND COLLECTION
      *                    ENTRIES.
      * 2026-10-15  DS    ADDED TLOG-TYPE-NSF-FEE ('U') FOR THE
      *                    UNPAID-ITEM FEE CHARGED ON RE-PRESENTMENT
      *                    OF AN INSUFFICIENT-FUNDS REJECT.
      * 2026-10-15  DS    ADDED TLOG-TYPE-SWEEP ('W') FOR THE LEGS OF
      *                    A BALANCE SWEEP BETWEEN LINKED ACCOUNTS.
      * 2026-10-15  DS    ADDED TLOG-TYPE-REVALUATION ('V') FOR THE
      *                    EXPREVAL MONTH-END RESTATEMENT OF A FOREIGN-
      *                    CURRENCY ACCOUNT. TLOG-CONVERTED-AMOUNT IS
      *                    THE UNREALIZED FX GAIN OR LOSS IN THE BASE
      *                    CURRENCY; THE ACCOUNT'S OWN-CURRENCY BALANCE
      *                    DOES NOT MOVE.
      * 2026-10-15  DS    ADDED TLOG-ACCOUNT-RATE - THE RATE A FOREIGN-
      *                    CURRENCY ACCOUNT'S POSTING WAS RESTATED AT,
      *                    FROM SP1-ACCOUNT-RATE (ZERO ON A BASE
      *                    ACCOUNT, AND ON RECORDS WRITTEN BEFORE IT
      *                    WAS CARRIED). TAKEN FROM THE EXPANSION
      *                    FILLER (NONE REMAINS).
      * 2026-10-15  DS    ADDED TLOG-TYPE-CHARGE-OFF ('O') FOR THE
      *                    EXPCHGOF WRITE-OFF OF A LONG-OVERDRAWN
      *                    BALANCE AND TLOG-TYPE-RECOVERY ('Y') FOR A
      *                    LATER CREDIT TAKEN AGAINST THE WRITTEN-OFF
      *                    AMOUNT. A RECOVERY DOES NOT MOVE THE
      *                    ACCOUNT'S BALANCE.
      * 2026-10-15  DS    ADDED TLOG-TYPE-ESTATE ('E') FOR THE LEGS OF
      *                    AN EXPESTCL ESTATE PAY-OUT.
      ******************************************************************
       01  TLOG-RECORD.
           05  TLOG-LOG-DATE               PIC 9(08).
               88  TLOG-TYPE-INTEREST          VALUE 'I'.
               88  TLOG-TYPE-DISPUTE           VALUE 'D'.
               88  TLOG-TYPE-FEE-TAX           VALUE 'T'.
               88  TLOG-TYPE-TERM-DEPOSIT      VALUE 'M'.
               88  TLOG-TYPE-LOAN-PRINCIPAL    VALUE 'L'.
               88  TLOG-TYPE-LOAN-INTEREST     VALUE 'N'.
               88  TLOG-TYPE-NSF-FEE           VALUE 'U'.
               88  TLOG-TYPE-SWEEP             VALUE 'W'.
               88  TLOG-TYPE-REVALUATION       VALUE 'V'.
               88  TLOG-TYPE-CHARGE-OFF        VALUE 'O'.
               88  TLOG-TYPE-RECOVERY          VALUE 'Y'.
               88  TLOG-TYPE-ESTATE            VALUE 'E'.
           05  TLOG-SEQUENCE-NUMBER        PIC 9(09).
           05  TLOG-CHAIN-CHECK            PIC 9(09).
           05  TLOG-REGION-CODE            PIC X(03).
           05  TLOG-ACCOUNT-RATE           PIC 9(04)V9999 COMP-3.
