      *                    CODE 68) FOR SUBPGM01'S ACCTFRZ LEGAL-HOLD
      *                    CHECK - A COURT-ORDERED FREEZE REFUSES
      *                    DEBITS WHILE CREDITS STILL POST.
      * 2026-10-15  DS    ADDED SP1-TYPE-TERM-DEPOSIT ('M') - A TERM
      *                    DEPOSIT ENTRY: THE INTEREST, ROLLOVER AND
      *                    PAY-OUT POSTINGS EXPTDMAT GENERATES AT
      *                    MATURITY, AND THE PENALTY AND PAY-OUT
      *                    TDMNT POSTS ON AN EARLY BREAK. POSTED AS
      *                    THE SIGNED AMOUNT SUPPLIED, LIKE AN
      *                    ADJUSTMENT, AND THE ONLY KIND OF DEBIT AN
      *                    UNMATURED DEPOSIT ACCEPTS.
      * 2026-10-15  DS    ADDED SP1-DEPOSIT-NOT-MATURED CONDITION
      *                    (RETURN CODE 72) FOR SUBPGM01 REFUSING AN
      *                    ORDINARY DEBIT AGAINST A TERM DEPOSIT
      *                    BEFORE ITS TERMDEP MATURITY DATE.
      * 2026-10-15  DS    ADDED SP1-TYPE-LOAN-PRINCIPAL ('L') AND
      *                    SP1-TYPE-LOAN-INTEREST ('N') - THE ENTRIES
      *                    EXPLNCOL GENERATES FOR AN INSTALLMENT LOAN:
      *                    THE DISBURSEMENT (A CREDIT) AND EACH
      *                    INSTALLMENT'S PRINCIPAL PART ARE TYPE 'L',
      *                    ITS INTEREST PART AND ANY LATE INTEREST ARE
      *                    TYPE 'N', SO GLMAP CAN JOURNAL PRINCIPAL
      *                    AND INTEREST TO DIFFERENT LEDGER ACCOUNTS.
      *                    POSTED AS THE SIGNED AMOUNT SUPPLIED.
      * 2026-10-15  DS    ADDED SP1-TYPE-NSF-FEE ('U') - THE ONE-TIME
      *                    UNPAID-ITEM FEE EXPNSFRP CHARGES WHEN IT
      *                    FIRST RE-PRESENTS AN INSUFFICIENT-FUNDS
      *                    REJECT, PRICED FROM THE FEESCHED ROW FOR
      *                    TYPE 'U'. POSTED AS THE SIGNED AMOUNT
      *                    SUPPLIED AND NOT HELD TO THE FUNDS CHECK -
      *                    IT IS CHARGED BECAUSE THE ACCOUNT IS SHORT.
      * 2026-10-15  DS    ADDED SP1-TYPE-SWEEP ('W') - ONE LEG OF A
      *                    BALANCE SWEEP EXPSWEEP MOVES BETWEEN TWO
      *                    LINKED ACCOUNTS UNDER A SWEEPARR ARRANGEMENT
      *                    (THE DEBIT TO THE FUNDING ACCOUNT, THE
      *                    CREDIT TO THE OTHER). POSTED AS THE SIGNED
      *                    AMOUNT SUPPLIED.
      * 2026-10-15  DS    ADDED RETURN CODE 76 (SP1-NO-VALID-MANDATE) -
      *                    SET BY EXPCONV ON A PARTNER COLLECTION DEBIT
      *                    WITH NO ACTIVE DDMANDT MANDATE FOR ITS
      *                    CREDITOR, OVER THE MANDATE'S MAXIMUM AMOUNT,
      *                    OR DATED AFTER THE MANDATE WAS CANCELLED.
      *                    THE ITEM GOES TO RJSUSP, NEVER TO EXPTRAN.
      * 2026-10-15  DS    ADDED SP1-TYPE-REVALUATION ('V') - THE
      *                    MONTH-END RESTATEMENT EXPREVAL GENERATES FOR
      *                    A FOREIGN-CURRENCY ACCOUNT, CARRYING THE
      *                    UNREALIZED FX GAIN OR LOSS IN THE BASE
      *                    CURRENCY. SUBPGM01 APPLIES IT TO THE
      *                    ACCOUNT'S BASE EQUIVALENT ONLY - THE
      *                    OWN-CURRENCY BALANCE DOES NOT MOVE - AND
      *                    HOLDS IT TO NONE OF THE CUSTOMER-SIDE
      *                    CHECKS; THE GL EXTRACT JOURNALS IT LIKE ANY
      *                    OTHER TYPE.
      * 2026-10-15  DS    ADDED SP1-ACCOUNT-RATE, SET BY SUBPGM01 TO
      *                    THE RATE A FOREIGN-CURRENCY ACCOUNT'S
      *                    POSTING WAS RESTATED AT (ZERO ON A BASE
      *                    ACCOUNT) AND CARRIED TO TRANLOG BY SUBPGM02
      *                    SO THE STATEMENT CAN SHOW THE ENTRY IN THE
      *                    ACCOUNT'S OWN CURRENCY. CALLERS NEED NOT SET
      *                    IT. TAKEN FROM RESERVED FILLER (2 BYTES
      *                    REMAIN).
      * 2026-10-15  DS    ADDED RETURN CODE 80 (SP1-ACCOUNT-CHARGED-
      *                    OFF) - SUBPGM01 REFUSING A DEBIT AGAINST A
      *                    CHARGED-OFF ACCOUNT. ADDED SP1-TYPE-CHARGE-
      *                    OFF ('O') - THE WRITE-OFF EXPCHGOF QUEUES ON
      *                    EXPTRAN, A CREDIT FOR THE WHOLE OVERDRAWN
      *                    BALANCE, JOURNALLED TO THE LOSS ACCOUNT BY
      *                    THE GLMAP 'O' ROW. ADDED SP1-TYPE-RECOVERY
      *                    ('Y') - SET BY SUBPGM01 ON A PAYMENT OR
      *                    ADJUSTMENT CREDIT TO A CHARGED-OFF ACCOUNT,
      *                    WHICH IS TAKEN OFF THE AMOUNT STILL WRITTEN
      *                    OFF RATHER THAN ADDED TO THE BALANCE. CALLERS
      *                    DO NOT SUPPLY TYPE 'Y'.
      * 2026-10-15  DS    ADDED RETURN CODE 84 (SP1-CHECK-DIGIT-
      *                    INVALID) - VALPAY01 REFUSING AN ACCOUNT
      *                    NUMBER WHOSE ACCTCHK CHECK DIGIT FAILS.
      * 2026-10-15  DS    ADDED SP1-TYPE-ESTATE ('E') - ONE LEG OF A
      *                    DECEASED CUSTOMER'S ESTATE PAY-OUT EXPESTCL
      *                    POSTS (THE DEBIT EMPTYING THE ESTATE'S
      *                    ACCOUNT, THE CREDIT TO THE NOMINATED
      *                    ACCOUNT). POSTED AS THE SIGNED AMOUNT
      *                    SUPPLIED; A DECEASED OWNER DOES NOT REFUSE
      *                    IT AND THE DAILY LIMITS DO NOT APPLY.
      * 2026-10-15  DS    ADDED RETURN CODE 88 (SP1-HELD-FOR-
      *                    APPROVAL) - SUBPGM01 HOLDING A PAYMENT THAT
      *                    SCORES OUT OF PATTERN AGAINST ITS ACCTPROF
      *                    BEHAVIOUR PROFILE. THE PAYMENT IS ON THE
      *                    PNDAPPR QUEUE AWAITING A SUPERVISOR, NOT
      *                    POSTED - AND NOT FOR REPAIR.
      ******************************************************************
       01  SUBPRM01.
           05  SP1-ACCOUNT-NUMBER          PIC X(10).
               88  SP1-FAILED                   VALUES 08 12 16 20 24
                                                       28 32 36 40 44
                                                       48 52 56 60
                                                       64 68 72 76
                                                       80 84 88.
               88  SP1-DUPLICATE                VALUE 12.
               88  SP1-UNKNOWN-ACCOUNT          VALUE 16.
               88  SP1-INVALID-DATA             VALUE 20.
               88  SP1-CUST-LIMIT-EXCEEDED      VALUE 60.
               88  SP1-COMPLIANCE-HELD          VALUE 64.
               88  SP1-ACCOUNT-FROZEN           VALUE 68.
               88  SP1-DEPOSIT-NOT-MATURED      VALUE 72.
               88  SP1-NO-VALID-MANDATE         VALUE 76.
               88  SP1-ACCOUNT-CHARGED-OFF      VALUE 80.
               88  SP1-CHECK-DIGIT-INVALID      VALUE 84.
               88  SP1-HELD-FOR-APPROVAL        VALUE 88.
           05  SP1-OPERATOR-ID             PIC X(08).
           05  SP1-TRANSACTION-TYPE        PIC X(01) VALUE 'P'.
               88  SP1-TYPE-PAYMENT            VALUE 'P'.
               88  SP1-TYPE-INTEREST           VALUE 'I'.
               88  SP1-TYPE-DISPUTE            VALUE 'D'.
               88  SP1-TYPE-FEE-TAX            VALUE 'T'.
               88  SP1-TYPE-TERM-DEPOSIT       VALUE 'M'.
               88  SP1-TYPE-LOAN-PRINCIPAL     VALUE 'L'.
               88  SP1-TYPE-LOAN-INTEREST      VALUE 'N'.
               88  SP1-TYPE-NSF-FEE            VALUE 'U'.
               88  SP1-TYPE-SWEEP              VALUE 'W'.
               88  SP1-TYPE-REVALUATION        VALUE 'V'.
               88  SP1-TYPE-CHARGE-OFF         VALUE 'O'.
               88  SP1-TYPE-RECOVERY           VALUE 'Y'.
               88  SP1-TYPE-ESTATE             VALUE 'E'.
           05  SP1-EFFECTIVE-DATE          PIC 9(08) VALUE ZERO.
           05  SP1-CONVERTED-AMOUNT        PIC S9(11)V99 COMP-3.
           05  SP1-TEST-MODE               PIC X(01) VALUE 'N'.
           05  SP1-FEE-AMOUNT              PIC S9(11)V99 COMP-3.
           05  SP1-FEE-TRACE-ID            PIC X(16).
           05  SP1-ORIGINAL-TRACE-ID       PIC X(16).
           05  SP1-ACCOUNT-RATE            PIC 9(04)V9999 COMP-3.
           05  FILLER                      PIC X(02).
