      ******************************************************************
      * COPYBOOK    : PRODMSTR
      * DESCRIPTION : ONE ACCOUNT PRODUCT, KEYED BY PRODUCT CODE - WHAT
      *               KIND OF ACCOUNT IT IS (A BASIC CURRENT ACCOUNT, A
      *               PREMIUM SAVINGS ACCOUNT) AND THE RULES THAT GO
      *               WITH IT. ACCTMNT STAMPS THE CODE ON ACCTMSTR WHEN
      *               IT OPENS AN ACCOUNT AND WRITES THE ACCOUNT'S
      *               ACCTLIMS RECORD FROM THE DEFAULT CAPS HERE; THE
      *               PRODUCT THEN SELECTS THE FEESCHED ROW IN
      *               SUBPGM01 (FEE-PRODUCT-CODE), THE INTRATES TIER
      *               TABLE IN EXPINTAC (PRD-RATE-TABLE-CODE AGAINST
      *               INR-TABLE-CODE) AND THE DORMANCY PERIOD EXPDORM
      *               APPLIES. LAUNCHING A PRODUCT IS A RECORD HERE
      *               (PLUS ITS FEESCHED/INTRATES ROWS), NOT A PROGRAM
      *               CHANGE. MAINTAINED BY PRODUCT MANAGEMENT THE SAME
      *               WAY FINANCE MAINTAINS CURRATE.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED PRD-ACCOUNT-TYPE ('T' - A TERM DEPOSIT
      *                    PRODUCT, STAMPED ON ACM-ACCOUNT-TYPE AT
      *                    OPENING) AND PRD-BREAK-PENALTY-PCT, THE
      *                    PERCENTAGE OF PRINCIPAL TDMNT CHARGES TO
      *                    BREAK ONE OF ITS DEPOSITS BEFORE MATURITY.
      *                    TAKEN FROM RESERVED FILLER (16 BYTES
      *                    REMAIN).
      ******************************************************************
       01  PRODMSTR-RECORD.
           05  PRD-PRODUCT-CODE            PIC X(04).
           05  PRD-DESCRIPTION             PIC X(30).
      *    A WITHDRAWN PRODUCT STAYS ON FILE FOR THE ACCOUNTS ALREADY
      *    HOLDING IT, BUT ACCTMNT WILL NOT OPEN NEW ONES ON IT.
           05  PRD-STATUS                  PIC X(01).
               88  PRD-ON-SALE                 VALUE 'A'.
               88  PRD-WITHDRAWN               VALUE 'W'.
      *    THE INTRATES TIER TABLE THE PRODUCT EARNS ON - SPACES MEANS
      *    THE DEFAULT TABLE (THE ROWS WITH A BLANK INR-TABLE-CODE).
           05  PRD-RATE-TABLE-CODE         PIC X(04).
      *    DEFAULT ACCTLIMS CAPS WRITTEN AT OPENING - ZERO MEANS THAT
      *    CAP IS NOT APPLIED, AS ON ACCTLIMS ITSELF.
           05  PRD-SINGLE-TXN-CAP          PIC S9(11)V99 COMP-3.
           05  PRD-DAILY-COUNT-CAP         PIC 9(05).
           05  PRD-DAILY-AMOUNT-CAP        PIC S9(11)V99 COMP-3.
           05  PRD-OVERDRAFT-LIMIT         PIC S9(11)V99 COMP-3.
      *    YEARS WITHOUT ACTIVITY BEFORE EXPDORM MARKS THE ACCOUNT
      *    DORMANT - ZERO MEANS THE RUN'S OWN YEARS=N DEFAULT.
           05  PRD-DORMANCY-YEARS          PIC 9(02).
      *    BLANK IS AN ORDINARY CURRENT OR SAVINGS PRODUCT.
           05  PRD-ACCOUNT-TYPE            PIC X(01).
               88  PRD-TERM-DEPOSIT            VALUE 'T'.
      *    ZERO MEANS AN EARLY BREAK CARRIES NO PENALTY.
           05  PRD-BREAK-PENALTY-PCT       PIC 9(02)V999 COMP-3.
           05  FILLER                      PIC X(16).
