      *                    THE IMMEDIATE PER-TRANSACTION DEDUCTION.
      *                    TAKEN FROM RESERVED FILLER (13 BYTES
      *                    REMAIN).
      * 2026-10-15  DS    ADDED ACM-PRODUCT-CODE - THE PRODMSTR
      *                    PRODUCT THE ACCOUNT WAS OPENED ON, STAMPED
      *                    BY ACCTMNT AT OPENING. IT SELECTS THE
      *                    ACCOUNT'S FEESCHED ROW, INTRATES TIER TABLE
      *                    AND DORMANCY PERIOD. SPACES (EVERY ACCOUNT
      *                    OPENED BEFORE PRODUCTS EXISTED) MEANS NO
      *                    PRODUCT - THE REGION-WIDE FEES, THE DEFAULT
      *                    TIER TABLE AND THE RUN'S DORMANCY PERIOD,
      *                    EXACTLY AS BEFORE. TAKEN FROM RESERVED
      *                    FILLER (9 BYTES REMAIN).
      * 2026-10-15  DS    ADDED ACM-JOINT-RULE - THE SIGNING RULE FOR
      *                    AN ACCOUNT WITH MORE THAN ONE OWNER ON
      *                    ACCTREL. 'A' MEANS ANY OWNER DECEASED OR
      *                    BLOCKED STOPS DEBITS; BLANK (OR 'L') MEANS
      *                    ONLY THE LEAD OWNER (ACM-CUSTOMER-NUMBER)
      *                    COUNTS, AS BEFORE. CREDITS ARE NOT AFFECTED
      *                    BY THE OTHER OWNERS UNDER EITHER RULE. TAKEN
      *                    FROM RESERVED FILLER (8 BYTES REMAIN).
      * 2026-10-15  DS    ADDED ACM-ACCOUNT-TYPE - 'T' MARKS A TERM
      *                    DEPOSIT ACCOUNT, STAMPED BY ACCTMNT AT
      *                    OPENING FROM THE PRODUCT'S PRD-ACCOUNT-
      *                    TYPE. ITS DEPOSIT TERMS LIVE ON TERMDEP.
      *                    BLANK IS AN ORDINARY CURRENT OR SAVINGS
      *                    ACCOUNT, AS BEFORE. TAKEN FROM RESERVED
      *                    FILLER (7 BYTES REMAIN).
      * 2026-10-15  DS    ADDED ACM-ACCOUNT-CURRENCY AND ACM-BASE-
      *                    EQUIVALENT FOR ACCOUNTS HELD IN A FOREIGN
      *                    CURRENCY. THE CURRENCY IS STAMPED BY ACCTMNT
      *                    AT OPENING; SPACES (EVERY ACCOUNT OPENED
      *                    BEFORE, AND ANY OPENED IN THE BASE
      *                    CURRENCY) MEANS THE BASE REPORTING CURRENCY,
      *                    EXACTLY AS BEFORE. ON A FOREIGN-CURRENCY
      *                    ACCOUNT ACM-CURRENT-BALANCE IS HELD IN THE
      *                    ACCOUNT'S OWN CURRENCY - SUBPGM01 CONVERTS
      *                    ONLY WHEN THE PAYMENT CURRENCY DIFFERS - AND
      *                    ACM-BASE-EQUIVALENT CARRIES ITS VALUE IN THE
      *                    BASE CURRENCY: EVERY POSTING'S CONVERTED
      *                    AMOUNT, RESTATED TO THE CLOSING RATE BY THE
      *                    EXPREVAL MONTH-END REVALUATION. IT IS THE
      *                    FIGURE THE LEDGER, THE BALANCE PROOF AND THE
      *                    TIE-OUT SEE; IT IS NOT USED ON A BASE
      *                    ACCOUNT. ONLY 7 BYTES OF FILLER REMAINED, SO
      *                    THE RECORD WAS GROWN FROM 40 TO 60 BYTES -
      *                    THE EXPSNAP/EXPSNRST FLAT SNAPSHOT IMAGES
      *                    WERE WIDENED IN STEP.
      * 2026-10-15  DS    ADDED ACM-CHARGED-OFF ('W'), ACM-OVERDRAWN-
      *                    SINCE AND ACM-CHARGED-OFF-AMOUNT FOR THE
      *                    CHARGE-OFF WORKFLOW. EXPODRPT STAMPS THE
      *                    DATE THE BALANCE WAS FIRST SEEN NEGATIVE AND
      *                    CLEARS IT WHEN THE ACCOUNT COMES BACK IN
      *                    FUNDS (ZERO OR SPACES MEANS NOT OVERDRAWN).
      *                    EXPCHGOF MOVES AN ACCOUNT OVERDRAWN TOO LONG
      *                    TO STATUS 'W' AND SETS THE AMOUNT WRITTEN
      *                    OFF; SUBPGM01 REFUSES DEBITS TO IT AND TAKES
      *                    EACH RECOVERY CREDIT OFF THE AMOUNT, WHICH IS
      *                    THUS ALWAYS WHAT IS STILL OUTSTANDING, IN THE
      *                    BASE CURRENCY. TAKEN FROM RESERVED FILLER (2
      *                    BYTES REMAIN).
      ******************************************************************
       01  ACCTMST-RECORD.
           05  ACM-ACCOUNT-NUMBER          PIC X(10).
               88  ACM-ACTIVE                  VALUE 'A'.
               88  ACM-CLOSED                  VALUE 'C'.
               88  ACM-DORMANT                 VALUE 'D'.
               88  ACM-CHARGED-OFF             VALUE 'W'.
           05  ACM-CURRENT-BALANCE         PIC S9(11)V99 COMP-3.
           05  ACM-CUSTOMER-NUMBER         PIC X(08).
           05  ACM-FEE-BILLING-MODE        PIC X(01).
               88  ACM-FEES-BILLED-MONTHLY     VALUE 'B'.
           05  ACM-PRODUCT-CODE            PIC X(04).
           05  ACM-JOINT-RULE              PIC X(01).
               88  ACM-RULE-ANY-OWNER          VALUE 'A'.
               88  ACM-RULE-LEAD-OWNER         VALUES 'L' ' '.
           05  ACM-ACCOUNT-TYPE            PIC X(01).
               88  ACM-TERM-DEPOSIT            VALUE 'T'.
           05  ACM-ACCOUNT-CURRENCY        PIC X(03).
               88  ACM-BASE-CURRENCY-ACCOUNT   VALUES SPACES
                                                      LOW-VALUES.
           05  ACM-BASE-EQUIVALENT         PIC S9(11)V99 COMP-3.
           05  ACM-OVERDRAWN-SINCE         PIC 9(08).
           05  ACM-CHARGED-OFF-AMOUNT      PIC S9(11)V99 COMP-3.
           05  FILLER                      PIC X(02).
