      ******************************************************************
      * COPYBOOK    : PRIQCOMM
      * DESCRIPTION : COMMAREA FOR THE PSEXRINQ CUSTOMER RELATIONSHIP
      *               INQUIRY. THE CALLER NAMES A CUSTOMER; PSEXRINQ
      *               ANSWERS THE CUSTMSTR DETAILS, THE CUSTOMER'S
      *               CUSTLIMS DAY-TO-DATE POSITION AGAINST ITS CAPS,
      *               AND EVERY ACCOUNT THE CUSTOMER LEADS OR IS
      *               LINKED TO ON ACCTREL - EACH WITH ITS STATUS,
      *               CURRENT AND AVAILABLE BALANCE (AS PSEXBINQ
      *               GIVES THEM), ANY FREEZE IN FORCE, ITS OVERDRAFT
      *               LINE, AND ITS OPEN DISPUTES, ACTIVE STANDING
      *               ORDERS AND ACTIVE STOP-PAYMENT INSTRUCTIONS -
      *               ONE CALL WHERE THE BRANCH USED TO MAKE THREE
      *               PER ACCOUNT. THE RETURN-CODE/REJECT-REASON
      *               CONVENTION IS THE SAME AS PBIQCOMM/PSEXBINQ.
      *
      *               A CAP OF ZERO IS NOT APPLIED (AS ON CUSTLIMS);
      *               PRQ-LIMITS-ON-FILE 'N' MEANS THE CUSTOMER IS
      *               UNLIMITED. THE DAY-TO-DATE FIGURES ARE ZERO
      *               WHEN NOTHING HAS POSTED AGAINST THEM TODAY.
      *               PRQ-ACC-ROLE IS 'L' FOR AN ACCOUNT THE CUSTOMER
      *               LEADS (ACM-CUSTOMER-NUMBER), OTHERWISE THE
      *               ACCTREL ROLE. MORE THAN 20 ACCOUNTS SETS
      *               PRQ-MORE-ACCOUNTS AND LISTS THE FIRST 20.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED PRQ-ACC-CURRENCY - A FOREIGN-CURRENCY
      *                    ACCOUNT'S BALANCES ARE IN ITS OWN CURRENCY,
      *                    AS PSEXBINQ GIVES THEM. BLANK MEANS BASE.
      ******************************************************************
       01  PSEXRINQ-COMMAREA.
           05  PRQ-CUSTOMER-NUMBER         PIC X(08).
           05  PRQ-RETURN-CODE             PIC 9(02) VALUE ZERO.
               88  PRQ-SUCCESSFUL              VALUE 00.
               88  PRQ-REJECTED                VALUE 08.
           05  PRQ-REJECT-REASON           PIC X(40) VALUE SPACES.
           05  PRQ-CUSTOMER-NAME           PIC X(25) VALUE SPACES.
           05  PRQ-CUSTOMER-ADDRESS        PIC X(40) VALUE SPACES.
           05  PRQ-CUSTOMER-STATUS         PIC X(01) VALUE SPACE.
           05  PRQ-NOTIFY-CHANNEL          PIC X(01) VALUE SPACE.
           05  PRQ-LIMITS-ON-FILE          PIC X(01) VALUE 'N'.
               88  PRQ-CUSTOMER-LIMITED        VALUE 'Y'.
           05  PRQ-DAILY-COUNT-CAP         PIC 9(05) VALUE ZERO.
           05  PRQ-DAILY-AMOUNT-CAP        PIC S9(11)V99 VALUE ZERO.
           05  PRQ-DTD-COUNT               PIC 9(05) VALUE ZERO.
           05  PRQ-DTD-AMOUNT              PIC S9(13)V99 VALUE ZERO.
           05  PRQ-MORE-ACCOUNTS           PIC X(01) VALUE 'N'.
               88  PRQ-ACCOUNTS-TRUNCATED      VALUE 'Y'.
           05  PRQ-ACCOUNT-COUNT           PIC 9(02) VALUE ZERO.
           05  PRQ-ACCOUNT                 OCCURS 20 TIMES.
               10  PRQ-ACC-NUMBER          PIC X(10).
               10  PRQ-ACC-ROLE            PIC X(01).
               10  PRQ-ACC-STATUS          PIC X(01).
               10  PRQ-ACC-TYPE            PIC X(01).
               10  PRQ-ACC-CURRENT-BALANCE PIC S9(11)V99.
               10  PRQ-ACC-AVAILABLE       PIC S9(11)V99.
               10  PRQ-ACC-OVERDRAFT-LIMIT PIC S9(11)V99.
               10  PRQ-ACC-FROZEN          PIC X(01).
                   88  PRQ-ACC-IS-FROZEN       VALUE 'Y'.
               10  PRQ-ACC-FREEZE-REASON   PIC X(03).
               10  PRQ-ACC-FREEZE-EXPIRY   PIC 9(08).
               10  PRQ-ACC-DISPUTE-COUNT   PIC 9(03).
               10  PRQ-ACC-DISPUTE-AMOUNT  PIC S9(11)V99.
               10  PRQ-ACC-STORDER-COUNT   PIC 9(03).
               10  PRQ-ACC-STORDER-AMOUNT  PIC S9(11)V99.
               10  PRQ-ACC-STOPPAY-COUNT   PIC 9(03).
               10  PRQ-ACC-CURRENCY        PIC X(03).
