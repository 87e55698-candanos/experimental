      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-09-02  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED PBQ-ACCOUNT-CURRENCY AND
      *                    PBQ-BASE-EQUIVALENT. ON A FOREIGN-CURRENCY
      *                    ACCOUNT EVERY FIGURE ABOVE IS IN THE
      *                    ACCOUNT'S OWN CURRENCY (HOLDS AND PENDING
      *                    ITEMS RESTATED AT TODAY'S RATE) AND THE BASE
      *                    EQUIVALENT IS THE BALANCE AT THE LAST
      *                    REVALUATION. BLANK CURRENCY MEANS BASE.
      * 2026-10-15  DS    ADDED PBQ-UNCOLLECTED-TOTAL AND
      *                    PBQ-NEXT-RELEASE-DATE - INCOMING CREDITS
      *                    ON THE BALANCE BUT STILL HELD UNCOLLECTED
      *                    ON UNCFLOAT, AND THE DATE THE FIRST OF THEM
      *                    BECOMES AVAILABLE (ZERO WHEN NONE). THE
      *                    AVAILABLE FIGURE IS NOW AFTER THEM TOO.
      ******************************************************************
       01  PSEXBINQ-COMMAREA.
           05  PBQ-ACCOUNT-NUMBER          PIC X(10).
           05  PBQ-HOLD-TOTAL              PIC S9(11)V99 VALUE ZERO.
           05  PBQ-PENDING-TOTAL           PIC S9(11)V99 VALUE ZERO.
           05  PBQ-AVAILABLE-BALANCE       PIC S9(11)V99 VALUE ZERO.
           05  PBQ-ACCOUNT-CURRENCY        PIC X(03) VALUE SPACES.
           05  PBQ-BASE-EQUIVALENT         PIC S9(11)V99 VALUE ZERO.
           05  PBQ-UNCOLLECTED-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05  PBQ-NEXT-RELEASE-DATE       PIC 9(08) VALUE ZERO.
