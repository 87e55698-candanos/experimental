      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-08-22  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED WDL-BASE-DELTA - THE BASE-CURRENCY
      *                    MOVEMENT OF A BALANCE UPDATE, WHICH EXPMERGE
      *                    APPLIES TO ACM-BASE-EQUIVALENT ON A FOREIGN-
      *                    CURRENCY ACCOUNT (WDL-BALANCE-DELTA IS THEN
      *                    IN THE ACCOUNT'S OWN CURRENCY). ON A BASE
      *                    ACCOUNT THE TWO ARE THE SAME FIGURE. RECORD
      *                    GROWN FROM 56 TO 64 BYTES.
      * 2026-10-15  DS    ADDED WDL-CHARGED-OFF-DELTA - A RECOVERY
      *                    CREDIT ON A CHARGED-OFF ACCOUNT, WHICH
      *                    EXPMERGE APPLIES TO ACM-CHARGED-OFF-AMOUNT
      *                    (THE BALANCE DELTA IS THEN ZERO). RECORD
      *                    GROWN FROM 64 TO 72 BYTES.
      ******************************************************************
       01  WRKDELTA-RECORD.
           05  WDL-TRACE-ID                PIC X(16).
           05  WDL-DTD-DATE                PIC 9(08).
           05  WDL-DTD-COUNT-DELTA         PIC S9(05)    COMP-3.
           05  WDL-DTD-AMOUNT-DELTA        PIC S9(11)V99 COMP-3.
           05  WDL-BASE-DELTA              PIC S9(11)V99 COMP-3.
           05  WDL-CHARGED-OFF-DELTA       PIC S9(11)V99 COMP-3.
           05  FILLER                      PIC X(07).
