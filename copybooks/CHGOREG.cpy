      ******************************************************************
      * COPYBOOK    : CHGOREG
      * DESCRIPTION : ONE CHARGED-OFF ACCOUNT, KEYED BY ACCOUNT NUMBER.
      *               EXPCHGOF WRITES IT WHEN IT MOVES A LONG-OVERDRAWN
      *               ACCOUNT TO STATUS 'W' AND KEEPS IT FOR THE LIFE
      *               OF THE WRITE-OFF: WHAT WAS WRITTEN OFF AND UNDER
      *               WHICH TRACE ID, HOW MUCH HAS COME BACK SINCE, AND
      *               WHEN. ACM-CHARGED-OFF-AMOUNT ON ACCTMSTR IS WHAT
      *               IS STILL OUTSTANDING; THE DIFFERENCE BETWEEN THE
      *               TWO IS WHAT THE ACCOUNT HAS RECOVERED TO DATE.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  CHGOREG-RECORD.
           05  CHG-ACCOUNT-NUMBER          PIC X(10).
           05  CHG-CUSTOMER-NUMBER         PIC X(08).
      *    'O' WHILE ANY OF THE WRITE-OFF IS STILL OUTSTANDING; 'P'
      *    ONCE RECOVERIES HAVE COVERED ALL OF IT.
           05  CHG-STATUS                  PIC X(01).
               88  CHG-OPEN                    VALUE 'O'.
               88  CHG-PAID                    VALUE 'P'.
           05  CHG-OVERDRAWN-SINCE         PIC 9(08).
           05  CHG-CHARGE-OFF-DATE         PIC 9(08).
      *    BOTH AMOUNTS POSITIVE, IN THE BASE CURRENCY.
           05  CHG-WRITTEN-OFF-AMOUNT      PIC S9(11)V99 COMP-3.
           05  CHG-RECOVERED-AMOUNT        PIC S9(11)V99 COMP-3.
           05  CHG-LAST-RECOVERY-DATE      PIC 9(08).
           05  CHG-PAID-DATE               PIC 9(08).
           05  CHG-WRITE-OFF-TRACE-ID      PIC X(16).
           05  FILLER                      PIC X(15).
