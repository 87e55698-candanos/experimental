      ******************************************************************
      * COPYBOOK    : COLLEXT
      * DESCRIPTION : ONE LINE OF THE NIGHTLY COLLECTIONS EXTRACT FOR
      *               THE COLLECTIONS AGENCY, WRITTEN BY EXPCHGOF. AN
      *               'N' LINE PLACES A NEWLY CHARGED-OFF ACCOUNT WITH
      *               THE AGENCY; AN 'R' LINE REPORTS A RECOVERY THAT
      *               HAS POSTED AGAINST ONE ALREADY PLACED; A 'P' LINE
      *               WITHDRAWS ONE WHOSE WRITE-OFF HAS BEEN RECOVERED
      *               IN FULL. AMOUNTS ARE DISPLAY NUMERIC IN THE BASE
      *               CURRENCY SO THE AGENCY CAN LOAD THE FILE AS IS.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  COLLEXT-RECORD.
           05  CLX-RECORD-TYPE             PIC X(01).
               88  CLX-NEW-PLACEMENT           VALUE 'N'.
               88  CLX-RECOVERY-UPDATE         VALUE 'R'.
               88  CLX-PAID-IN-FULL            VALUE 'P'.
           05  CLX-EXTRACT-DATE            PIC 9(08).
           05  CLX-ACCOUNT-NUMBER          PIC X(10).
           05  CLX-CUSTOMER-NUMBER         PIC X(08).
           05  CLX-CUSTOMER-NAME           PIC X(25).
           05  CLX-CUSTOMER-ADDRESS        PIC X(40).
           05  CLX-OVERDRAWN-SINCE         PIC 9(08).
           05  CLX-CHARGE-OFF-DATE         PIC 9(08).
           05  CLX-WRITTEN-OFF-AMOUNT      PIC 9(11)V99.
           05  CLX-RECOVERED-AMOUNT        PIC 9(11)V99.
      *    NEGATIVE ONLY WHEN RECOVERIES HAVE OVERPAID THE WRITE-OFF
      *    AND A REFUND IS DUE TO THE CUSTOMER.
           05  CLX-OUTSTANDING-AMOUNT      PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05  CLX-CURRENCY-CODE           PIC X(03).
           05  FILLER                      PIC X(09).
