      ******************************************************************
      * COPYBOOK    : ESTCASE
      * DESCRIPTION : ONE DECEASED CUSTOMER'S ESTATE CASE, KEYED BY
      *               CUSTOMER NUMBER. OPENED PENDING BY CUSTMNT WHEN A
      *               DEATH IS RECORDED; EXPESTAT SUSPENDS THE
      *               CUSTOMER'S STANDING ORDERS, VOIDS THEIR OPEN
      *               RESERVATIONS, CANCELS THEIR FUTURE-DATED SUSPENSE
      *               ITEMS, PRINTS THE ESTATE POSITION CERTIFICATE AND
      *               MARKS THE CASE WORKFLOW-DONE WITH WHAT IT DID;
      *               EXPESTCL PAYS THE ESTATE OUT TO THE NOMINATED
      *               ACCOUNT, CLOSES THE ACCOUNTS AND SETTLES THE CASE.
      *               A DEATH RECORDED IN ERROR AND REVERSED THROUGH
      *               CUSTMNT LEAVES THE CASE WITHDRAWN.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  ESTCASE-RECORD.
           05  EST-CUSTOMER-NUMBER         PIC X(08).
           05  EST-DATE-OF-DEATH           PIC 9(08).
           05  EST-CASE-STATUS             PIC X(01).
               88  EST-PENDING                 VALUE 'P'.
               88  EST-WORKFLOW-DONE           VALUE 'W'.
               88  EST-SETTLED                 VALUE 'C'.
               88  EST-WITHDRAWN               VALUE 'X'.
           05  EST-RECORDED-DATE           PIC 9(08).
           05  EST-RECORDED-OPERATOR       PIC X(08).
           05  EST-WORKFLOW-DATE           PIC 9(08).
           05  EST-ACCOUNT-COUNT           PIC 9(03).
           05  EST-ORDERS-SUSPENDED        PIC 9(05).
           05  EST-AUTHS-VOIDED            PIC 9(05).
           05  EST-ITEMS-CANCELLED         PIC 9(05).
           05  EST-NOMINATED-ACCOUNT       PIC X(10).
           05  EST-SETTLED-DATE            PIC 9(08).
           05  EST-SETTLED-OPERATOR        PIC X(08).
           05  EST-ACCOUNTS-CLOSED         PIC 9(03).
           05  EST-AMOUNT-PAID             PIC S9(11)V99 COMP-3.
           05  FILLER                      PIC X(10).
