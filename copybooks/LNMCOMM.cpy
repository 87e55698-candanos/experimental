      ******************************************************************
      * COPYBOOK    : LNMCOMM
      * DESCRIPTION : COMMAREA FOR THE LNMNT INSTALLMENT LOAN SERVICE,
      *               CALLABLE THE SAME WAY TDMNT IS. 'O' BOOKS A NEW
      *               LOAN OF LNC-PRINCIPAL AT LNC-RATE-PCT FOR
      *               LNC-TERM-MONTHS, DISBURSED TO AND COLLECTED FROM
      *               LNC-LINKED-ACCOUNT, AND WRITES ITS AMORTIZATION
      *               SCHEDULE. A ZERO LATE RATE DEFAULTS TO THE LOAN
      *               RATE. 'I' HANDS THE LOAN'S POSITION BACK. THE
      *               OUTPUT FIELDS AFTER THE REJECT REASON ARE SET BY
      *               LNMNT.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  LNMNT-COMMAREA.
           05  LNC-FUNCTION                PIC X(01).
               88  LNC-FUNC-BOOK               VALUE 'O'.
               88  LNC-FUNC-INQUIRE            VALUE 'I'.
           05  LNC-LOAN-NUMBER             PIC X(10).
           05  LNC-LINKED-ACCOUNT          PIC X(10).
           05  LNC-PRINCIPAL               PIC S9(11)V99.
           05  LNC-RATE-PCT                PIC 9(02)V9999.
           05  LNC-LATE-RATE-PCT           PIC 9(02)V9999.
           05  LNC-TERM-MONTHS             PIC 9(03).
           05  LNC-OPERATOR-ID             PIC X(08).
           05  LNC-RETURN-CODE             PIC 9(02) VALUE ZERO.
               88  LNC-SUCCESSFUL              VALUE 00.
               88  LNC-REJECTED                VALUE 08.
           05  LNC-REJECT-REASON           PIC X(40) VALUE SPACES.
           05  LNC-STATUS                  PIC X(01) VALUE SPACES.
           05  LNC-INSTALLMENT-AMOUNT      PIC S9(11)V99 VALUE ZERO.
           05  LNC-OUTSTANDING-PRINCIPAL   PIC S9(11)V99 VALUE ZERO.
           05  LNC-ARREARS-AMOUNT          PIC S9(11)V99 VALUE ZERO.
           05  LNC-LATE-INTEREST           PIC S9(11)V99 VALUE ZERO.
           05  LNC-NEXT-DUE-DATE           PIC 9(08) VALUE ZERO.
           05  LNC-FINAL-DUE-DATE          PIC 9(08) VALUE ZERO.
