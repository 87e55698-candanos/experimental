      ******************************************************************
      * COPYBOOK    : STOMCOMM
      * DESCRIPTION : COMMAREA PASSED INTO STOMNT BY THE CALLING
      *               TRANSACTION TO MAINTAIN THE STORDER STANDING-
      *               ORDER BOOK - ADD AN INSTRUCTION, AMEND ITS
      *               TERMS, SUSPEND, RESUME OR CANCEL IT, OR BROWSE
      *               AN ACCOUNT'S INSTRUCTIONS. AN INSTRUCTION IS
      *               NAMED BY ITS ACCOUNT AND SEQUENCE NUMBER; AN ADD
      *               HANDS THE NEW SEQUENCE BACK. AN AMEND REPLACES
      *               ALL THE TERMS, THE WAY A BENMNT CHANGE DOES, SO
      *               THE CALLER BROWSES FIRST. A FINAL DATE OF ZERO
      *               MEANS NONE; A PAYMENT COUNT OF ZERO MEANS NO
      *               LIMIT. THE RETURN-CODE/REJECT-REASON CONVENTION
      *               IS THE SAME AS ACMTCOMM/ACCTMNT.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  STOMNT-COMMAREA.
           05  STM-FUNCTION                PIC X(01).
               88  STM-FUNC-ADD                VALUE 'A'.
               88  STM-FUNC-AMEND              VALUE 'C'.
               88  STM-FUNC-SUSPEND            VALUE 'S'.
               88  STM-FUNC-RESUME             VALUE 'R'.
               88  STM-FUNC-CANCEL             VALUE 'X'.
               88  STM-FUNC-BROWSE             VALUE 'B'.
           05  STM-ACCOUNT-NUMBER          PIC X(10).
           05  STM-SEQUENCE                PIC 9(03).
           05  STM-AMOUNT                  PIC S9(11)V99.
           05  STM-CURRENCY-CODE           PIC X(03).
           05  STM-REGION-CODE             PIC X(03).
           05  STM-FREQUENCY               PIC X(01).
           05  STM-NEXT-DUE-DATE           PIC 9(08).
           05  STM-FINAL-DATE              PIC 9(08).
           05  STM-PAYMENT-COUNT           PIC 9(04).
           05  STM-PAYER-REFERENCE         PIC X(16).
           05  STM-REMITTANCE-TEXT         PIC X(35).
           05  STM-OPERATOR-ID             PIC X(08).
           05  STM-RETURN-CODE             PIC 9(02) VALUE ZERO.
               88  STM-SUCCESSFUL              VALUE 00.
               88  STM-REJECTED                VALUE 08.
           05  STM-REJECT-REASON           PIC X(40) VALUE SPACES.
      *    BROWSE RESULT - THE ACCOUNT'S INSTRUCTIONS IN BOOK ORDER,
      *    EVERY STATUS, UP TO 20.
           05  STM-MORE-ORDERS             PIC X(01) VALUE 'N'.
               88  STM-ORDERS-TRUNCATED        VALUE 'Y'.
           05  STM-ENTRY-COUNT             PIC 9(02) VALUE ZERO.
           05  STM-ENTRY                   OCCURS 20 TIMES.
               10  STM-ENT-SEQUENCE        PIC 9(03).
               10  STM-ENT-STATUS          PIC X(01).
               10  STM-ENT-AMOUNT          PIC S9(11)V99.
               10  STM-ENT-CURRENCY        PIC X(03).
               10  STM-ENT-REGION          PIC X(03).
               10  STM-ENT-FREQUENCY       PIC X(01).
               10  STM-ENT-NEXT-DUE-DATE   PIC 9(08).
               10  STM-ENT-FINAL-DATE      PIC 9(08).
               10  STM-ENT-PAYMENTS-LEFT   PIC 9(04).
               10  STM-ENT-PAYER-REFERENCE PIC X(16).
               10  STM-ENT-REMITTANCE-TEXT PIC X(35).
