      ******************************************************************
      * COPYBOOK    : TDMCOMM
      * DESCRIPTION : COMMAREA FOR THE TDMNT TERM DEPOSIT SERVICE,
      *               CALLABLE THE SAME WAY ACCTMNT IS. 'O' BOOKS A
      *               DEPOSIT ON A FUNDED TERM DEPOSIT ACCOUNT - THE
      *               BALANCE BECOMES THE PRINCIPAL AT THE RATE AND
      *               FOR THE TERM GIVEN, WITH THE MATURITY
      *               INSTRUCTION (ROLL OVER OR PAY OUT TO TDM-PAYOUT-
      *               ACCOUNT). 'B' BREAKS A DEPOSIT BEFORE MATURITY -
      *               THE PRODUCT'S PENALTY IS POSTED AND THE REST PAID
      *               OUT TO TDM-PAYOUT-ACCOUNT (OR, WHEN BLANK, THE
      *               ACCOUNT NOMINATED AT BOOKING). 'I' HANDS THE
      *               DEPOSIT'S TERMS BACK. THE OUTPUT FIELDS AFTER
      *               THE REJECT REASON ARE SET BY TDMNT.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED TDM-PENDING (RETURN CODE 02) - A BOOK OR
      *                    BREAK PASSED ITS EDITS WHILE THE NIGHTLY
      *                    CHAIN WAS POSTING AND WAS QUEUED ON DEFERQ
      *                    FOR EXPDRAIN TO APPLY WHEN THE CHAIN ENDS.
      *                    AN INQUIRY IS ANSWERED AS USUAL.
      ******************************************************************
       01  TDMNT-COMMAREA.
           05  TDM-FUNCTION                PIC X(01).
               88  TDM-FUNC-BOOK               VALUE 'O'.
               88  TDM-FUNC-BREAK              VALUE 'B'.
               88  TDM-FUNC-INQUIRE            VALUE 'I'.
           05  TDM-ACCOUNT-NUMBER          PIC X(10).
           05  TDM-RATE-PCT                PIC 9(02)V9999.
           05  TDM-TERM-MONTHS             PIC 9(03).
           05  TDM-INSTRUCTION             PIC X(01).
               88  TDM-VALID-INSTRUCTION       VALUES 'R' 'P'.
               88  TDM-PAY-OUT                 VALUE 'P'.
           05  TDM-PAYOUT-ACCOUNT          PIC X(10).
           05  TDM-OPERATOR-ID             PIC X(08).
           05  TDM-RETURN-CODE             PIC 9(02) VALUE ZERO.
               88  TDM-SUCCESSFUL              VALUE 00.
               88  TDM-PENDING                 VALUE 02.
               88  TDM-REJECTED                VALUE 08.
           05  TDM-REJECT-REASON           PIC X(40) VALUE SPACES.
           05  TDM-STATUS                  PIC X(01) VALUE SPACES.
           05  TDM-PRINCIPAL               PIC S9(11)V99 VALUE ZERO.
           05  TDM-START-DATE              PIC 9(08) VALUE ZERO.
           05  TDM-MATURITY-DATE           PIC 9(08) VALUE ZERO.
           05  TDM-PENALTY-AMOUNT          PIC S9(11)V99 VALUE ZERO.
           05  TDM-PAID-OUT-AMOUNT         PIC S9(11)V99 VALUE ZERO.
