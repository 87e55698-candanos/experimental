      *               LINE INTO A BALANCED DEBIT/CREDIT PAIR - THE GL
      *               TEAM PREVIOUSLY ASSIGNED LEDGER ACCOUNTS AND
      *               CREATED THE OFFSETS BY HAND.
      *
      *               A POSITIVE SP1-CONVERTED-AMOUNT DEBITS THE
      *               CUSTOMER, SO GLM-DEBIT-ACCOUNT IS ALWAYS THE
      *               CUSTOMER SIDE OF A MAPPING. ONE CONTROL ROW PER
      *               REGION (TRANSACTION TYPE '*', WHICH NO POSTING
      *               CARRIES) NAMES THE REGION'S CUSTOMER-DEPOSITS
      *               CONTROL ACCOUNT IN GLM-DEBIT-ACCOUNT AND ITS LOAN
      *               BOOK CONTROL ACCOUNT (BLANK IF NONE) IN
      *               GLM-CREDIT-ACCOUNT - EXPGLTIE TIES THE
      *               SUBLEDGERS OUT AGAINST THEM.
      *
      *               THE EXPREVAL MONTH-END REVALUATION POSTS TYPE 'V'
      *               WITH A BLANK REGION, SO A BLANK-REGION 'V' ROW
      *               NAMES THE DEPOSITS CONTROL ACCOUNT (DEBIT) AND THE
      *               UNREALIZED FX GAIN/LOSS ACCOUNT (CREDIT) - A GAIN
      *               DEBITS THE DEPOSITS, A LOSS CREDITS THEM.
      *
      *               THE EXPCHGOF WRITE-OFF OF A LONG-OVERDRAWN
      *               BALANCE POSTS TYPE 'O', ALSO WITH A BLANK REGION:
      *               ITS ROW NAMES THE DEPOSITS CONTROL ACCOUNT (DEBIT)
      *               AND THE CHARGE-OFF LOSS ACCOUNT (CREDIT) - THE
      *               ENTRY IS A CREDIT TO THE CUSTOMER, SO THE LOSS
      *               ACCOUNT IS DEBITED. A RECOVERY (TYPE 'Y') KEEPS
      *               THE REGION OF THE CREDIT IT CAME IN ON, SO EACH
      *               REGION NEEDS A 'Y' ROW: THE LOSS-RECOVERY ACCOUNT
      *               STANDS IN THE CUSTOMER (DEBIT) SIDE, SINCE THE
      *               CUSTOMER BALANCE DOES NOT MOVE, AND THE CREDIT
      *               SIDE IS THE SAME ACCOUNT THE REGION'S 'P' ROW
      *               CREDITS.
      *
      *               THE EXPESTCL ESTATE PAY-OUT POSTS TYPE 'E' WITH A
      *               BLANK REGION, ONE DEBIT TO THE DECEASED
      *               CUSTOMER'S ACCOUNT AND ONE CREDIT TO THE
      *               NOMINATED ACCOUNT: ITS ROW NAMES THE DEPOSITS
      *               CONTROL ACCOUNT (DEBIT) AND THE ESTATE SETTLEMENT
      *               CLEARING ACCOUNT (CREDIT), ON WHICH THE TWO LEGS
      *               NET TO ZERO.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-08-22  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED THE PER-REGION CONTROL ROW (TYPE '*')
      *                    NAMING THE CONTROL ACCOUNTS FOR EXPGLTIE.
      * 2026-10-15  DS    DESCRIBED THE TYPE 'V' REVALUATION ROW.
      * 2026-10-15  DS    DESCRIBED THE TYPE 'O' CHARGE-OFF AND TYPE
      *                    'Y' RECOVERY ROWS.
      * 2026-10-15  DS    DESCRIBED THE TYPE 'E' ESTATE PAY-OUT ROW.
      ******************************************************************
       01  GLMAP-RECORD.
           05  GLM-REGION-CODE             PIC X(03).
           05  GLM-TRANSACTION-TYPE        PIC X(01).
               88  GLM-CONTROL-ROW             VALUE '*'.
           05  GLM-DEBIT-ACCOUNT           PIC X(08).
           05  GLM-CREDIT-ACCOUNT          PIC X(08).
           05  FILLER                      PIC X(04).
