      ******************************************************************
      * COPYBOOK    : SWEEPARR
      * DESCRIPTION : ONE BALANCE SWEEP ARRANGEMENT BETWEEN TWO LINKED
      *               ACCOUNTS. THE EXPSWEEP BATCH STEP RUNS AFTER THE
      *               NIGHT'S POSTINGS AND MOVES WHATEVER EACH ACTIVE
      *               ARRANGEMENT CALLS FOR THROUGH THE SUBPGM01 CHAIN,
      *               SO BRANCH STAFF NO LONGER KEY THE TRANSFERS BY
      *               HAND THROUGH PSEXDRV EVERY MORNING.
      *
      *               ZERO-BALANCE ('Z') - THE SOURCE IS A SUB-ACCOUNT
      *               HELD AT SWP-TARGET-BALANCE (ZERO FOR A TRUE ZERO-
      *               BALANCE ACCOUNT): ANYTHING ABOVE IT IS SWEPT UP
      *               TO THE TARGET CONCENTRATION ACCOUNT, AND A
      *               SHORTFALL BELOW IT IS FUNDED BACK DOWN FROM THE
      *               CONCENTRATION ACCOUNT.
      *
      *               OVERDRAFT COVER ('O') - THE SOURCE IS A SAVINGS
      *               ACCOUNT THAT TOPS THE TARGET ACCOUNT BACK UP TO
      *               SWP-TARGET-BALANCE (ZERO TO JUST CLEAR THE
      *               OVERDRAFT) WHENEVER IT FALLS BELOW IT, AS FAR AS
      *               THE SAVINGS BALANCE GOES - SO THE CUSTOMER DOES
      *               NOT RUN ON THE ACCTLIMS OVERDRAFT LINE.
      *
      *               A MOVEMENT SMALLER THAN SWP-MINIMUM-AMOUNT IS NOT
      *               MADE. AMOUNTS ARE IN THE BASE CURRENCY.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  SWEEPARR-RECORD.
           05  SWP-ARRANGEMENT-ID          PIC X(08).
           05  SWP-SOURCE-ACCOUNT          PIC X(10).
           05  SWP-TARGET-ACCOUNT          PIC X(10).
           05  SWP-SWEEP-TYPE              PIC X(01).
               88  SWP-ZERO-BALANCE            VALUE 'Z'.
               88  SWP-OVERDRAFT-COVER         VALUE 'O'.
           05  SWP-TARGET-BALANCE          PIC S9(11)V99 COMP-3.
           05  SWP-MINIMUM-AMOUNT          PIC S9(11)V99 COMP-3.
           05  SWP-STATUS                  PIC X(01).
               88  SWP-ACTIVE                  VALUE 'A'.
               88  SWP-SUSPENDED               VALUE 'S'.
           05  FILLER                      PIC X(16).
