      ******************************************************************
      * COPYBOOK    : BVALPST
      * DESCRIPTION : ONE BACK-VALUED POSTING - A TYPE 'A' ADJUSTMENT
      *               WHOSE VALUE DATE (SP1-EFFECTIVE-DATE) FELL
      *               BEFORE THE BUSINESS DATE IT POSTED ON. APPENDED
      *               BY SUBPGM01 WHEN SUCH AN ENTRY POSTS, PENDING;
      *               EXPBVAL RE-ACCRUES THE ACCOUNT'S INTEREST FOR
      *               THE DAYS BETWEEN THE VALUE DATE AND THE LAST
      *               ACCRUAL, BOOKS THE DIFFERENCE TO INTACCR, AND
      *               REWRITES THE ENTRY WITH ITS OUTCOME SO A RERUN
      *               OF THE NIGHT DOES NOT BOOK IT TWICE. THE
      *               CONVERTED AMOUNT IS SIGNED AS POSTED - A
      *               POSITIVE AMOUNT DEBITED THE ACCOUNT.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  BVALPST-RECORD.
           05  BVP-POSTING-DATE            PIC 9(08).
           05  BVP-TRACE-ID                PIC X(16).
           05  BVP-ACCOUNT-NUMBER          PIC X(10).
           05  BVP-TRANSACTION-TYPE        PIC X(01).
           05  BVP-VALUE-DATE              PIC 9(08).
           05  BVP-CURRENCY-CODE           PIC X(03).
           05  BVP-AMOUNT                  PIC S9(11)V99 COMP-3.
           05  BVP-CONVERTED-AMOUNT        PIC S9(11)V99 COMP-3.
           05  BVP-STATUS                  PIC X(01).
               88  BVP-PENDING                 VALUE 'P'.
               88  BVP-REACCRUED               VALUE 'D'.
               88  BVP-OUTSIDE-PERIOD          VALUE 'X'.
               88  BVP-NOT-ACCRUING            VALUE 'N'.
           05  BVP-PROCESS-DATE            PIC 9(08).
           05  BVP-DAYS                    PIC 9(05).
           05  BVP-INTEREST-DIFFERENCE     PIC S9(11)V99 COMP-3.
           05  FILLER                      PIC X(10).
