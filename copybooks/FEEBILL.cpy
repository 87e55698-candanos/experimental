      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-09-02  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED FBL-CANCELLED ('C') - AN ACCRUAL WHOSE
      *                    PAYMENT WAS REVERSED OR RETURNED BEFORE THE
      *                    MONTH-END BILL. SUBPGM01 CANCELS IT (OR
      *                    REDUCES FBL-FEE-AMOUNT FOR A PARTIAL
      *                    OFFSET) SO EXPFEEBL NEVER BILLS IT.
      ******************************************************************
       01  FEEBILL-RECORD.
           05  FBL-ACCOUNT-NUMBER          PIC X(10).
           05  FBL-STATUS                  PIC X(01).
               88  FBL-ACCRUED                 VALUE 'A'.
               88  FBL-BILLED                  VALUE 'B'.
               88  FBL-CANCELLED               VALUE 'C'.
           05  FBL-BILL-TRACE-ID           PIC X(16).
           05  FILLER                      PIC X(06).
