      * 2026-09-02  DS    INITIAL VERSION.
      * 2026-09-02  DS    ADDED RFM-NEW-DECIMALS SO A CURRATE CHANGE
      *                    CAN SET THE CURRENCY'S DECIMAL PLACES.
      * 2026-10-15  DS    ADDED RFM-SIMULATED-SW AND RFM-SIM-FEE-DIFF,
      *                    RETURNED ON AN APPROVE OR DECLINE OF A
      *                    FEESCHED CHANGE - WHETHER THE EXPFEESM
      *                    IMPACT SIMULATION HAS BEEN RUN ON IT AND
      *                    WHAT IT FOUND.
      * 2026-10-15  DS    ADDED RFM-PRODUCT-CODE TO THE FEESCHED KEY -
      *                    A PRODUCT ROW AND THE REGION-WIDE (BLANK
      *                    PRODUCT) ROW ARE MAINTAINED SEPARATELY.
      ******************************************************************
       01  REFMNT-COMMAREA.
           05  RFM-FUNCTION                PIC X(01).
               88  RFM-CHANGE-REPLACE          VALUE 'C'.
               88  RFM-CHANGE-DELETE           VALUE 'D'.
      *    THE TARGET RECORD'S KEY FIELDS - CURRENCY FOR CURRATE,
      *    REGION + CURRENCY + TYPE FOR FEESCHED, WITH RFM-PRODUCT-CODE
      *    BELOW.
           05  RFM-CURRENCY-CODE           PIC X(03).
           05  RFM-REGION-CODE             PIC X(03).
           05  RFM-TRANSACTION-TYPE        PIC X(01).
               88  RFM-SUCCESSFUL              VALUE 00.
               88  RFM-REJECTED                VALUE 08.
           05  RFM-REJECT-REASON           PIC X(40) VALUE SPACES.
      *    RETURNED FOR A FEESCHED CHANGE - 'Y' WHEN EXPFEESM HAS
      *    SIMULATED IT, WITH THE FEE INCOME DIFFERENCE IT MEASURED.
           05  RFM-SIMULATED-SW            PIC X(01) VALUE 'N'.
               88  RFM-SIMULATED               VALUE 'Y'.
           05  RFM-SIM-FEE-DIFF            PIC S9(09)V99 VALUE ZERO.
      *    THE LAST PART OF THE FEESCHED KEY - THE PRODMSTR PRODUCT
      *    THE ROW PRICES, OR SPACES FOR THE REGION-WIDE ROW. ADDED
      *    AT THE END SO EXISTING CALLERS' FIELDS DO NOT MOVE; A
      *    CALLER THAT PASSES LOW-VALUES MEANS THE REGION-WIDE ROW.
           05  RFM-PRODUCT-CODE            PIC X(04) VALUE SPACES.
