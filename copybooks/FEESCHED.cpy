      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-08-22  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED FEE-PRODUCT-CODE - A ROW CARRYING A
      *                    PRODMSTR PRODUCT CODE PRICES ONLY ACCOUNTS
      *                    ON THAT PRODUCT; A BLANK ONE (EVERY ROW
      *                    LOADED BEFORE PRODUCTS EXISTED) IS THE
      *                    REGION-WIDE PRICE FOR ANY ACCOUNT WITH NO
      *                    ROW OF ITS OWN PRODUCT. TAKEN FROM RESERVED
      *                    FILLER (2 BYTES REMAIN).
      ******************************************************************
       01  FEESCHED-RECORD.
           05  FEE-REGION-CODE             PIC X(03).
           05  FEE-TRANSACTION-TYPE        PIC X(01).
           05  FEE-FLAT-AMOUNT             PIC S9(07)V99 COMP-3.
           05  FEE-RATE-PCT                PIC 9(02)V999 COMP-3.
           05  FEE-PRODUCT-CODE            PIC X(04).
           05  FILLER                      PIC X(02).
