      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-09-02  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED INR-TABLE-CODE - THE FILE NOW HOLDS ONE
      *                    TIER TABLE PER CODE, AND A PRODMSTR PRODUCT
      *                    NAMES THE TABLE ITS ACCOUNTS EARN ON. ROWS
      *                    WITH A BLANK CODE (EVERY ROW LOADED BEFORE
      *                    PRODUCTS EXISTED) ARE THE DEFAULT TABLE FOR
      *                    AN ACCOUNT WITH NO PRODUCT. TAKEN FROM
      *                    RESERVED FILLER (4 BYTES REMAIN).
      ******************************************************************
       01  INTRATES-RECORD.
           05  INR-TIER-FLOOR              PIC S9(11)V99 COMP-3.
           05  INR-ANNUAL-RATE-PCT         PIC 9(02)V9999 COMP-3.
           05  INR-RATE-DATE               PIC 9(08).
           05  INR-TABLE-CODE              PIC X(04).
           05  FILLER                      PIC X(04).
