      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-09-02  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED BCR-CREDIT-SOURCE - HOW THE CREDIT
      *                    REACHED THE CLEARING BANK, WHICH SETS HOW
      *                    LONG EXPINCRD HOLDS IT UNCOLLECTED (SEE
      *                    FLTRULE). BLANK TAKES THE DEFAULT RULE.
      *                    TAKEN FROM RESERVED FILLER (4 BYTES REMAIN).
      ******************************************************************
       01  BANKCRD-RECORD.
           05  BCR-ACCOUNT-NUMBER          PIC X(10).
           05  BCR-CURRENCY-CODE           PIC X(03).
           05  BCR-VALUE-DATE              PIC 9(08).
           05  BCR-REFERENCE               PIC X(16).
           05  BCR-CREDIT-SOURCE           PIC X(02).
           05  FILLER                      PIC X(04).
