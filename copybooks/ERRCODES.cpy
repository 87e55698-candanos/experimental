      *                    DISTINCT FROM ACCOUNT CLOSED (24) AND
      *                    DORMANT (48). LOOKUP LOOP LIMITS RAISED TO
      *                    18.
      * 2026-10-15  DS    ADDED RETURN CODE 72 FOR SUBPGM01 REFUSING
      *                    AN ORDINARY DEBIT AGAINST A TERM DEPOSIT
      *                    THAT HAS NOT YET REACHED ITS MATURITY
      *                    DATE. LOOKUP LOOP LIMITS RAISED TO 19.
      * 2026-10-15  DS    ADDED RETURN CODE 76 FOR EXPCONV REFUSING A
      *                    PARTNER COLLECTION DEBIT THAT HAS NO ACTIVE
      *                    DDMANDT MANDATE FOR ITS CREDITOR, EXCEEDS
      *                    THE MANDATE'S MAXIMUM AMOUNT, OR IS DATED
      *                    AFTER THE MANDATE WAS CANCELLED. LOOKUP
      *                    LOOP LIMITS RAISED TO 20.
      * 2026-10-15  DS    ADDED RETURN CODE 80 FOR SUBPGM01 REFUSING A
      *                    DEBIT AGAINST AN ACCOUNT EXPCHGOF HAS
      *                    CHARGED OFF. LOOKUP LOOP LIMITS RAISED TO
      *                    21.
      * 2026-10-15  DS    ADDED RETURN CODE 84 FOR VALPAY01, PSEXPERI
      *                    AND EXPCONV REFUSING AN ACCOUNT NUMBER
      *                    WHOSE ACCTCHK CHECK DIGIT FAILS, BEFORE ANY
      *                    MASTER LOOKUP. LOOKUP LOOP LIMITS RAISED TO
      *                    22.
      * 2026-10-15  DS    ADDED RETURN CODE 88 FOR SUBPGM01 HOLDING AN
      *                    OUT-OF-PATTERN PAYMENT ON PNDAPPR FOR A
      *                    SUPERVISOR. LOOKUP LOOP LIMITS RAISED TO 23.
      ******************************************************************
       01  ERR-CODE-VALUES.
           05  FILLER                      PIC X(30)
               VALUE '64HELD FOR COMPLIANCE REVIEW'.
           05  FILLER                      PIC X(30)
               VALUE '68ACCOUNT FROZEN'.
           05  FILLER                      PIC X(30)
               VALUE '72TERM DEPOSIT NOT MATURED'.
           05  FILLER                      PIC X(30)
               VALUE '76NO VALID DEBIT MANDATE'.
           05  FILLER                      PIC X(30)
               VALUE '80ACCOUNT CHARGED OFF'.
           05  FILLER                      PIC X(30)
               VALUE '84ACCOUNT CHECK DIGIT INVALID'.
           05  FILLER                      PIC X(30)
               VALUE '88HELD FOR SUPERVISOR APPROVAL'.
       01  ERR-CODE-TABLE REDEFINES ERR-CODE-VALUES.
           05  ERR-CODE-ENTRY              OCCURS 23 TIMES.
               10  ERR-CODE                PIC X(02).
               10  ERR-TEXT                PIC X(28).
