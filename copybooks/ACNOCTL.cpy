      ******************************************************************
      * COPYBOOK    : ACNOCTL
      * DESCRIPTION : THE ACCOUNT NUMBER ALLOCATION CONTROL RECORD -
      *               ONE RECORD. ACCTMNT TAKES THE NEXT NINE-DIGIT
      *               BASE FROM IT FOR EVERY ADD THAT DOES NOT NAME
      *               ITS OWN NUMBER, ADDS THE ACCTCHK CHECK DIGIT AND
      *               REWRITES THE RECORD WITH THE BASE ADVANCED.
      *               EXPACNCV SEEDS IT ABOVE THE HIGHEST NUMBER
      *               ALREADY ON ACCTMSTR; WITHOUT IT ACCTMNT STARTS
      *               AT 100000000.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  ACNOCTL-RECORD.
           05  ANC-NEXT-BASE               PIC 9(09).
           05  ANC-LAST-ALLOCATED          PIC X(10).
           05  ANC-LAST-ALLOC-DATE         PIC 9(08).
           05  ANC-ALLOCATED-COUNT         PIC 9(09).
           05  FILLER                      PIC X(14).
