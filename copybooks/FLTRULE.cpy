      ******************************************************************
      * COPYBOOK    : FLTRULE
      * DESCRIPTION : ONE FLOAT RULE - HOW MANY BUSINESS DAYS EXPINCRD
      *               HOLDS AN INCOMING CREDIT UNCOLLECTED ON UNCFLOAT
      *               BEFORE IT CAN BE SPENT. KEYED BY RULE TYPE AND
      *               CODE. A SOURCE RULE ('S') SETS THE DAYS FOR ONE
      *               BCR-CREDIT-SOURCE; THE SOURCE RULE WITH A BLANK
      *               CODE IS THE DEFAULT FOR ANY SOURCE WITHOUT ONE OF
      *               ITS OWN. AN ACCOUNT RULE ('A') THEN ADJUSTS THE
      *               DAYS FOR ONE ACCOUNT BY ITS RISK - A TRUSTED
      *               ACCOUNT IS RELEASED AFTER NO MORE THAN ITS DAYS,
      *               A RISK ACCOUNT IS HELD FOR NO FEWER. NO RULE (OR
      *               NO FILE) MEANS NO FLOAT - THE CREDIT IS SPENDABLE
      *               AT ONCE, AS IT ALWAYS WAS.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  FLTRULE-RECORD.
           05  FLR-KEY.
               10  FLR-RULE-TYPE           PIC X(01).
                   88  FLR-SOURCE-RULE         VALUE 'S'.
                   88  FLR-ACCOUNT-RULE        VALUE 'A'.
      *        THE CREDIT SOURCE (LEFT-JUSTIFIED) OR THE ACCOUNT
      *        NUMBER.
               10  FLR-RULE-CODE           PIC X(10).
           05  FLR-HOLD-DAYS               PIC 9(02).
      *    ACCOUNT RULES ONLY.
           05  FLR-ACCOUNT-CLASS           PIC X(01).
               88  FLR-TRUSTED-ACCOUNT         VALUE 'T'.
               88  FLR-RISK-ACCOUNT            VALUE 'R'.
           05  FLR-DESCRIPTION             PIC X(30).
           05  FILLER                      PIC X(06).
