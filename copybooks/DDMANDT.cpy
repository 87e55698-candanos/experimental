      ******************************************************************
      * COPYBOOK    : DDMANDT
      * DESCRIPTION : ONE DIRECT-DEBIT MANDATE - A CUSTOMER'S STANDING
      *               AUTHORITY FOR ONE CREDITOR TO COLLECT FROM ONE OF
      *               THEIR ACCOUNTS - KEYED BY THE DEBTOR ACCOUNT AND
      *               THE CREDITOR ID. MAINTAINED ONLINE THROUGH
      *               DDMMNT. EXPCONV CHECKS EVERY PARTNER COLLECTION
      *               DEBIT AGAINST IT BEFORE THE DEBIT REACHES
      *               EXPTRAN: NO MANDATE (OR ONE NOT YET SIGNED ON THE
      *               COLLECTION DATE), AN AMOUNT OVER DDM-MAXIMUM-
      *               AMOUNT, OR A COLLECTION DATED AFTER DDM-
      *               CANCELLED-DATE IS REFUSED WITH RETURN CODE 76.
      *               A CANCELLED MANDATE IS KEPT, NOT DELETED, SO A
      *               LATE COLLECTION IS STILL RECOGNISED AS ONE.
      *               THE USAGE FIELDS ARE KEPT BY EXPCONV FOR EVERY
      *               COLLECTION IT LETS THROUGH.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  DDMANDT-RECORD.
           05  DDM-KEY.
               10  DDM-DEBTOR-ACCOUNT      PIC X(10).
               10  DDM-CREDITOR-ID         PIC X(16).
           05  DDM-MANDATE-REFERENCE       PIC X(16).
           05  DDM-MAXIMUM-AMOUNT          PIC S9(11)V99 COMP-3.
      *    HOW OFTEN THE CREDITOR SAID THEY WOULD COLLECT - CARRIED
      *    FOR THE REPORT AND FOR DISPUTE HANDLING, NOT ENFORCED.
           05  DDM-FREQUENCY               PIC X(01).
               88  DDM-FREQ-ONE-OFF            VALUE 'O'.
               88  DDM-FREQ-WEEKLY             VALUE 'W'.
               88  DDM-FREQ-MONTHLY            VALUE 'M'.
               88  DDM-FREQ-QUARTERLY          VALUE 'Q'.
               88  DDM-FREQ-ANNUAL             VALUE 'A'.
               88  DDM-FREQ-VARIABLE           VALUE 'V'.
               88  DDM-FREQ-VALID              VALUES 'O' 'W' 'M' 'Q'
                                                      'A' 'V'.
           05  DDM-STATUS                  PIC X(01).
               88  DDM-ACTIVE                  VALUE 'A'.
               88  DDM-CANCELLED               VALUE 'C'.
           05  DDM-SIGNED-DATE             PIC 9(08).
           05  DDM-CANCELLED-DATE          PIC 9(08).
           05  DDM-REGISTERED-BY           PIC X(08).
           05  DDM-LAST-CHANGED-DATE       PIC 9(08).
           05  DDM-LAST-CHANGED-BY         PIC X(08).
           05  DDM-COLLECTION-COUNT        PIC 9(07) COMP-3.
           05  DDM-COLLECTED-AMOUNT        PIC S9(13)V99 COMP-3.
           05  DDM-LAST-COLLECTED-DATE     PIC 9(08).
           05  FILLER                      PIC X(20).
