      *               BOUND), AND GETS BACK UP TO TWENTY MATCHING
      *               AUDIT ENTRIES, NEWEST FIRST, FOR DISPLAY ON THE
      *               TELLER SCREEN. THIS WAS PREVIOUSLY A GREP ON THE
      *               RAW FILE BY OPERATIONS. AN OPTIONAL SEARCH TEXT
      *               NARROWS THE LIST TO ENTRIES WHOSE PAYER REFERENCE
      *               OR REMITTANCE TEXT (REMITINF) CONTAINS IT; WITH A
      *               SEARCH TEXT THE ACCOUNT MAY BE LEFT BLANK TO
      *               SEARCH EVERY ACCOUNT.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-08-22  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED PTIQ-SEARCH-TEXT AND THE PAYER REFERENCE
      *                    AND REMITTANCE TEXT ON EACH RETURNED ENTRY.
      ******************************************************************
       01  PSEXTINQ-COMMAREA.
           05  PTIQ-ACCOUNT-NUMBER         PIC X(10).
           05  PTIQ-FROM-DATE              PIC 9(08).
           05  PTIQ-TO-DATE                PIC 9(08).
           05  PTIQ-SEARCH-TEXT            PIC X(35).
           05  PTIQ-RETURN-CODE            PIC 9(02) VALUE ZERO.
               88  PTIQ-SUCCESSFUL             VALUE 00.
               88  PTIQ-REJECTED               VALUE 08.
               10  PTIQ-ENT-OPERATOR       PIC X(08).
               10  PTIQ-ENT-RETURN-CODE    PIC 9(02).
               10  PTIQ-ENT-TRANS-TYPE     PIC X(01).
               10  PTIQ-ENT-PAYER-REF      PIC X(16).
               10  PTIQ-ENT-REMIT-TEXT     PIC X(35).
