      ******************************************************************
      * COPYBOOK    : DDMMCOMM
      * DESCRIPTION : COMMAREA PASSED INTO DDMMNT BY THE CALLING
      *               TRANSACTION TO MAINTAIN THE DDMANDT DIRECT-DEBIT
      *               MANDATE REGISTRY - REGISTER A MANDATE A CUSTOMER
      *               HAS SIGNED FOR A CREDITOR, CHANGE ITS REFERENCE,
      *               MAXIMUM AMOUNT OR FREQUENCY, OR CANCEL IT. THE
      *               RETURN-CODE/REJECT-REASON CONVENTION IS THE SAME
      *               AS BENMCOMM/BENMNT.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  DDMMNT-COMMAREA.
           05  DMC-FUNCTION                PIC X(01).
               88  DMC-FUNC-ADD                VALUE 'A'.
               88  DMC-FUNC-CHANGE             VALUE 'C'.
               88  DMC-FUNC-CANCEL             VALUE 'X'.
           05  DMC-DEBTOR-ACCOUNT          PIC X(10).
           05  DMC-CREDITOR-ID             PIC X(16).
           05  DMC-MANDATE-REFERENCE       PIC X(16).
           05  DMC-MAXIMUM-AMOUNT          PIC S9(11)V99 COMP-3.
           05  DMC-FREQUENCY               PIC X(01).
      *    ADD - THE DATE THE CUSTOMER SIGNED (ZERO MEANS TODAY).
      *    CANCEL - THE LAST DATE A COLLECTION IS STILL HONOURED
      *    (ZERO MEANS TODAY).
           05  DMC-EFFECTIVE-DATE          PIC 9(08).
           05  DMC-OPERATOR-ID             PIC X(08).
           05  DMC-RETURN-CODE             PIC 9(02) VALUE ZERO.
               88  DMC-SUCCESSFUL              VALUE 00.
               88  DMC-REJECTED                VALUE 08.
           05  DMC-REJECT-REASON           PIC X(40) VALUE SPACES.
