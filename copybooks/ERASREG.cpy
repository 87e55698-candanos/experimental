      ******************************************************************
      * COPYBOOK    : ERASREG
      * DESCRIPTION : THE PERMANENT ERASURE REGISTER WRITTEN BY
      *               EXPERASE, THE DATA-RETENTION JOB. ONE 'E' ENTRY
      *               PER CUSTOMER WHOSE PERSONAL FIELDS WERE ERASED -
      *               THE CUSTOMER NUMBER, THE DATE THEIR LAST ACCOUNT
      *               CLOSED, AND HOW MANY RECORDS WERE ERASED IN EACH
      *               FILE - THEN ONE 'S' SIGN-OFF RECORD CLOSING THE
      *               RUN WITH ITS CUTOFF, ITS TOTALS AND THE OPERATOR
      *               WHO AUTHORISED IT. EVERY RECORD CARRIES THE RUN
      *               DATE, TIME AND OPERATOR, SO A RUN'S ENTRIES ARE
      *               TIED TO ITS SIGN-OFF. NO PERSONAL DATA IS EVER
      *               WRITTEN HERE - ONLY WHAT WAS ERASED AND WHEN.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  ERASREG-RECORD.
           05  ERG-RECORD-TYPE             PIC X(01).
               88  ERG-ENTRY                   VALUE 'E'.
               88  ERG-SIGN-OFF                VALUE 'S'.
           05  ERG-RUN-DATE                PIC 9(08).
           05  ERG-RUN-TIME                PIC 9(08).
           05  ERG-OPERATOR-ID             PIC X(08).
           05  ERG-BODY                    PIC X(45).
      *    THE 'E' ENTRY - ONE CUSTOMER ERASED.
           05  ERG-ENTRY-BODY REDEFINES ERG-BODY.
               10  ERG-CUSTOMER-NUMBER     PIC X(08).
               10  ERG-LAST-CLOSED-DATE    PIC 9(08).
               10  ERG-ACCOUNT-COUNT       PIC 9(03).
               10  ERG-BENREG-COUNT        PIC 9(03).
               10  ERG-CMPHOLD-COUNT       PIC 9(05).
               10  ERG-CUSTAUDT-COUNT      PIC 9(05).
               10  ERG-REMITINF-COUNT      PIC 9(05).
               10  FILLER                  PIC X(08).
      *    THE 'S' SIGN-OFF - THE RUN AS A WHOLE.
           05  ERG-SIGN-OFF-BODY REDEFINES ERG-BODY.
               10  ERG-RETENTION-YEARS     PIC 9(02).
               10  ERG-CUTOFF-DATE         PIC 9(08).
               10  ERG-CUSTOMERS-ERASED    PIC 9(07).
               10  ERG-CUSTOMERS-HELD      PIC 9(07).
               10  ERG-RECORDS-ERASED      PIC 9(09).
               10  FILLER                  PIC X(12).
