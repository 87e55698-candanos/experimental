      ******************************************************************
      * COPYBOOK    : UNCFLOAT
      * DESCRIPTION : ONE INCOMING CREDIT STILL UNCOLLECTED - POSTED TO
      *               THE BALANCE BY EXPINCRD BUT NOT YET SPENDABLE
      *               UNTIL ITS RELEASE DATE, SO A CREDIT THE SENDING
      *               BANK RECALLS HAS NOT ALREADY BEEN SPENT. KEYED BY
      *               ACCOUNT, RELEASE DATE AND THE CREDIT'S TRACE ID
      *               SO AN ACCOUNT'S FLOAT READS TOGETHER IN RELEASE
      *               ORDER. SUBPGM01'S FUNDS CHECK AND PSEXBINQ TAKE
      *               THE ACCOUNT'S ENTRIES OFF WHAT IT CAN SPEND;
      *               EXPFLTRL DELETES EACH ONE ON ITS RELEASE DATE AND
      *               EXPFLTRP LISTS WHAT IS OUTSTANDING.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  UNCFLOAT-RECORD.
           05  UFL-KEY.
               10  UFL-ACCOUNT-NUMBER      PIC X(10).
      *        THE FIRST BUSINESS DATE ON WHICH THE CREDIT IS
      *        AVAILABLE.
               10  UFL-RELEASE-DATE        PIC 9(08).
               10  UFL-TRACE-ID            PIC X(16).
      *    THE UNCOLLECTED AMOUNT IN THE BASE CURRENCY, AS THE FUNDS
      *    CHECK COUNTS IT, AND THE CREDIT AS THE BANK SENT IT.
           05  UFL-BASE-AMOUNT             PIC S9(11)V99 COMP-3.
           05  UFL-CREDIT-AMOUNT           PIC S9(11)V99 COMP-3.
           05  UFL-CURRENCY-CODE           PIC X(03).
           05  UFL-CREDIT-SOURCE           PIC X(02).
           05  UFL-RECEIVED-DATE           PIC 9(08).
           05  UFL-HOLD-DAYS               PIC 9(02).
           05  UFL-REFERENCE               PIC X(16).
           05  FILLER                      PIC X(21).
