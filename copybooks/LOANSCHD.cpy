      ******************************************************************
      * COPYBOOK    : LOANSCHD
      * DESCRIPTION : ONE INSTALLMENT OF A LOAN'S AMORTIZATION
      *               SCHEDULE, KEYED BY LOAN NUMBER AND INSTALLMENT
      *               NUMBER. LNMNT WRITES THE WHOLE SCHEDULE WHEN THE
      *               LOAN IS BOOKED - THE DUE DATE, THE INSTALLMENT
      *               SPLIT INTO ITS INTEREST AND PRINCIPAL PARTS, AND
      *               THE PRINCIPAL LEFT AFTER IT. EXPLNCOL SUBMITS
      *               WHAT IS STILL UNPAID OF EACH PART ONCE THE
      *               INSTALLMENT FALLS DUE, AND EXPLNRES RECORDS WHAT
      *               WAS COLLECTED.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  LOANSCHD-RECORD.
           05  LNS-KEY.
               10  LNS-LOAN-NUMBER         PIC X(10).
               10  LNS-INSTALLMENT-NO      PIC 9(03).
           05  LNS-DUE-DATE                PIC 9(08).
           05  LNS-STATUS                  PIC X(01).
               88  LNS-SCHEDULED               VALUE 'D'.
               88  LNS-SUBMITTED               VALUE 'S'.
               88  LNS-IN-ARREARS              VALUE 'A'.
               88  LNS-PAID                    VALUE 'P'.
               88  LNS-COLLECTABLE             VALUES 'D' 'A'.
           05  LNS-INSTALLMENT-AMOUNT      PIC S9(11)V99 COMP-3.
           05  LNS-PRINCIPAL-PART          PIC S9(11)V99 COMP-3.
           05  LNS-INTEREST-PART           PIC S9(11)V99 COMP-3.
           05  LNS-BALANCE-AFTER           PIC S9(11)V99 COMP-3.
           05  LNS-PRINCIPAL-PAID          PIC S9(11)V99 COMP-3.
           05  LNS-INTEREST-PAID           PIC S9(11)V99 COMP-3.
      *    THE ENTRIES AWAITING EXPLNRES, WHILE THE INSTALLMENT IS
      *    SUBMITTED.
           05  LNS-PRINCIPAL-TRACE-ID      PIC X(16).
           05  LNS-PRINCIPAL-SUBMITTED     PIC S9(11)V99 COMP-3.
           05  LNS-INTEREST-TRACE-ID       PIC X(16).
           05  LNS-INTEREST-SUBMITTED      PIC S9(11)V99 COMP-3.
           05  LNS-ATTEMPTS                PIC 9(03).
           05  LNS-PAID-DATE               PIC 9(08).
           05  FILLER                      PIC X(20).
