      ******************************************************************
      * COPYBOOK    : LOANMSTR
      * DESCRIPTION : ONE INSTALLMENT LOAN, KEYED BY LOAN NUMBER - THE
      *               AMOUNT LENT, THE FIXED RATE AND THE TERM IN
      *               MONTHS, THE LEVEL INSTALLMENT THEY GIVE, AND THE
      *               ACCTMSTR ACCOUNT THE LOAN IS DISBURSED TO AND
      *               COLLECTED FROM. THE AMORTIZATION SCHEDULE IS ON
      *               LOANSCHD. LNMNT BOOKS THE LOAN AND BUILDS THE
      *               SCHEDULE; EXPLNCOL DISBURSES IT AND SUBMITS THE
      *               DUE INSTALLMENTS TO EXPTRAN; EXPLNRES SETTLES
      *               WHAT POSTED, PUTS WHAT DID NOT INTO ARREARS AND
      *               ACCRUES LATE INTEREST ON IT; EXPLNSTM PRINTS THE
      *               LOAN STATEMENT.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  LOANMSTR-RECORD.
           05  LNM-LOAN-NUMBER             PIC X(10).
      *    BOOKED UNTIL THE DISBURSEMENT HAS POSTED; PAID OFF ONCE
      *    EVERY INSTALLMENT AND ALL LATE INTEREST IS COLLECTED. A
      *    PAID-OFF LOAN STAYS ON FILE FOR THE AUDITORS.
           05  LNM-STATUS                  PIC X(01).
               88  LNM-BOOKED                  VALUE 'B'.
               88  LNM-CURRENT                 VALUE 'A'.
               88  LNM-IN-ARREARS              VALUE 'R'.
               88  LNM-PAID-OFF                VALUE 'P'.
               88  LNM-COLLECTING              VALUES 'A' 'R'.
           05  LNM-CUSTOMER-NUMBER         PIC X(08).
           05  LNM-LINKED-ACCOUNT          PIC X(10).
           05  LNM-PRINCIPAL               PIC S9(11)V99 COMP-3.
           05  LNM-RATE-PCT                PIC 9(02)V9999 COMP-3.
      *    THE ANNUAL RATE CHARGED ON OVERDUE PRINCIPAL AND INTEREST.
           05  LNM-LATE-RATE-PCT           PIC 9(02)V9999 COMP-3.
           05  LNM-TERM-MONTHS             PIC 9(03).
           05  LNM-INSTALLMENT-AMOUNT      PIC S9(11)V99 COMP-3.
           05  LNM-START-DATE              PIC 9(08).
      *    PRINCIPAL NOT YET REPAID, AND THE PART OF THE DUE
      *    INSTALLMENTS NOT COLLECTED - RECOMPUTED BY EXPLNRES.
           05  LNM-OUTSTANDING-PRINCIPAL   PIC S9(11)V99 COMP-3.
           05  LNM-ARREARS-PRINCIPAL       PIC S9(11)V99 COMP-3.
           05  LNM-ARREARS-INTEREST        PIC S9(11)V99 COMP-3.
      *    LATE INTEREST ACCRUED AND NOT YET COLLECTED.
           05  LNM-LATE-INTEREST           PIC S9(11)V99 COMP-3.
           05  LNM-ARREARS-SINCE           PIC 9(08).
           05  LNM-LAST-LATE-ACCRUAL       PIC 9(08).
      *    THE FIRST INSTALLMENT NOT YET PAID IN FULL.
           05  LNM-NEXT-UNPAID             PIC 9(03).
      *    SET BY EXPLNCOL WHEN IT SUBMITS ENTRIES FOR THE LOAN AND
      *    CLEARED BY EXPLNRES ONCE THEY ARE SETTLED - NOTHING MORE IS
      *    SUBMITTED FOR THE LOAN IN BETWEEN.
           05  LNM-PENDING-SW              PIC X(01).
               88  LNM-COLLECTION-PENDING      VALUE 'Y'.
           05  LNM-DISBURSE-TRACE-ID       PIC X(16).
           05  LNM-LATE-TRACE-ID           PIC X(16).
           05  LNM-LATE-SUBMITTED          PIC S9(11)V99 COMP-3.
           05  LNM-BOOKED-DATE             PIC 9(08).
           05  LNM-PAID-OFF-DATE           PIC 9(08).
           05  LNM-OPERATOR-ID             PIC X(08).
           05  FILLER                      PIC X(20).
