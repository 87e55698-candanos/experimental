      ******************************************************************
      * COPYBOOK    : TERMDEP
      * DESCRIPTION : ONE TERM DEPOSIT, KEYED BY ACCOUNT NUMBER - THE
      *               PRINCIPAL LOCKED AWAY, THE FIXED RATE IT EARNS,
      *               THE TERM AND THE MATURITY DATE, AND WHAT THE
      *               CUSTOMER WANTS DONE AT MATURITY (ROLL IT OVER
      *               FOR ANOTHER TERM, OR PAY IT OUT TO A NOMINATED
      *               ACCTMSTR ACCOUNT). THE ACCOUNT ITSELF IS AN
      *               ORDINARY ACCTMSTR RECORD OPENED ON A TERM
      *               DEPOSIT PRODUCT (ACM-TERM-DEPOSIT) AND FUNDED
      *               LIKE ANY OTHER; TDMNT BOOKS THE DEPOSIT ONCE
      *               FUNDED AND BREAKS IT EARLY, EXPTDMAT MATURES IT,
      *               AND SUBPGM01 REFUSES AN ORDINARY DEBIT WHILE AN
      *               ACTIVE DEPOSIT HAS NOT YET MATURED. EXPTDLAD
      *               REPORTS THE MATURITY LADDER.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  TERMDEP-RECORD.
           05  TDP-ACCOUNT-NUMBER          PIC X(10).
      *    A MATURED DEPOSIT PAID OUT, OR ONE BROKEN EARLY, STAYS ON
      *    FILE FOR THE AUDITORS; A ROLLED-OVER DEPOSIT STAYS ACTIVE
      *    ON ITS NEW TERM.
           05  TDP-STATUS                  PIC X(01).
               88  TDP-ACTIVE                  VALUE 'A'.
               88  TDP-MATURED                 VALUE 'M'.
               88  TDP-BROKEN                  VALUE 'B'.
      *    THE PRINCIPAL FOR THE CURRENT TERM, IN THE BASE REPORTING
      *    CURRENCY - ON A ROLLOVER THE TERM'S INTEREST IS ADDED TO
      *    IT.
           05  TDP-PRINCIPAL               PIC S9(11)V99 COMP-3.
           05  TDP-RATE-PCT                PIC 9(02)V9999 COMP-3.
           05  TDP-TERM-MONTHS             PIC 9(03).
           05  TDP-START-DATE              PIC 9(08).
           05  TDP-MATURITY-DATE           PIC 9(08).
           05  TDP-INSTRUCTION             PIC X(01).
               88  TDP-ROLL-OVER               VALUE 'R'.
               88  TDP-PAY-OUT                 VALUE 'P'.
      *    WHERE A PAY-OUT AT MATURITY, OR AN EARLY BREAK, SENDS THE
      *    MONEY.
           05  TDP-PAYOUT-ACCOUNT          PIC X(10).
           05  TDP-ROLLOVER-COUNT          PIC 9(03).
           05  TDP-BOOKED-DATE             PIC 9(08).
           05  TDP-CLOSED-DATE             PIC 9(08).
           05  TDP-OPERATOR-ID             PIC X(08).
           05  FILLER                      PIC X(20).
