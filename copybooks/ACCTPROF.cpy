      ******************************************************************
      * COPYBOOK    : ACCTPROF
      * DESCRIPTION : ONE ACCOUNT'S PAYMENT BEHAVIOUR PROFILE, KEYED BY
      *               ACCOUNT NUMBER. REBUILT IN FULL EVERY NIGHT BY
      *               EXPBHVPF FROM THE CLEANLY POSTED PAYMENT DEBITS
      *               (TYPE 'P') ON TRANLOG AND TRANARCH OVER A LOOKBACK
      *               WINDOW - HOW MANY, HOW LARGE, HOW OFTEN, IN WHICH
      *               CURRENCIES AND TO WHICH REGIONS. SUBPGM01 SCORES
      *               EACH NEW PAYMENT DEBIT AGAINST IT AND HOLDS ONE
      *               OUT OF PATTERN ON PNDAPPR FOR A SUPERVISOR.
      *               AMOUNTS ARE IN THE BASE CURRENCY, AS
      *               SP1-CONVERTED-AMOUNT CARRIES THEM.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  ACCTPROF-RECORD.
           05  PRF-ACCOUNT-NUMBER          PIC X(10).
      *    THE BUSINESS DATE OF THE BUILD AND THE FIRST DATE OF THE
      *    WINDOW IT LOOKED BACK OVER.
           05  PRF-BUILD-DATE              PIC 9(08).
           05  PRF-WINDOW-START-DATE       PIC 9(08).
           05  PRF-PAYMENT-COUNT           PIC 9(05).
           05  PRF-PAYMENT-TOTAL           PIC S9(13)V99 COMP-3.
           05  PRF-AVERAGE-AMOUNT          PIC S9(11)V99 COMP-3.
           05  PRF-LARGEST-AMOUNT          PIC S9(11)V99 COMP-3.
      *    HOW OFTEN - THE DAYS IN THE WINDOW WITH ANY PAYMENT, AND
      *    THE MOST PAYMENTS MADE ON ANY ONE OF THEM.
           05  PRF-ACTIVE-DAYS             PIC 9(03).
           05  PRF-BUSIEST-DAY-COUNT       PIC 9(03).
      *    THE CURRENCIES PAID IN AND THE REGIONS PAID TO, IN ORDER
      *    OF FIRST USE. A FULL LIST (COUNT 5) MAY HAVE LEFT OTHERS
      *    OUT, SO NOTHING IS JUDGED NEW AGAINST IT.
           05  PRF-CURRENCY-COUNT          PIC 9(01).
           05  PRF-CURRENCY-CODE           PIC X(03) OCCURS 5 TIMES.
           05  PRF-REGION-COUNT            PIC 9(01).
           05  PRF-REGION-CODE             PIC X(03) OCCURS 5 TIMES.
           05  FILLER                      PIC X(20).
