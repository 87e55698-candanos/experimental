      ******************************************************************
      * COPYBOOK    : FEERFND
      * DESCRIPTION : ONE AUTOMATIC FEE REFUND - WHEN A REVERSAL, BANK
      *               RETURN OR FRAUD REVERSAL NAMING ITS ORIGINAL
      *               POSTS, SUBPGM01 UNDOES THE ORIGINAL'S FEE IN THE
      *               SAME CALL AND APPENDS WHAT IT DID HERE: A POSTED
      *               FEE REFUNDED (WITH ITS WITHHOLDING REVERSED), AN
      *               UNBILLED FEEBILL ACCRUAL CANCELLED, OR AN
      *               ALREADY-BILLED ACCRUAL REFUNDED. A PARTIAL
      *               OFFSET REFUNDS ITS SHARE OF THE FEE. READ EACH
      *               NIGHT BY EXPFRFRP FOR THE FEE-REFUND REPORT AND
      *               THE MATCHING GL JOURNAL.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  FEERFND-RECORD.
           05  FRF-REFUND-DATE             PIC 9(08).
           05  FRF-ACCOUNT-NUMBER          PIC X(10).
           05  FRF-REGION-CODE             PIC X(03).
           05  FRF-CURRENCY-CODE           PIC X(03).
           05  FRF-OFFSET-TRACE-ID         PIC X(16).
           05  FRF-OFFSET-TYPE             PIC X(01).
           05  FRF-ORIGINAL-TRACE-ID       PIC X(16).
           05  FRF-ACTION                  PIC X(01).
               88  FRF-POSTED-FEE-REFUNDED     VALUE 'R'.
               88  FRF-ACCRUAL-CANCELLED       VALUE 'C'.
               88  FRF-BILLED-FEE-REFUNDED     VALUE 'B'.
      *    THE FEE BEING UNDONE - THE 'F' FEE TRACE, OR FOR A MONTHLY-
      *    BILLED ACCOUNT THE 'L' BILL TRACE (SPACES WHILE UNBILLED).
           05  FRF-FEE-TRACE-ID            PIC X(16).
      *    THE 'E' REFUND CREDIT POSTED (SPACES FOR A CANCELLATION).
           05  FRF-REFUND-TRACE-ID         PIC X(16).
           05  FRF-FEE-REFUNDED            PIC S9(11)V99 COMP-3.
      *    THE 'W' WITHHOLDING REVERSAL POSTED (SPACES WHEN NONE).
           05  FRF-TAX-TRACE-ID            PIC X(16).
           05  FRF-TAX-REVERSED            PIC S9(11)V99 COMP-3.
           05  FILLER                      PIC X(10).
