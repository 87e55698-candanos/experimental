      ******************************************************************
      * COPYBOOK    : STRCASE
      * DESCRIPTION : THE COMPLIANCE DESK'S STRUCTURING CASE LIST,
      *               WRITTEN FRESH EACH NIGHT BY EXPSTRUC. ONE 'C'
      *               CASE RECORD PER FLAGGED CUSTOMER, DIRECTLY
      *               FOLLOWED BY ITS 'D' DETAIL RECORDS - ONE PER
      *               PAYMENT BEHIND THE FLAG, WITH ITS TRACE ID.
      *
      *               A CUSTOMER IS FLAGGED WHEN, OVER THE ROLLING
      *               WINDOW OF BUSINESS DAYS, ENOUGH OF THEIR CLEANLY
      *               POSTED PAYMENTS ACROSS ALL THE ACCOUNTS THEY LEAD
      *               FALL IN THE BAND JUST BELOW THE LARGE-TRANSACTION
      *               THRESHOLD AND THOSE PAYMENTS TOGETHER GO OVER IT.
      *               AN ACCOUNT WITH NO CUSTOMER ON ACCTMSTR IS JUDGED
      *               ON ITS OWN - STC-CUSTOMER-NUMBER IS BLANK AND
      *               STC-LONE-ACCOUNT NAMES IT. AMOUNTS ARE IN THE
      *               BASE CURRENCY.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  STRCASE-RECORD.
           05  STC-RECORD-TYPE             PIC X(01).
               88  STC-CASE                    VALUE 'C'.
               88  STC-DETAIL                  VALUE 'D'.
           05  STC-CASE-ID.
               10  STC-CASE-DATE           PIC 9(08).
               10  STC-CASE-SEQUENCE       PIC 9(04).
           05  STC-CUSTOMER-NUMBER         PIC X(08).
           05  STC-BODY                    PIC X(79).
      *    THE 'C' CASE RECORD.
           05  STC-CASE-BODY REDEFINES STC-BODY.
               10  STC-CUSTOMER-NAME       PIC X(25).
               10  STC-LONE-ACCOUNT        PIC X(10).
               10  STC-WINDOW-START        PIC 9(08).
               10  STC-WINDOW-END          PIC 9(08).
               10  STC-BAND-COUNT          PIC 9(05).
               10  STC-BAND-TOTAL          PIC 9(13)V99.
               10  STC-ACCOUNT-COUNT       PIC 9(03).
               10  STC-DAY-COUNT           PIC 9(03).
               10  FILLER                  PIC X(02).
      *    THE 'D' DETAIL RECORD.
           05  STC-DETAIL-BODY REDEFINES STC-BODY.
               10  STC-ACCOUNT-NUMBER      PIC X(10).
               10  STC-TRANSACTION-DATE    PIC 9(08).
               10  STC-AMOUNT              PIC 9(11)V99.
               10  STC-TRACE-ID            PIC X(16).
               10  STC-OPERATOR-ID         PIC X(08).
               10  FILLER                  PIC X(24).
