      ******************************************************************
      * COPYBOOK    : NSFTRACK
      * DESCRIPTION : ONE INSUFFICIENT-FUNDS REJECT UNDER AUTOMATIC
      *               RE-PRESENTMENT, KEYED BY THE ITEM'S OWN TRACE ID.
      *               EXPNSFRP OPENS IT THE FIRST TIME IT RE-PRESENTS
      *               A CODE-28 RJSUSP ENTRY, AND KEEPS IT FOR THE
      *               LIFE OF THE ITEM: THE DATE IT FIRST BOUNCED, THE
      *               LAST BUSINESS DAY IT MAY BE RETRIED, HOW OFTEN
      *               IT HAS BEEN PRESENTED, AND THE ONE-TIME NSF FEE
      *               CHARGED FOR IT. EXPNOTIF READS IT TO KEEP A
      *               RETRY'S REPEAT REJECT OFF THE CUSTOMER FEED.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  NSFTRACK-RECORD.
           05  NSF-TRACE-ID                PIC X(16).
           05  NSF-ACCOUNT-NUMBER          PIC X(10).
      *    THE ITEM'S AMOUNT AS SUPPLIED, IN ITS OWN CURRENCY.
           05  NSF-AMOUNT                  PIC S9(11)V99 COMP-3.
           05  NSF-CURRENCY-CODE           PIC X(03).
      *    'R' WHILE EXPNSFRP IS STILL RE-PRESENTING IT; 'P' ONCE A
      *    RE-PRESENTMENT POSTED (OR THE ITEM OTHERWISE LEFT THE
      *    QUEUE); 'U' WHEN THE RETRY WINDOW CLOSED WITH IT UNPAID.
           05  NSF-STATUS                  PIC X(01).
               88  NSF-RE-PRESENTING           VALUE 'R'.
               88  NSF-CLEARED                 VALUE 'P'.
               88  NSF-RETURNED-UNPAID         VALUE 'U'.
           05  NSF-FIRST-REJECT-DATE       PIC 9(08).
      *    THE LAST BUSINESS DAY THE ITEM MAY BE RE-PRESENTED - THE
      *    RETRY WINDOW IN FORCE WHEN IT WAS FIRST PICKED UP.
           05  NSF-FINAL-RETRY-DATE        PIC 9(08).
           05  NSF-ATTEMPTS                PIC 9(03).
           05  NSF-LAST-PRESENTED          PIC 9(08).
           05  NSF-FEE-SW                  PIC X(01).
               88  NSF-FEE-CHARGED             VALUE 'Y'.
           05  NSF-FEE-AMOUNT              PIC S9(07)V99 COMP-3.
           05  NSF-FEE-TRACE-ID            PIC X(16).
           05  NSF-CLOSED-DATE             PIC 9(08).
           05  FILLER                      PIC X(20).
