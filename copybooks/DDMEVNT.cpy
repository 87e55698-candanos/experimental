      ******************************************************************
      * COPYBOOK    : DDMEVNT
      * DESCRIPTION : ONE MANDATE CHECK MADE BY EXPCONV ON A PARTNER
      *               COLLECTION DEBIT - WHETHER IT WAS LET THROUGH TO
      *               EXPTRAN OR REFUSED WITH RETURN CODE 76, AND WHY.
      *               APPENDED BY EVERY EXPCONV RUN OF THE DAY; READ BY
      *               EXPDDMRP FOR THE PER-CREDITOR USAGE AND
      *               REJECTION REPORT.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  DDMEVNT-RECORD.
           05  DDE-RUN-DATE                PIC 9(08).
           05  DDE-CREDITOR-ID             PIC X(16).
           05  DDE-DEBTOR-ACCOUNT          PIC X(10).
           05  DDE-MANDATE-REFERENCE       PIC X(16).
           05  DDE-TRACE-ID                PIC X(16).
           05  DDE-AMOUNT                  PIC S9(11)V99 COMP-3.
           05  DDE-COLLECTION-DATE         PIC 9(08).
           05  DDE-OUTCOME                 PIC X(01).
               88  DDE-ACCEPTED                VALUE 'A'.
               88  DDE-REJECTED                VALUE 'R'.
      *    WHY A REJECTED COLLECTION WAS REFUSED - NO USABLE MANDATE
      *    ON FILE, OVER THE MANDATE'S MAXIMUM, OR DATED AFTER THE
      *    MANDATE WAS CANCELLED. SPACE WHEN ACCEPTED.
           05  DDE-REJECT-CAUSE            PIC X(01).
               88  DDE-NO-MANDATE              VALUE 'N'.
               88  DDE-OVER-MAXIMUM            VALUE 'O'.
               88  DDE-AFTER-CANCEL            VALUE 'C'.
           05  FILLER                      PIC X(10).
