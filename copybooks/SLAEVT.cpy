      ******************************************************************
      * COPYBOOK    : SLAEVT
      * DESCRIPTION : ONE SERVICE-LEVEL ACTION WRITTEN TO THE SLAEVT
      *               LOG BY EXPSLAEX - A HELD PAYMENT AUTO-DECLINED
      *               OFF PNDAPPR, A REFERENCE CHANGE WITHDRAWN FROM
      *               REFPEND, OR A DISPUTE ESCALATED AHEAD OF ITS
      *               DEADLINE - WITH THE AGE IN BUSINESS DAYS, THE
      *               OWNER IT WAS WAITING ON AND THE REASON. EXPNOTIF
      *               READS THE DAY'S AUTO-DECLINES BACK TO TELL THE
      *               CUSTOMER THE PAYMENT DID NOT GO.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  SLAEVT-RECORD.
      *    THE BUSINESS DATE OF THE RUN THAT TOOK THE ACTION, SO
      *    EXPNOTIF FINDS IT AGAINST THE SAME DATE AFTER MIDNIGHT.
           05  SLE-LOG-DATE                PIC 9(08).
           05  SLE-LOG-TIME                PIC 9(08).
           05  SLE-QUEUE                   PIC X(08).
               88  SLE-QUEUE-PNDAPPR           VALUE 'PNDAPPR '.
               88  SLE-QUEUE-REFPEND           VALUE 'REFPEND '.
               88  SLE-QUEUE-DSPCASE           VALUE 'DSPCASE '.
           05  SLE-ACTION                  PIC X(01).
               88  SLE-ACTION-DECLINED         VALUE 'D'.
               88  SLE-ACTION-WITHDRAWN        VALUE 'W'.
               88  SLE-ACTION-ESCALATED        VALUE 'E'.
      *    THE ITEM'S KEY IN ITS QUEUE - THE PAYMENT TRACE ID, THE
      *    REFPEND TARGET FILE AND RECORD KEY, OR THE DISPUTE CASE ID.
           05  SLE-ITEM-KEY                PIC X(16).
      *    ACCOUNT AND AMOUNT ARE FILLED WHERE A PAYMENT IS INVOLVED
      *    (SPACES AND ZERO FOR A REFERENCE CHANGE).
           05  SLE-ACCOUNT-NUMBER          PIC X(10).
           05  SLE-AMOUNT                  PIC S9(11)V99 COMP-3.
           05  SLE-AGE-DAYS                PIC 9(03).
           05  SLE-OWNER-ID                PIC X(08).
           05  SLE-REASON                  PIC X(40).
           05  FILLER                      PIC X(09).
