      ******************************************************************
      * COPYBOOK    : PARTTRAN
      * DESCRIPTION : THE UPSTREAM PARTNER'S OWN TRANSACTION LAYOUT -
      *               WIDER ACCOUNT NUMBER AND TRACE REFERENCE THAN
      *               OURS, A PACKED-DECIMAL AMOUNT WITH NO EXPLICIT
      *               DECIMAL ALIGNMENT TO OUR OWN, A DEBIT/CREDIT
      *               TRANSACTION TYPE INSTEAD OF OUR PAYMENT/REVERSAL/
      *               ADJUSTMENT CODE, AND A DATE IN THE PARTNER'S OWN
      *               MMDDYYYY ORDER. A COLLECTION DEBIT ALSO CARRIES
      *               THE CREDITOR COLLECTING IT AND THE REFERENCE OF
      *               THE MANDATE IT IS COLLECTED UNDER. READ BY
      *               EXPCONV; ECHOED BACK RECORD FOR RECORD ON THE
      *               PARTNER RESPONSE FILE BY EXPPRESP. 133 BYTES.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - MOVED OUT OF EXPCONV'S FD
      *                    NOW THAT EXPPRESP READS IT TOO.
      * 2026-10-15  DS    ADDED PRT-PAYER-REFERENCE AND PRT-REMITTANCE-
      *                    TEXT AT THE END OF THE RECORD (82 TO 133
      *                    BYTES). EXPCONV RECORDS THEM ON REMITINF
      *                    UNDER THE TRACE ID THE PAYMENT POSTS WITH.
      ******************************************************************
       01  PARTTRAN-RECORD.
           05  PRT-ACCOUNT-NUMBER          PIC X(12).
           05  PRT-AMOUNT                  PIC S9(09)V99 COMP-3.
           05  PRT-CURRENCY-CODE           PIC X(03).
           05  PRT-TRANSACTION-DATE        PIC 9(08).
           05  PRT-TRACE-ID                PIC X(20).
           05  PRT-TRANSACTION-TYPE        PIC X(01).
               88  PRT-TYPE-DEBIT              VALUE 'D'.
               88  PRT-TYPE-CREDIT              VALUE 'C'.
               88  PRT-TYPE-REVERSAL             VALUE 'R'.
               88  PRT-TYPE-BULK-FUNDING         VALUE 'F'.
               88  PRT-TYPE-BULK-LEG             VALUE 'L'.
           05  PRT-CREDITOR-ID             PIC X(16).
           05  PRT-MANDATE-REFERENCE       PIC X(16).
           05  PRT-PAYER-REFERENCE         PIC X(16).
           05  PRT-REMITTANCE-TEXT         PIC X(35).
