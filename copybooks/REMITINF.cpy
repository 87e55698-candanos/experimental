      ******************************************************************
      * COPYBOOK    : REMITINF
      * DESCRIPTION : THE REMITTANCE INFORMATION CAPTURED WITH ONE
      *               PAYMENT - THE PAYER'S OWN REFERENCE AND A LINE OF
      *               FREE REMITTANCE TEXT ("INVOICE 4471 MARCH RENT").
      *               KEPT IN A COMPANION FILE KEYED BY TRACE ID RATHER
      *               THAN ON THE 128-BYTE SUBPRM01 IMAGE, WHICH WOULD
      *               OTHERWISE HAVE TO GROW AGAIN THROUGH EVERY
      *               PROGRAM THAT CARRIES IT. WRITTEN AT ENTRY BY
      *               PSEXPERI (ONLINE), EXPCONV (PARTNER FILE) AND
      *               EXPSTORD (STANDING ORDERS), ONLY WHEN THERE IS
      *               SOMETHING TO RECORD; READ BY TRACE ID BY EXPSTMT,
      *               EXPNOTIF, EXPCLRG, EXPARCRT AND PSEXTINQ. A
      *               PAYMENT WITH NO RECORD SIMPLY HAS NO REMITTANCE
      *               INFORMATION.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  REMITINF-RECORD.
           05  RMI-TRACE-ID                PIC X(16).
           05  RMI-ACCOUNT-NUMBER          PIC X(10).
           05  RMI-CAPTURE-DATE            PIC 9(08).
           05  RMI-SOURCE                  PIC X(01).
               88  RMI-SOURCE-ONLINE           VALUE 'O'.
               88  RMI-SOURCE-PARTNER          VALUE 'P'.
               88  RMI-SOURCE-STANDING         VALUE 'S'.
           05  RMI-PAYER-REFERENCE         PIC X(16).
           05  RMI-REMITTANCE-TEXT         PIC X(35).
           05  FILLER                      PIC X(14).
