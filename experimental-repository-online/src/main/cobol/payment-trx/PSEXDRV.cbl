      *                    (A SUNDAY) TO 2026-08-10 - PSEXPERI'S DATE
      *                    EDIT NOW CONSULTS THE BUSINESS CALENDAR AND
      *                    REJECTS A NON-BUSINESS DATE.
      * 2026-10-15  DS    THE SAMPLE NOW CARRIES A PAYER REFERENCE AND
      *                    REMITTANCE TEXT FOR PSEXPERI TO RECORD ON
      *                    REMITINF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEXDRV.
           MOVE 'USD' TO PSEV-CURRENCY-CODE
           MOVE 20260810 TO PSEV-TRANSACTION-DATE
           MOVE 'PSEXPERI-TEST-01' TO PSEV-TRACE-ID
           MOVE 'TELLER01' TO PSEV-OPERATOR-ID
           MOVE 'ROCKY-INV-4471' TO PSEV-PAYER-REFERENCE
           MOVE 'INVOICE 4471 AUGUST SERVICES'
               TO PSEV-REMITTANCE-TEXT.
       1000-EXIT.
           EXIT.

