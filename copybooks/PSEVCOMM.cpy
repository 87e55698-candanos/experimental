      *                    LIMIT AND WAS QUEUED ON PNDAPPR FOR A
      *                    SUPERVISOR TO RELEASE THROUGH PSEXAPPR,
      *                    NOT REJECTED.
      * 2026-10-15  DS    ADDED PSEV-PENDING (RETURN CODE 02) - THE
      *                    PAYMENT PASSED ITS EDITS WHILE THE NIGHTLY
      *                    CHAIN WAS POSTING AND WAS QUEUED ON DEFERQ
      *                    UNDER THE TRACE ID HANDED BACK IN PSEV-
      *                    TRACE-ID. EXPDRAIN POSTS IT WHEN THE CHAIN
      *                    ENDS.
      * 2026-10-15  DS    ADDED PSEV-PAYER-REFERENCE AND
      *                    PSEV-REMITTANCE-TEXT, OPTIONAL, AT THE END
      *                    SO EXISTING CALLERS AND QUEUED DEFERQ
      *                    ENTRIES KEEP THEIR OFFSETS. PSEXPERI
      *                    RECORDS THEM ON REMITINF UNDER THE
      *                    PAYMENT'S TRACE ID.
      ******************************************************************
       01  PSEXPERI-COMMAREA.
           05  PSEV-ACCOUNT-NUMBER         PIC X(10).
           05  PSEV-OPERATOR-ID            PIC X(08).
           05  PSEV-RETURN-CODE            PIC 9(02) VALUE ZERO.
               88  PSEV-SUCCESSFUL             VALUE 00.
               88  PSEV-PENDING                VALUE 02.
               88  PSEV-HELD                   VALUE 04.
               88  PSEV-REJECTED               VALUE 08.
           05  PSEV-REJECT-REASON          PIC X(40) VALUE SPACES.
           05  PSEV-PAYER-REFERENCE        PIC X(16).
           05  PSEV-REMITTANCE-TEXT        PIC X(35).
