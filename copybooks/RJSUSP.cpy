      *                    NOW 193 BYTES. RJREPAIR'S AND EXPARCPG'S
      *                    FLAT IMAGES AND REFERENCE-MODIFICATION
      *                    OFFSETS WERE MOVED IN STEP.
      * 2026-10-15  DS    ADDED THE 'U' RETURNED-UNPAID STATUS - AN
      *                    INSUFFICIENT-FUNDS REJECT THAT EXPNSFRP HAS
      *                    RE-PRESENTED FOR ITS FULL RETRY WINDOW
      *                    WITHOUT IT POSTING. IT IS FINAL: NOT
      *                    RESUBMITTED BY RJREPAIR OR PSEXRJRP, KEPT
      *                    ONLY FOR EXPNOTIF'S NOTICE AND THE ARCHIVE.
      ******************************************************************
       01  RJSUSP-RECORD.
      *    RJS-PAYMENT-DATA IS A FLAT IMAGE OF THE SUBPRM01 PAYMENT
           05  RJS-STATUS                  PIC X(01) VALUE 'P'.
               88  RJS-PENDING-REPAIR          VALUE 'P'.
               88  RJS-RESUBMITTED             VALUE 'R'.
               88  RJS-RETURNED-UNPAID         VALUE 'U'.
