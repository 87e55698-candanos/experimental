      ******************************************************************
      * COPYBOOK    : PARTREG
      * DESCRIPTION : ONE PARTNER RECORD AS EXPCONV RECEIVED IT AND
      *               WHAT BECAME OF IT THERE - THE PARTNER'S OWN
      *               RECORD IMAGE (SEE PARTTRAN), THE TRACE ID IT WAS
      *               GIVEN ON EXPTRAN, AND WHETHER IT WAS CONVERTED OR
      *               REFUSED BEFORE EVER REACHING EXPBATCH (WITH THE
      *               ERRCODES CODE AND REASON). APPENDED BY EVERY
      *               EXPCONV RUN, IN PARTNER FILE ORDER; EXPPRESP
      *               PAIRS THE ENTRIES WITH THE EXPBATCH OUTCOMES ON
      *               BATOUTC TO BUILD THE PARTNER'S RESPONSE FILE AND
      *               THEN REWRITES THE FILE WITH ONLY THE ENTRIES
      *               STILL WAITING ON AN OUTCOME, MARKED AS ALREADY
      *               REPORTED, SO THEY ARE ANSWERED AGAIN ONCE
      *               EXPBATCH HAS DEALT WITH THEM.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      * 2026-10-15  DS    PRG-PARTNER-IMAGE WIDENED TO 133 BYTES WITH
      *                    PARTTRAN'S NEW REMITTANCE FIELDS (RECORD NOW
      *                    211 BYTES).
      ******************************************************************
       01  PARTREG-RECORD.
           05  PRG-RUN-DATE                PIC 9(08).
           05  PRG-PARTNER-IMAGE           PIC X(133).
           05  PRG-TRACE-ID                PIC X(16).
           05  PRG-CONVERT-OUTCOME         PIC X(01).
               88  PRG-CONVERTED               VALUE 'C'.
               88  PRG-REFUSED                 VALUE 'R'.
           05  PRG-RETURN-CODE             PIC 9(02).
           05  PRG-REASON                  PIC X(40).
           05  PRG-REPORTED-SW             PIC X(01).
               88  PRG-ALREADY-REPORTED        VALUE 'Y'.
           05  FILLER                      PIC X(10).
