      ******************************************************************
      * COPYBOOK    : BATOUTC
      * DESCRIPTION : WHAT EXPBATCH DID WITH ONE TRANSACTION - POSTED,
      *               REJECTED BY SUBPGM01 (WITH ITS ERRCODES CODE AND
      *               TEXT), SUSPENDED UNTIL ITS EFFECTIVE DATE, OR
      *               HELD (FOR COMPLIANCE REVIEW, RETURN CODE 64, OR
      *               BY A CLOSING RUN BECAUSE IT IS DATED AFTER THE
      *               CUTOFF). APPENDED BY EVERY NON-TEST EXPBATCH RUN;
      *               EXPPRESP TAKES THE LATEST OUTCOME FOR EACH
      *               PARTNER TRACE AND THEN EMPTIES THE FILE.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  BATOUTC-RECORD.
           05  BOC-LOGGED-DATE             PIC 9(08).
           05  BOC-TRACE-ID                PIC X(16).
           05  BOC-OUTCOME                 PIC X(01).
               88  BOC-POSTED                  VALUE 'P'.
               88  BOC-REJECTED                VALUE 'R'.
               88  BOC-SUSPENDED               VALUE 'S'.
               88  BOC-HELD                    VALUE 'H'.
           05  BOC-RETURN-CODE             PIC 9(02).
           05  BOC-REASON                  PIC X(40).
           05  BOC-EFFECTIVE-DATE          PIC 9(08).
           05  FILLER                      PIC X(05).
