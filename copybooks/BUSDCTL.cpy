      *                    CYCLES APART. A RECORD WITHOUT THE FIELD
      *                    READS AS CYCLE 01. TAKEN FROM RESERVED
      *                    FILLER (8 BYTES REMAIN).
      * 2026-10-15  DS    ADDED BDC-POSTING-WINDOW - SET TO 'Y' BY
      *                    EXPCTRL WHEN THE CHAIN REACHES ITS POSTING
      *                    STEPS AND CLEARED AGAIN JUST BEFORE THE
      *                    EXPDRAIN STEP THAT ENDS IT. WHILE IT IS SET
      *                    THE ONLINE UPDATING SERVICES VALIDATE A
      *                    REQUEST AND QUEUE IT ON DEFERQ INSTEAD OF
      *                    POSTING IT. SPACE MEANS NO WINDOW IS OPEN.
      *                    TAKEN FROM RESERVED FILLER (7 BYTES REMAIN).
      ******************************************************************
       01  BUSDCTL-RECORD.
           05  BDC-BUSINESS-DATE           PIC 9(08).
           05  BDC-CUTOFF-TIME             PIC 9(06).
           05  BDC-CYCLE-NUMBER            PIC 9(02).
           05  BDC-POSTING-WINDOW          PIC X(01).
               88  BDC-CHAIN-POSTING           VALUE 'Y'.
           05  FILLER                      PIC X(07).
