      *                    THE FULL UNREVERSED REMAINDER, AS BEFORE;
      *                    A POSITIVE AMOUNT REVERSES THAT MUCH, UP
      *                    TO THE REMAINDER.
      * 2026-10-15  DS    ADDED PRV-PENDING (RETURN CODE 02) - THE
      *                    REVERSAL PASSED ITS CHECKS WHILE THE
      *                    NIGHTLY CHAIN WAS POSTING AND WAS QUEUED ON
      *                    DEFERQ FOR EXPDRAIN TO POST WHEN THE CHAIN
      *                    ENDS. NO NEW TRACE ID IS HANDED BACK YET.
      ******************************************************************
       01  PSEXREV-COMMAREA.
           05  PRV-ORIGINAL-TRACE-ID       PIC X(16).
           05  PRV-REVERSAL-AMOUNT         PIC S9(11)V99 VALUE ZERO.
           05  PRV-RETURN-CODE             PIC 9(02) VALUE ZERO.
               88  PRV-SUCCESSFUL              VALUE 00.
               88  PRV-PENDING                 VALUE 02.
               88  PRV-REJECTED                VALUE 08.
           05  PRV-REJECT-REASON           PIC X(40) VALUE SPACES.
           05  PRV-NEW-TRACE-ID            PIC X(16) VALUE SPACES.
