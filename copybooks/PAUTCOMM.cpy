      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-09-02  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED PAU-PENDING (RETURN CODE 02) - THE
      *                    REQUEST PASSED ITS CHECKS WHILE THE NIGHTLY
      *                    CHAIN WAS POSTING AND WAS QUEUED ON DEFERQ
      *                    FOR EXPDRAIN TO APPLY WHEN THE CHAIN ENDS.
      *                    A PENDING AUTHORIZE STILL HANDS BACK ITS
      *                    AUTH ID, WHICH THE REPLAY KEEPS.
      ******************************************************************
       01  PSEXAUTH-COMMAREA.
           05  PAU-FUNCTION                PIC X(01).
           05  PAU-OPERATOR-ID             PIC X(08).
           05  PAU-RETURN-CODE             PIC 9(02) VALUE ZERO.
               88  PAU-SUCCESSFUL              VALUE 00.
               88  PAU-PENDING                 VALUE 02.
               88  PAU-REJECTED                VALUE 08.
           05  PAU-REJECT-REASON           PIC X(40) VALUE SPACES.
           05  PAU-CAPTURE-TRACE-ID        PIC X(16) VALUE SPACES.
