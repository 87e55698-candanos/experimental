      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-09-02  DS    INITIAL VERSION.
      * 2026-10-15  DS    A FOREIGN-CURRENCY ACCOUNT IS SNAPPED AT ITS
      *                    ACM-BASE-EQUIVALENT - THE FIGURE THE BASE
      *                    MOVEMENT ON TRANLOG ACTUALLY MOVES.
      ******************************************************************
       01  BALSNAP-RECORD.
           05  BSN-ACCOUNT-NUMBER          PIC X(10).
