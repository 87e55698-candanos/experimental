      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-09-02  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED RFP-SIMULATED-SW AND RFP-SIM-FEE-DIFF,
      *                    SET BY THE EXPFEESM IMPACT SIMULATION ON A
      *                    PENDING FEESCHED CHANGE AND SHOWN TO THE
      *                    APPROVER BY REFMNT. TAKEN FROM FILLER - THE
      *                    RECORD STAYS 104 BYTES.
      * 2026-10-15  DS    ADDED STATUS 'W' (RFP-WITHDRAWN) - A CHANGE
      *                    LEFT UNDECIDED PAST ITS SERVICE LEVEL IS
      *                    WITHDRAWN BY THE EXPSLAEX ESCALATION STEP,
      *                    WHICH STAMPS ITSELF AS THE APPROVER.
      * 2026-10-15  DS    RFP-RECORD-KEY WIDENED FROM 7 TO 11 BYTES TO
      *                    CARRY THE FEESCHED PRODUCT CODE. THE RECORD
      *                    HAD NO FILLER LEFT AND GROWS TO 108 BYTES -
      *                    THE QUEUE MUST BE EMPTIED (EVERY CHANGE
      *                    APPROVED OR DECLINED) BEFORE THE CUT-OVER.
      ******************************************************************
       01  REFPEND-RECORD.
           05  RFP-TARGET-FILE             PIC X(08).
               88  RFP-CHANGE-REPLACE          VALUE 'C'.
               88  RFP-CHANGE-DELETE           VALUE 'D'.
      *    THE TARGET RECORD'S KEY - CURRENCY CODE FOR CURRATE,
      *    REGION + CURRENCY + TYPE + PRODUCT FOR FEESCHED.
           05  RFP-RECORD-KEY              PIC X(11).
           05  RFP-OLD-RECORD              PIC X(24).
           05  RFP-NEW-RECORD              PIC X(24).
           05  RFP-ENTERED-BY              PIC X(08).
               88  RFP-PENDING                 VALUE 'P'.
               88  RFP-APPROVED                VALUE 'A'.
               88  RFP-DECLINED                VALUE 'R'.
               88  RFP-WITHDRAWN               VALUE 'W'.
           05  RFP-APPROVER-ID             PIC X(08).
      *    'Y' ONCE EXPFEESM HAS REPLAYED RECENT POSTINGS THROUGH THE
      *    SCHEDULE WITH THIS CHANGE APPLIED; RFP-SIM-FEE-DIFF IS THE
      *    FEE INCOME IT WOULD HAVE ADDED (NEGATIVE - REMOVED) OVER
      *    THE REPLAYED WINDOW. ONLY ONE CHANGE MAY STAND PER KEY, AND
      *    A POSTING IS CREDITED TO THE CHANGE ON ITS ACCOUNT'S OWN
      *    PRODUCT ROW BEFORE THE REGION-WIDE ONE, SO THE FIGURE IS
      *    THIS CHANGE'S ALONE.
           05  RFP-SIMULATED-SW            PIC X(01).
               88  RFP-SIMULATED               VALUE 'Y'.
           05  RFP-SIM-FEE-DIFF            PIC S9(09)V99 COMP-3.
