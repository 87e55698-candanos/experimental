      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-09-02  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED CMP-HOLD-TYPE - 'S' MARKS A HIT RAISED
      *                    BY THE EXPWLRSC RETROACTIVE RESCREEN RATHER
      *                    THAN A HELD PAYMENT. ITS PAYMENT DATA
      *                    CARRIES ONLY THE ACCOUNT, A ZERO AMOUNT AND
      *                    A WLRS TRACE ID; THE ACCOUNT ITSELF IS HELD
      *                    ON ACCTFRZ (REASON WLH) UNTIL THE DESK
      *                    CLEARS THE HIT. A RELEASE LIFTS THAT HOLD
      *                    AND POSTS NOTHING. BLANK (A RECORD WRITTEN
      *                    BEFORE THE FIELD EXISTED) IS A HELD
      *                    PAYMENT. TAKEN FROM RESERVED FILLER.
      ******************************************************************
       01  CMPHOLD-RECORD.
           05  CMP-PAYMENT-DATA            PIC X(128).
               88  CMP-RELEASED                VALUE 'R'.
               88  CMP-DECLINED                VALUE 'D'.
           05  CMP-DECIDED-BY              PIC X(08).
           05  CMP-HOLD-TYPE               PIC X(01).
               88  CMP-PAYMENT-HOLD            VALUES 'P' ' '.
               88  CMP-SCREENING-HIT           VALUE 'S'.
           05  FILLER                      PIC X(09).
