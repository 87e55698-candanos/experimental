      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-08-22  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED PND-RISK-SCORE AND THE FOUR REASON
      *                    FLAGS - WRITTEN BY SUBPGM01 WHEN A PAYMENT
      *                    SCORES OUT OF PATTERN AGAINST ITS ACCTPROF
      *                    BEHAVIOUR PROFILE, SO THE SUPERVISOR SEES
      *                    WHY IT WAS HELD. ZERO (OR NOT NUMERIC, ON
      *                    AN ENTRY WRITTEN BEFORE THE FIELD) IS AN
      *                    ORDINARY APPROVAL-LIMIT HOLD. TAKEN FROM
      *                    RESERVED FILLER (NONE REMAINS).
      ******************************************************************
       01  PNDAPPR-RECORD.
           05  PND-PAYMENT-DATA            PIC X(128).
               88  PND-APPROVED                VALUE 'A'.
               88  PND-DECLINED                VALUE 'R'.
           05  PND-APPROVER-ID             PIC X(08).
           05  PND-RISK-SCORE              PIC 9(03).
           05  PND-RISK-REASONS.
               10  PND-REASON-SIZE         PIC X(01).
                   88  PND-UNUSUAL-SIZE        VALUE 'Y'.
               10  PND-REASON-CURRENCY     PIC X(01).
                   88  PND-NEW-CURRENCY        VALUE 'Y'.
               10  PND-REASON-REGION       PIC X(01).
                   88  PND-NEW-REGION          VALUE 'Y'.
               10  PND-REASON-FREQUENCY    PIC X(01).
                   88  PND-UNUSUAL-FREQUENCY   VALUE 'Y'.
