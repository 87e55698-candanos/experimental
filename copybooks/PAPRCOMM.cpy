      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-08-22  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED ACTION 'I' AND THE HELD PAYMENT'S
      *                    BEHAVIOUR RISK SCORE AND REASONS.
      ******************************************************************
       01  PSEXAPPR-COMMAREA.
           05  PAPR-TRACE-ID               PIC X(16).
           05  PAPR-ACTION                 PIC X(01).
               88  PAPR-ACTION-APPROVE         VALUE 'A'.
               88  PAPR-ACTION-REJECT          VALUE 'R'.
               88  PAPR-ACTION-INQUIRE         VALUE 'I'.
           05  PAPR-APPROVER-ID            PIC X(08).
           05  PAPR-RETURN-CODE            PIC 9(02) VALUE ZERO.
               88  PAPR-SUCCESSFUL             VALUE 00.
               88  PAPR-REJECTED               VALUE 08.
           05  PAPR-REJECT-REASON          PIC X(40) VALUE SPACES.
      *    SET BY PSEXAPPR FROM THE QUEUE ENTRY FOR EVERY ACTION, SO
      *    THE SUPERVISOR SEES WHY SUBPGM01 HELD THE PAYMENT. AN
      *    INQUIRY ('I') RETURNS THEM AND LEAVES THE ENTRY PENDING.
      *    A ZERO SCORE IS AN ORDINARY APPROVAL-LIMIT HOLD.
           05  PAPR-RISK-SCORE             PIC 9(03) VALUE ZERO.
           05  PAPR-RISK-REASONS           PIC X(40) VALUE SPACES.
