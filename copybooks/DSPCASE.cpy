      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-09-02  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED DSP-ESCALATED-SW, SET ONCE BY EXPSLAEX
      *                    WHEN AN OPEN CASE COMES WITHIN ITS SERVICE
      *                    LEVEL OF THE DEADLINE DATE. TAKEN FROM
      *                    FILLER - THE RECORD LENGTH IS UNCHANGED.
      ******************************************************************
       01  DSPCASE-RECORD.
           05  DSP-CASE-ID                 PIC X(12).
           05  DSP-SETTLE-TRACE-ID         PIC X(16).
           05  DSP-DECISION-DATE           PIC 9(08).
           05  DSP-OPERATOR-ID             PIC X(08).
           05  DSP-ESCALATED-SW            PIC X(01).
               88  DSP-ESCALATED               VALUE 'Y'.
           05  FILLER                      PIC X(06).
