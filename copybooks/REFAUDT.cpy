      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-09-02  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED ACTION 'W' - A PENDING CHANGE WITHDRAWN
      *                    BY EXPSLAEX PAST ITS SERVICE LEVEL.
      * 2026-10-15  DS    RFA-RECORD-KEY WIDENED FROM 7 TO 11 BYTES FOR
      *                    THE FEESCHED PRODUCT CODE, AS ON REFPEND.
      *                    TAKEN FROM FILLER - THE RECORD STAYS 104
      *                    BYTES.
      ******************************************************************
       01  REFAUDT-RECORD.
           05  RFA-LOG-DATE                PIC 9(08).
               88  RFA-ACTION-ENTERED          VALUE 'E'.
               88  RFA-ACTION-APPROVED         VALUE 'A'.
               88  RFA-ACTION-DECLINED         VALUE 'R'.
               88  RFA-ACTION-WITHDRAWN        VALUE 'W'.
           05  RFA-TARGET-FILE             PIC X(08).
           05  RFA-CHANGE-FUNC             PIC X(01).
           05  RFA-RECORD-KEY              PIC X(11).
           05  RFA-OLD-RECORD              PIC X(24).
           05  RFA-NEW-RECORD              PIC X(24).
           05  RFA-ENTERED-BY              PIC X(08).
           05  RFA-APPROVER-ID             PIC X(08).
           05  FILLER                      PIC X(03).
