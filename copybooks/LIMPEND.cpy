      ******************************************************************
      * COPYBOOK    : LIMPEND
      * DESCRIPTION : ONE PERMANENT LIMIT CHANGE AWAITING A SECOND
      *               PAIR OF EYES - THE REFPEND DISCIPLINE APPLIED TO
      *               THE ACCTLIMS AND CUSTLIMS CAPS. QUEUED BY LIMMNT
      *               WHEN A CHANGE TAKES AN AMOUNT ABOVE THE
      *               DUAL-CONTROL THRESHOLD; THE LIVE RECORD AS IT
      *               STOOD AT ENTRY AND THE ENTERED AFTER IMAGE ARE
      *               BOTH CARRIED. ON APPROVAL ONLY THE CAP FIELDS OF
      *               THE AFTER IMAGE ARE APPLIED - THE DAY-TO-DATE
      *               ACCUMULATORS ON THE LIVE RECORD HAVE MOVED ON
      *               SINCE AND ARE LEFT AS THEY STAND.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  LIMPEND-RECORD.
           05  LMP-LEVEL                   PIC X(01).
               88  LMP-LEVEL-ACCOUNT           VALUE 'A'.
               88  LMP-LEVEL-CUSTOMER          VALUE 'C'.
           05  LMP-KEY                     PIC X(10).
      *    FLAT ACCTLIMS (60 BYTES) OR CUSTLIMS (51 BYTES) IMAGES.
      *    AN OLD IMAGE OF SPACES MEANS THE KEY HAD NO LIMITS RECORD.
           05  LMP-OLD-RECORD              PIC X(60).
           05  LMP-NEW-RECORD              PIC X(60).
           05  LMP-ENTERED-BY              PIC X(08).
           05  LMP-ENTERED-DATE            PIC 9(08).
           05  LMP-ENTERED-TIME            PIC 9(08).
           05  LMP-STATUS                  PIC X(01).
               88  LMP-PENDING                 VALUE 'P'.
               88  LMP-APPROVED                VALUE 'A'.
               88  LMP-DECLINED                VALUE 'R'.
           05  LMP-APPROVER-ID             PIC X(08).
           05  FILLER                      PIC X(06).
