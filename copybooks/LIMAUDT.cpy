      ******************************************************************
      * COPYBOOK    : LIMAUDT
      * DESCRIPTION : ONE AUDIT RECORD PER TRANSACTION-LIMIT ACTION -
      *               WRITTEN BY LIMMNT FOR EVERY CHANGE, QUEUED
      *               CHANGE, APPROVAL, DECLINE, UPLIFT AND EARLY END
      *               OF AN UPLIFT, AND BY EXPLIMRV FOR EVERY UPLIFT IT
      *               REVERTS AT EXPIRY. TIMESTAMPED, STAMPED WITH BOTH
      *               OPERATORS, AND CARRYING THE LIMITS RECORD BEFORE
      *               AND AFTER THE ACTION, SO A RAISED CAP CAN BE
      *               TRACED TO WHO ASKED FOR IT, WHO APPROVED IT AND
      *               WHEN IT CAME BACK DOWN. APPEND-ONLY.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  LIMAUDT-RECORD.
           05  LMA-LOG-DATE                PIC 9(08).
           05  LMA-LOG-TIME                PIC 9(08).
           05  LMA-ACTION                  PIC X(01).
               88  LMA-ACTION-CHANGED          VALUE 'C'.
               88  LMA-ACTION-QUEUED           VALUE 'E'.
               88  LMA-ACTION-APPROVED         VALUE 'A'.
               88  LMA-ACTION-DECLINED         VALUE 'R'.
               88  LMA-ACTION-UPLIFTED         VALUE 'T'.
               88  LMA-ACTION-UPLIFT-ENDED     VALUE 'X'.
               88  LMA-ACTION-REVERTED         VALUE 'V'.
           05  LMA-LEVEL                   PIC X(01).
           05  LMA-KEY                     PIC X(10).
           05  LMA-OLD-RECORD              PIC X(60).
           05  LMA-NEW-RECORD              PIC X(60).
           05  LMA-ENTERED-BY              PIC X(08).
           05  LMA-APPROVER-ID             PIC X(08).
      *    THE UPLIFT'S EXPIRY ON A 'T', 'X' OR 'V' ENTRY.
           05  LMA-EXPIRY-DATE             PIC 9(08).
           05  FILLER                      PIC X(08).
