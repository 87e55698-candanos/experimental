      ******************************************************************
      * COPYBOOK    : STOAUDT
      * DESCRIPTION : ONE STANDING-ORDER MAINTENANCE AUDIT ENTRY,
      *               APPENDED BY STOMNT FOR EVERY ADD, AMEND,
      *               SUSPEND, RESUME OR CANCEL, WITH THE STORDER
      *               IMAGE BEFORE (SPACES ON AN ADD) AND AFTER THE
      *               CHANGE AND THE OPERATOR WHO MADE IT. 250 BYTES.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  STOAUDT-RECORD.
           05  SOA-LOG-DATE                PIC 9(08).
           05  SOA-LOG-TIME                PIC 9(08).
           05  SOA-ACTION                  PIC X(01).
               88  SOA-ACTION-ADDED            VALUE 'A'.
               88  SOA-ACTION-AMENDED          VALUE 'C'.
               88  SOA-ACTION-SUSPENDED        VALUE 'S'.
               88  SOA-ACTION-RESUMED          VALUE 'R'.
               88  SOA-ACTION-CANCELLED        VALUE 'X'.
           05  SOA-ACCOUNT-NUMBER          PIC X(10).
           05  SOA-SEQUENCE                PIC 9(03).
           05  SOA-OLD-RECORD              PIC X(100).
           05  SOA-NEW-RECORD              PIC X(100).
           05  SOA-OPERATOR-ID             PIC X(08).
           05  FILLER                      PIC X(12).
