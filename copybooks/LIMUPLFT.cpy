      ******************************************************************
      * COPYBOOK    : LIMUPLFT
      * DESCRIPTION : ONE TEMPORARY LIMIT UPLIFT - THE REGISTER LIMMNT
      *               WRITES WHEN IT RAISES AN ACCTLIMS OR CUSTLIMS CAP
      *               FOR A PERIOD, AND EXPLIMRV READS EACH NIGHT TO
      *               PUT THE PERMANENT VALUES BACK ONCE THE EXPIRY
      *               DATE HAS PASSED. THE PERMANENT VALUES ARE HELD
      *               HERE, NOT ON THE LIMITS RECORD, SO SUBPGM01 SEES
      *               ONLY THE CAPS IN FORCE. A TEMPORARY VALUE OF ZERO
      *               MEANS THAT CAP WAS NOT UPLIFTED AND IS NOT
      *               TOUCHED ON REVERSION. AT MOST ONE ACTIVE UPLIFT
      *               STANDS PER LEVEL AND KEY; ENDED ENTRIES STAY ON
      *               FILE AS THE RECORD OF WHAT WAS DONE, THE SAME WAY
      *               AUTHRES KEEPS ITS RELEASED RESERVATIONS.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  LIMUPLFT-RECORD.
           05  LUP-LEVEL                   PIC X(01).
               88  LUP-LEVEL-ACCOUNT           VALUE 'A'.
               88  LUP-LEVEL-CUSTOMER          VALUE 'C'.
           05  LUP-KEY                     PIC X(10).
           05  LUP-STATUS                  PIC X(01).
               88  LUP-ACTIVE                  VALUE 'A'.
               88  LUP-REVERTED                VALUE 'V'.
               88  LUP-ENDED-EARLY             VALUE 'X'.
      *    THE PERMANENT CAPS TO RESTORE.
           05  LUP-PERM-SINGLE-TXN-CAP     PIC S9(11)V99 COMP-3.
           05  LUP-PERM-DAILY-COUNT-CAP    PIC 9(05).
           05  LUP-PERM-DAILY-AMOUNT-CAP   PIC S9(11)V99 COMP-3.
           05  LUP-PERM-OVERDRAFT-LIMIT    PIC S9(11)V99 COMP-3.
      *    THE TEMPORARY CAPS PUT IN FORCE (ZERO = NOT UPLIFTED).
           05  LUP-TEMP-SINGLE-TXN-CAP     PIC S9(11)V99 COMP-3.
           05  LUP-TEMP-DAILY-COUNT-CAP    PIC 9(05).
           05  LUP-TEMP-DAILY-AMOUNT-CAP   PIC S9(11)V99 COMP-3.
           05  LUP-TEMP-OVERDRAFT-LIMIT    PIC S9(11)V99 COMP-3.
           05  LUP-PLACED-DATE             PIC 9(08).
           05  LUP-EXPIRY-DATE             PIC 9(08).
           05  LUP-OPERATOR-ID             PIC X(08).
           05  LUP-ENDED-DATE              PIC 9(08).
           05  FILLER                      PIC X(04).
