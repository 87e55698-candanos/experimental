      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-09-02  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED OPE-SUPERVISOR-ID, THE SUPERVISOR WHO
      *                    ATTESTS THE OPERATOR'S ROLE AND LIMIT ON THE
      *                    EXPENTRC RECERTIFICATION REPORT, AND
      *                    OPE-STATUS-DATE, THE DATE THE STATUS LAST
      *                    CHANGED (SET WHEN EXPENTRC REVOKES AN
      *                    INACTIVE ID). ONLY 7 BYTES OF FILLER
      *                    REMAINED, SO THE RECORD WAS GROWN FROM 24 TO
      *                    40 BYTES.
      ******************************************************************
       01  OPERENT-RECORD.
           05  OPE-OPERATOR-ID             PIC X(08).
               88  OPE-ACTIVE                  VALUE 'A'.
               88  OPE-REVOKED                 VALUE 'R'.
           05  OPE-APPROVAL-LIMIT          PIC S9(11)V99 COMP-3.
           05  OPE-SUPERVISOR-ID           PIC X(08).
           05  OPE-STATUS-DATE             PIC 9(08).
           05  FILLER                      PIC X(07).
