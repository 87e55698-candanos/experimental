      *                    NAME/ADDRESS CHANGE CAN SET WHICH DAILY
      *                    EXPNOTIF EXTRACT (PRINT OR SMS) CARRIES
      *                    THE CUSTOMER'S NOTIFICATIONS.
      * 2026-10-15  DS    ADDED CMT-LINKED-ACCOUNTS - SET BY CUSTMNT ON
      *                    A STATUS CHANGE TO THE NUMBER OF ACCOUNTS
      *                    THE CUSTOMER IS LINKED TO ON ACCTREL AS A
      *                    FURTHER OWNER, JOINT OWNER OR SIGNATORY, SO
      *                    THE BRANCH SEES THE JOINT ACCOUNTS THE
      *                    CHANGE REACHES.
      * 2026-10-15  DS    ADDED CMT-DATE-OF-DEATH (CCYYMMDD) - REQUIRED
      *                    ON A STATUS CHANGE TO DECEASED, AND CARRIED
      *                    ONTO THE ESTCASE ESTATE CASE CUSTMNT OPENS.
      ******************************************************************
       01  CUSTMNT-COMMAREA.
           05  CMT-FUNCTION                PIC X(01).
               88  CMT-NOTIFY-PRINT            VALUES 'P' ' '.
               88  CMT-NOTIFY-SMS              VALUE 'S'.
           05  CMT-OPERATOR-ID             PIC X(08).
           05  CMT-LINKED-ACCOUNTS         PIC 9(03) VALUE ZERO.
           05  CMT-DATE-OF-DEATH           PIC 9(08) VALUE ZERO.
           05  CMT-RETURN-CODE             PIC 9(02) VALUE ZERO.
               88  CMT-SUCCESSFUL              VALUE 00.
               88  CMT-REJECTED                VALUE 08.
