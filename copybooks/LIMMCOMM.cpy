      ******************************************************************
      * COPYBOOK    : LIMMCOMM
      * DESCRIPTION : COMMAREA FOR THE LIMMNT TRANSACTION-LIMITS
      *               MAINTENANCE SERVICE, CALLABLE THE SAME WAY ACCTMNT
      *               IS. THE LEVEL NAMES THE FILE - 'A' THE ACCTLIMS
      *               ACCOUNT CAPS (KEY = ACCOUNT NUMBER), 'C' THE
      *               CUSTLIMS CUSTOMER CAPS (KEY = CUSTOMER NUMBER,
      *               LEFT-JUSTIFIED; ONLY THE DAILY COUNT AND AMOUNT
      *               CAPS APPLY). FUNCTIONS:
      *                 'C' - PERMANENT CHANGE. THE VALUE FIELDS
      *                       REPLACE THE CAPS OUTRIGHT (ZERO = CAP
      *                       NOT APPLIED). A CHANGE TAKING ANY AMOUNT
      *                       ABOVE THE DUAL-CONTROL THRESHOLD IS
      *                       QUEUED ON LIMPEND AND ANSWERED 02;
      *                       OTHERWISE IT IS APPLIED AT ONCE.
      *                 'A' - APPROVE THE QUEUED CHANGE FOR THE KEY
      *                       (A SUPERVISOR, NOT THE ENTERING
      *                       OPERATOR).
      *                 'R' - DECLINE THE QUEUED CHANGE FOR THE KEY.
      *                 'T' - TEMPORARY UPLIFT UNTIL LMM-EXPIRY-DATE.
      *                       A NON-ZERO VALUE FIELD RAISES THAT CAP
      *                       FOR THE PERIOD; ZERO LEAVES IT ALONE.
      *                       EXPLIMRV PUTS THE PERMANENT VALUES BACK
      *                       THE NIGHT AFTER THE EXPIRY DATE.
      *                 'X' - END A STANDING UPLIFT EARLY, RESTORING
      *                       THE PERMANENT VALUES NOW.
      *                 'I' - INQUIRE. THE CAPS IN FORCE COME BACK IN
      *                       THE VALUE FIELDS, WITH ANY STANDING
      *                       UPLIFT'S EXPIRY AND WHETHER A CHANGE IS
      *                       QUEUED.
      *               EVERY CHANGE, QUEUE, DECISION AND UPLIFT IS
      *               WRITTEN TO THE LIMAUDT TRAIL WITH BEFORE AND
      *               AFTER IMAGES. THE RETURN-CODE/REJECT-REASON
      *               CONVENTION IS THE SAME AS ACMTCOMM/ACCTMNT.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  LIMMNT-COMMAREA.
           05  LMM-FUNCTION                PIC X(01).
               88  LMM-FUNC-CHANGE             VALUE 'C'.
               88  LMM-FUNC-APPROVE            VALUE 'A'.
               88  LMM-FUNC-DECLINE            VALUE 'R'.
               88  LMM-FUNC-UPLIFT             VALUE 'T'.
               88  LMM-FUNC-END-UPLIFT         VALUE 'X'.
               88  LMM-FUNC-INQUIRE            VALUE 'I'.
           05  LMM-LEVEL                   PIC X(01).
               88  LMM-LEVEL-ACCOUNT           VALUE 'A'.
               88  LMM-LEVEL-CUSTOMER          VALUE 'C'.
           05  LMM-KEY                     PIC X(10).
           05  LMM-SINGLE-TXN-CAP          PIC S9(11)V99.
           05  LMM-DAILY-COUNT-CAP         PIC 9(05).
           05  LMM-DAILY-AMOUNT-CAP        PIC S9(11)V99.
           05  LMM-OVERDRAFT-LIMIT         PIC S9(11)V99.
           05  LMM-EXPIRY-DATE             PIC 9(08).
           05  LMM-OPERATOR-ID             PIC X(08).
           05  LMM-RETURN-CODE             PIC 9(02) VALUE ZERO.
               88  LMM-SUCCESSFUL              VALUE 00.
               88  LMM-PENDING                 VALUE 02.
               88  LMM-REJECTED                VALUE 08.
           05  LMM-REJECT-REASON           PIC X(40) VALUE SPACES.
      *    RETURNED BY AN INQUIRE.
           05  LMM-UPLIFT-EXPIRY           PIC 9(08) VALUE ZERO.
           05  LMM-CHANGE-QUEUED-SW        PIC X(01) VALUE 'N'.
               88  LMM-CHANGE-QUEUED           VALUE 'Y'.
