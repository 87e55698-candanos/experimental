      *                    ACCOUNTS GO ON THE EXPDORMR REPORT AS
      *                    "NEVER ACTIVE - REVIEW" FOR A HUMAN
      *                    DECISION INSTEAD.
      * 2026-10-15  DS    THE DORMANCY PERIOD NOW FOLLOWS THE
      *                    ACCOUNT'S PRODMSTR PRODUCT - EACH ACCOUNT IS
      *                    JUDGED AGAINST ITS PRODUCT'S
      *                    PRD-DORMANCY-YEARS. AN ACCOUNT WITH NO
      *                    PRODUCT, A PRODUCT NOT ON FILE OR CARRYING
      *                    ZERO YEARS, OR A RUN WITHOUT PRODMSTR, USES
      *                    THE RUN'S YEARS=N CUTOFF AS BEFORE.
      * 2026-10-15  DS    A FOREIGN-CURRENCY ACCOUNT'S REPORTED BALANCE
      *                    IS FOLLOWED BY ITS CURRENCY CODE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPDORM.
           SELECT EXPDORMR-FILE ASSIGN TO 'EXPDORMR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPDORMR-STATUS.
           SELECT PRODMSTR-FILE ASSIGN TO 'PRODMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE REPORT LINE PER DORMANT ACCOUNT - THE ESCHEATMENT LIST.
       01  DORMR-RECORD                   PIC X(80).

       FD  PRODMSTR-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE ACCOUNT'S PRODUCT - ITS DORMANCY PERIOD.
           COPY PRODMSTR.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPDORM-> '.

               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-EXPDORMR-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPDORMR-OK              VALUE '00'.
           05  WS-PRODMSTR-STATUS          PIC X(02) VALUE '00'.
               88  WS-PRODMSTR-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-ACTIVITY-OVERFLOWED      VALUE 'Y'.
           05  WS-ACCTMST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-ACCTMST-IS-OPEN          VALUE 'Y'.
           05  WS-PRODMSTR-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-PRODMSTR-IS-OPEN         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ            PIC 9(07) COMP VALUE ZERO.
      *    THE YEAR, SO NO CALENDAR WALK IS NEEDED.
       01  WS-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-DORMANT-YEARS                PIC 9(02) VALUE 2.
      *    THE CUTOFF THE CURRENT ACCOUNT IS JUDGED AGAINST - ITS
      *    PRODUCT'S PERIOD, OR THE RUN'S CUTOFF ABOVE.
       01  WS-ACCOUNT-CUTOFF               PIC 9(08) VALUE ZERO.

      ******************************************************************
      * WS-ACTIVITY-TABLE - THE LAST TRANSACTION DATE SEEN PER ACCOUNT
               DISPLAY V-PN 'UNABLE TO OPEN EXPDORMR - STATUS '
                   WS-EXPDORMR-STATUS
           END-IF
           OPEN INPUT PRODMSTR-FILE
           IF WS-PRODMSTR-OK
               MOVE 'Y' TO WS-PRODMSTR-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'PRODMSTR UNAVAILABLE - STATUS '
                   WS-PRODMSTR-STATUS ' - EVERY ACCOUNT USES THE '
                   'RUN CUTOFF'
           END-IF
           PERFORM 3900-READ-NEXT-ACCOUNT THRU 3900-EXIT.
       1000-EXIT.
           EXIT.
               PERFORM 3600-REPORT-NEVER-ACTIVE THRU 3600-EXIT
               GO TO 3000-NEXT
           END-IF
           PERFORM 3200-SET-ACCOUNT-CUTOFF THRU 3200-EXIT
           IF ACM-ACTIVE AND WS-ACTIVITY-FOUND AND
                   WS-LAST-ACTIVITY < WS-ACCOUNT-CUTOFF
               MOVE 'D' TO ACM-ACCOUNT-STATUS
               REWRITE ACCTMST-RECORD
               IF WS-ACCTMST-OK
               MOVE 'Y' TO WS-ACTIVITY-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * 3200-SET-ACCOUNT-CUTOFF - THE ACCOUNT'S PRODUCT SETS ITS OWN
      *                           DORMANCY PERIOD; NO PRODUCT, NO
      *                           PRODUCT MASTER, A PRODUCT NOT ON
      *                           FILE OR ONE CARRYING ZERO YEARS
      *                           LEAVES THE RUN'S CUTOFF.
      ******************************************************************
       3200-SET-ACCOUNT-CUTOFF.
           MOVE WS-CUTOFF-DATE TO WS-ACCOUNT-CUTOFF
           IF NOT WS-PRODMSTR-IS-OPEN OR
                   ACM-PRODUCT-CODE = SPACES OR
                   ACM-PRODUCT-CODE = LOW-VALUES
               GO TO 3200-EXIT
           END-IF
           MOVE ACM-PRODUCT-CODE TO PRD-PRODUCT-CODE
           READ PRODMSTR-FILE
               INVALID KEY
                   DISPLAY V-PN 'ACCOUNT ' ACM-ACCOUNT-NUMBER
                       ' PRODUCT ' ACM-PRODUCT-CODE ' NOT ON PRODMSTR'
                       ' - RUN CUTOFF USED'
                   GO TO 3200-EXIT
           END-READ
           IF PRD-DORMANCY-YEARS NUMERIC AND
                   PRD-DORMANCY-YEARS > ZERO
               COMPUTE WS-ACCOUNT-CUTOFF =
                   WS-RUN-DATE - (PRD-DORMANCY-YEARS * 10000)
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3500-REPORT-DORMANT-ACCOUNT - ONE ESCHEATMENT REPORT LINE PER
      *                               ACCOUNT STANDING DORMANT.
           STRING ACM-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' BALANCE ' DELIMITED BY SIZE
                  WS-BALANCE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ACM-ACCOUNT-CURRENCY DELIMITED BY SIZE
                  ' LAST ACTIVITY ' DELIMITED BY SIZE
                  WS-LAST-ACTIVITY DELIMITED BY SIZE
               INTO DORMR-RECORD
           STRING ACM-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' BALANCE ' DELIMITED BY SIZE
                  WS-BALANCE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ACM-ACCOUNT-CURRENCY DELIMITED BY SIZE
                  ' NEVER ACTIVE - REVIEW' DELIMITED BY SIZE
               INTO DORMR-RECORD
           WRITE DORMR-RECORD.
           IF WS-DORMR-IS-OPEN
               CLOSE EXPDORMR-FILE
           END-IF
           IF WS-PRODMSTR-IS-OPEN
               CLOSE PRODMSTR-FILE
           END-IF
           DISPLAY V-PN 'ACCOUNTS READ........: ' WS-ACCOUNTS-READ
           DISPLAY V-PN 'ACCOUNTS FLAGGED.....: ' WS-ACCOUNTS-FLAGGED
           DISPLAY V-PN 'DORMANT ON REPORT....: '
