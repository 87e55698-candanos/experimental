      ******************************************************************
      * PROGRAM-ID : EXPCHGOF
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - CHARGE-OFF OF LONG-
      *                    OVERDRAWN ACCOUNTS, AHEAD OF EXPBATCH IN THE
      *                    CHAIN (AFTER EXPNSFRP). EXPODRPT STAMPS THE
      *                    DATE AN ACCOUNT FIRST WENT NEGATIVE IN
      *                    ACM-OVERDRAWN-SINCE; AN OPEN ACCOUNT STILL
      *                    NEGATIVE CHGDAYS= CALENDAR DAYS LATER
      *                    (DEFAULT 90) IS CHARGED OFF. ITS BALANCE IS
      *                    WRITTEN OFF BY ONE TYPE 'O' CREDIT APPENDED
      *                    TO EXPTRAN IN THE BASE CURRENCY, USING
      *                    EXPREVAL'S LOAD-AND-REWRITE PATTERN, WHICH
      *                    THE GL EXTRACT CARRIES TO THE CHARGE-OFF
      *                    LOSS ACCOUNT THROUGH THE GLMAP 'O' ROW. ONLY
      *                    ONCE EXPTRAN IS SAFELY REWRITTEN IS THE
      *                    ACCOUNT MOVED TO STATUS 'W' (SUBPGM01 THEN
      *                    REFUSES DEBITS TO IT), ITS WRITE-OFF ENTERED
      *                    ON CHGOREG AND THE ACCOUNT PLACED WITH THE
      *                    COLLECTIONS AGENCY ON COLLEXT. SUBPGM01
      *                    TAKES A LATER PAYMENT OR ADJUSTMENT CREDIT
      *                    TO A 'W' ACCOUNT OFF ACM-CHARGED-OFF-AMOUNT
      *                    AS A RECOVERY; EACH NIGHT THIS STEP REPORTS
      *                    THE RECOVERIES POSTED SINCE ITS LAST RUN,
      *                    SENDS THEM TO THE AGENCY, AND CLOSES THE
      *                    REGISTER ENTRY ONCE THE WRITE-OFF IS
      *                    RECOVERED IN FULL. A FOREIGN-CURRENCY
      *                    ACCOUNT IS REPORTED FOR MANUAL WRITE-OFF
      *                    RATHER THAN CHARGED OFF (CC 4), AS EXPSWEEP
      *                    TREATS ONE. A RERUN BEFORE EXPBATCH IS
      *                    REFUSED WHEN EXPTRAN ALREADY CARRIES AN 'O'
      *                    ENTRY. A GENERATED TRACE ID STARTS WITH 'O'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCHGOF.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT CUSTMST-FILE ASSIGN TO 'CUSTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT CHGOREG-FILE ASSIGN TO 'CHGOREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHGOREG-STATUS.
           SELECT EXPTRAN-FILE ASSIGN TO 'EXPTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPTRAN-STATUS.
           SELECT COLLEXT-FILE ASSIGN TO 'COLLEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLEXT-STATUS.
           SELECT EXPCHGRF-FILE ASSIGN TO 'EXPCHGRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPCHGRF-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMSTR.

       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
      *    NAME AND ADDRESS FOR THE COLLECTIONS EXTRACT.
           COPY CUSTMSTR.

       FD  CHGOREG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHGOREG.

       FD  EXPTRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    EXPTRAN-RECORD IS A FLAT IMAGE OF THE SUBPRM01 PAYMENT
      *    RECORD (128 BYTES), LOADED, APPENDED TO AND REWRITTEN THE
      *    SAME WAY AS EXPREVAL.
       01  EXPTRAN-RECORD                  PIC X(128).

       FD  COLLEXT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY COLLEXT.

       FD  EXPCHGRF-FILE
           LABEL RECORDS ARE STANDARD.
      *    ONE LINE PER CHARGE-OFF, RECOVERY OR ACCOUNT FOR REVIEW.
       01  CHR-RECORD                      PIC X(132).

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPCHGOF->'.
       01  WS-BASE-CURRENCY                PIC X(03) VALUE 'USD'.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
               88  WS-ACCTMST-EOF              VALUE '10'.
           05  WS-CUSTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-CUSTMST-OK               VALUE '00'.
           05  WS-CHGOREG-STATUS           PIC X(02) VALUE '00'.
               88  WS-CHGOREG-OK               VALUE '00'.
               88  WS-CHGOREG-NOT-FOUND        VALUES '23' '35'.
           05  WS-EXPTRAN-STATUS           PIC X(02) VALUE '00'.
               88  WS-EXPTRAN-OK               VALUE '00'.
           05  WS-EXPTRAN-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-EXPTRAN-EOF-REACHED      VALUE 'Y'.
           05  WS-COLLEXT-STATUS           PIC X(02) VALUE '00'.
               88  WS-COLLEXT-OK               VALUE '00'.
           05  WS-EXPCHGRF-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPCHGRF-OK              VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ACCTMST-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-ACCTMST-EOF-REACHED      VALUE 'Y'.
           05  WS-ACCTMST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-ACCTMST-IS-OPEN          VALUE 'Y'.
           05  WS-CUSTMST-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-CUSTMST-AVAILABLE        VALUE 'Y'.
           05  WS-CHGOREG-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-CHGOREG-IS-OPEN          VALUE 'Y'.
           05  WS-COLLEXT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-COLLEXT-IS-OPEN          VALUE 'Y'.
           05  WS-CHR-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-CHR-IS-OPEN              VALUE 'Y'.
           05  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUE 'Y'.
           05  WS-EXPTRAN-OVERFLOW-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-EXPTRAN-OVERFLOWED       VALUE 'Y'.
           05  WS-QUEUE-OVERFLOW-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-QUEUE-OVERFLOWED         VALUE 'Y'.
           05  WS-ALREADY-QUEUED-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-ALREADY-QUEUED           VALUE 'Y'.
           05  WS-EXPTRAN-WRITTEN-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-EXPTRAN-WRITTEN          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ            PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-CHARGED-OFF     PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-MANUAL          PIC 9(07) COMP VALUE ZERO.
           05  WS-RECOVERIES-REPORTED      PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-PAID            PIC 9(07) COMP VALUE ZERO.
           05  WS-REFUNDS-DUE              PIC 9(07) COMP VALUE ZERO.
           05  WS-MASTER-FAILURES          PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-RUN-DAY-NUMBER               PIC 9(07) VALUE ZERO.
       01  WS-OVERDRAWN-DAYS               PIC 9(05) COMP VALUE ZERO.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.

      ******************************************************************
      * WS-CHARGE-OFF-AGE - HOW MANY CALENDAR DAYS AN ACCOUNT MAY STAY
      * NEGATIVE BEFORE IT IS CHARGED OFF. OPERATOR-CONFIGURABLE VIA
      * CHGDAYS= ON THE PARM STRING, TOKENIZED THE SAME WAY AS
      * EXPNSFRP'S.
      ******************************************************************
       01  WS-CHARGE-OFF-AGE.
           05  WS-CHARGE-OFF-DAYS          PIC 9(03) VALUE 90.

       01  WS-PARM-STRING                  PIC X(80) VALUE SPACES.
       01  WS-PARM-TABLE.
           05  WS-PARM-TOK                 PIC X(20) OCCURS 7 TIMES.
       01  WS-PARM-INDEX                   PIC 9(02) COMP VALUE ZERO.
       01  WS-PARM-KEY                     PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                   PIC X(16) VALUE SPACES.

           COPY BUSDPARM.

      ******************************************************************
      * WS-CHARGE-OFF-WORK - ONE ACCOUNT'S FIGURES AND THE RUN'S
      * TOTALS, ALL IN THE BASE CURRENCY.
      ******************************************************************
       01  WS-CHARGE-OFF-WORK.
           05  WS-WRITE-OFF-AMOUNT         PIC S9(11)V99 VALUE ZERO.
           05  WS-RECOVERED-TO-DATE        PIC S9(11)V99 VALUE ZERO.
           05  WS-RECOVERED-TONIGHT        PIC S9(11)V99 VALUE ZERO.
           05  WS-OUTSTANDING-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-WRITTEN-OFF        PIC S9(13)V99 VALUE ZERO.
           05  WS-TOTAL-RECOVERED          PIC S9(13)V99 VALUE ZERO.
           05  WS-AMOUNT-EDIT              PIC -(10)9.99.
           05  WS-OUTSTANDING-EDIT         PIC -(10)9.99.
           05  WS-TOTAL-EDIT               PIC -(12)9.99.
           05  WS-DAYS-EDIT                PIC ZZZZ9.

      ******************************************************************
      * WS-CHARGE-OFF-QUEUE - THE ACCOUNTS FOUND DUE IN THE PASS OVER
      * ACCTMSTR. NOTHING IS MARKED UNTIL EXPTRAN CARRYING THEIR 'O'
      * ENTRIES IS SAFELY REWRITTEN; A FULL QUEUE REFUSES THE RUN
      * RATHER THAN CHARGE OFF ONLY SOME OF THEM.
      ******************************************************************
       01  WS-CHARGE-OFF-QUEUE.
           05  WS-QUEUE-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-QUEUE-INDEX              PIC 9(04) COMP VALUE ZERO.
           05  WS-QUEUE-ENTRY              OCCURS 500 TIMES.
               10  WS-QUE-ACCOUNT-NUMBER   PIC X(10).
               10  WS-QUE-CUSTOMER-NUMBER  PIC X(08).
               10  WS-QUE-OVERDRAWN-SINCE  PIC 9(08).
               10  WS-QUE-AMOUNT           PIC S9(11)V99.
               10  WS-QUE-TRACE-ID         PIC X(16).

      ******************************************************************
      * WS-EXPTRAN-TABLE - THE WHOLE EXPTRAN FILE (HEADER AND DATA,
      * TRAILER STRIPPED), AS EXPREVAL. AN OVERFLOW LEAVES EXPTRAN
      * UNTOUCHED.
      ******************************************************************
       01  WS-EXPTRAN-TABLE.
           05  WS-EXP-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-EXP-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-EXP-ENTRY                OCCURS 2000 TIMES.
               10  WS-EXP-RECORD           PIC X(128).

      ******************************************************************
      * WS-CONTROL-TOTALS - THE REWRITTEN TRAILER'S COUNT AND HASH,
      * RECOMPUTED FROM THE DATA RECORDS ACTUALLY ON THE TABLE.
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           05  WS-HASH-TOTAL               PIC 9(15)V99 VALUE ZERO.
           05  WS-ABS-AMOUNT               PIC 9(11)V99 VALUE ZERO.
           05  WS-DATA-COUNT               PIC 9(09) VALUE ZERO.
           05  WS-HEADER-PRESENT-SW        PIC X(01) VALUE 'N'.
               88  WS-HEADER-PRESENT           VALUE 'Y'.

           COPY INTFCTL.

      ******************************************************************
      * WS-TRACE-GEN-CONTROL - SUPPORTS 1700-GENERATE-TRACE-ID, AS
      * EXPREVAL.
      ******************************************************************
       01  WS-TRACE-GEN-CONTROL.
           05  WS-TRACE-TIME-NOW           PIC 9(08) VALUE ZERO.
           05  WS-TRACE-SEQUENCE           PIC 9(03) VALUE ZERO.

           COPY SUBPRM01.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-EXAMINE-ONE-ACCOUNT THRU 2000-EXIT
               UNTIL WS-ACCTMST-EOF-REACHED
           PERFORM 3000-COMMIT-CHARGE-OFFS THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, PARM, THE REGISTER, THE
      *                   EXPTRAN LOAD, THE MASTERS AND THE TWO
      *                   OUTPUTS. AN OVERFLOWING EXPTRAN OR ONE THAT
      *                   ALREADY CARRIES A CHARGE-OFF ENDS THE RUN
      *                   WITH NOTHING GENERATED.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           PERFORM 1060-ACCEPT-PARM THRU 1060-EXIT
           MOVE 'Y' TO WS-ACCTMST-EOF-SWITCH
           PERFORM 1200-LOAD-EXPTRAN THRU 1200-EXIT
           IF WS-EXPTRAN-OVERFLOWED
               DISPLAY V-PN 'EXPTRAN TABLE OVERFLOW - NOTHING '
                   'GENERATED, FILE LEFT UNTOUCHED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF WS-ALREADY-QUEUED
               DISPLAY V-PN 'EXPTRAN ALREADY CARRIES CHARGE-OFF '
                   'ENTRIES - RUN REFUSED, FILE LEFT UNTOUCHED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O CHGOREG-FILE
           IF WS-CHGOREG-NOT-FOUND
               OPEN OUTPUT CHGOREG-FILE
               CLOSE CHGOREG-FILE
               OPEN I-O CHGOREG-FILE
           END-IF
           IF NOT WS-CHGOREG-OK
               DISPLAY V-PN 'UNABLE TO OPEN CHGOREG - STATUS '
                   WS-CHGOREG-STATUS ' - NOTHING CHARGED OFF'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-CHGOREG-OPEN-SWITCH
           OPEN I-O ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               DISPLAY V-PN 'UNABLE TO OPEN ACCTMSTR - STATUS '
                   WS-ACCTMST-STATUS
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-ACCTMST-OPEN-SWITCH
           OPEN INPUT CUSTMST-FILE
           IF WS-CUSTMST-OK
               MOVE 'Y' TO WS-CUSTMST-AVAIL-SWITCH
           ELSE
               DISPLAY V-PN 'CUSTMSTR UNAVAILABLE - COLLECTIONS '
                   'EXTRACT GOES OUT WITHOUT NAMES AND ADDRESSES'
           END-IF
           OPEN OUTPUT COLLEXT-FILE
           IF WS-COLLEXT-OK
               MOVE 'Y' TO WS-COLLEXT-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN COLLEXT - STATUS '
                   WS-COLLEXT-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN OUTPUT EXPCHGRF-FILE
           IF WS-EXPCHGRF-OK
               MOVE 'Y' TO WS-CHR-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPCHGRF - STATUS '
                   WS-EXPCHGRF-STATUS
           END-IF
           MOVE 'N' TO WS-ACCTMST-EOF-SWITCH
           PERFORM 2900-READ-NEXT-ACCOUNT THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-SET-RUN-DATE - THE DECLARED BUSINESS DATE FROM BUSDCTL,
      *                     SYSTEM DATE AS FALLBACK, AND ITS SERIAL
      *                     DAY NUMBER FOR AGING.
      ******************************************************************
       1050-SET-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT BUSDCTL-FILE
           IF WS-BUSDCTL-OK
               READ BUSDCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE NUMERIC AND
                               BDC-BUSINESS-DATE > ZERO
                           MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSDCTL-FILE
           END-IF
           MOVE 'D' TO BDP-FUNCTION
           MOVE WS-RUN-DATE TO BDP-INPUT-DATE
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           MOVE BDP-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           DISPLAY V-PN 'CHARGE-OFF RUN FOR BUSINESS DATE '
               WS-RUN-DATE.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1060-ACCEPT-PARM - CHGDAYS=NNN OVERRIDES THE CHARGE-OFF AGE.
      ******************************************************************
       1060-ACCEPT-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
                    WS-PARM-TOK(4) WS-PARM-TOK(5) WS-PARM-TOK(6)
                    WS-PARM-TOK(7)
           PERFORM 1070-APPLY-PARM-TOKEN THRU 1070-EXIT
               VARYING WS-PARM-INDEX FROM 1 BY 1
               UNTIL WS-PARM-INDEX > 7
           DISPLAY V-PN 'CHARGE-OFF AFTER ' WS-CHARGE-OFF-DAYS
               ' DAYS OVERDRAWN'.
       1060-EXIT.
           EXIT.

       1070-APPLY-PARM-TOKEN.
           IF WS-PARM-TOK(WS-PARM-INDEX) = SPACES
               GO TO 1070-EXIT
           END-IF
           MOVE SPACES TO WS-PARM-KEY WS-PARM-VALUE
           UNSTRING WS-PARM-TOK(WS-PARM-INDEX) DELIMITED BY '='
               INTO WS-PARM-KEY WS-PARM-VALUE
           IF WS-PARM-KEY NOT = 'CHGDAYS'
               GO TO 1070-EXIT
           END-IF
           IF WS-PARM-VALUE(1:3) IS NUMERIC
               MOVE WS-PARM-VALUE(1:3) TO WS-CHARGE-OFF-DAYS
               GO TO 1070-EXIT
           END-IF
           IF WS-PARM-VALUE(1:2) IS NUMERIC AND
                   WS-PARM-VALUE(3:1) = SPACE
               MOVE WS-PARM-VALUE(1:2) TO WS-CHARGE-OFF-DAYS
               GO TO 1070-EXIT
           END-IF
           IF WS-PARM-VALUE(1:1) IS NUMERIC AND
                   WS-PARM-VALUE(2:1) = SPACE
               MOVE WS-PARM-VALUE(1:1) TO WS-CHARGE-OFF-DAYS
           END-IF.
       1070-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-EXPTRAN - LOAD WHATEVER THE EARLIER GENERATORS WROTE,
      *                     KEEPING THE HEADER AND STRIPPING THE
      *                     TRAILER, AS EXPREVAL. A TYPE 'O' ENTRY
      *                     ALREADY ON THE FILE MEANS TONIGHT'S
      *                     CHARGE-OFFS ARE QUEUED AND NOT YET POSTED.
      ******************************************************************
       1200-LOAD-EXPTRAN.
           OPEN INPUT EXPTRAN-FILE
           IF NOT WS-EXPTRAN-OK
               DISPLAY V-PN 'NO EXPTRAN ON FILE - STARTING A FRESH '
                   'ONE'
               GO TO 1200-EXIT
           END-IF
           PERFORM 1250-LOAD-ONE-RECORD THRU 1250-EXIT
               UNTIL WS-EXPTRAN-EOF-REACHED
           CLOSE EXPTRAN-FILE.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-RECORD.
           READ EXPTRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EXPTRAN-EOF-SWITCH
               NOT AT END
                   MOVE EXPTRAN-RECORD TO INTFCTL-RECORD
                   IF ICT-TYPE-TRAILER
                       CONTINUE
                   ELSE
                       IF ICT-TYPE-HEADER
                           MOVE 'Y' TO WS-HEADER-PRESENT-SW
                       ELSE
                           MOVE EXPTRAN-RECORD TO SUBPRM01
                           IF SP1-TYPE-CHARGE-OFF
                               MOVE 'Y' TO WS-ALREADY-QUEUED-SWITCH
                           END-IF
                       END-IF
                       IF WS-EXP-COUNT < 2000
                           ADD 1 TO WS-EXP-COUNT
                           MOVE EXPTRAN-RECORD
                               TO WS-EXP-RECORD(WS-EXP-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-EXPTRAN-OVERFLOW-SWITCH
                       END-IF
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EXAMINE-ONE-ACCOUNT - AN ACCOUNT ALREADY CHARGED OFF IS
      *                            CHECKED FOR NEW RECOVERIES. AN OPEN
      *                            ACCOUNT NEGATIVE FOR AT LEAST THE
      *                            CHARGE-OFF AGE IS QUEUED WITH A
      *                            TYPE 'O' ENTRY FOR ITS WHOLE
      *                            BALANCE. THE ENTRY IS A CREDIT, SO
      *                            IT POSTS THROUGH SUBPGM01 ONTO THE
      *                            'W' ACCOUNT AND BRINGS IT TO ZERO.
      ******************************************************************
       2000-EXAMINE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF ACM-CHARGED-OFF
               PERFORM 2300-CHECK-RECOVERY THRU 2300-EXIT
               GO TO 2000-NEXT
           END-IF
           IF ACM-CLOSED
               GO TO 2000-NEXT
           END-IF
           IF ACM-CURRENT-BALANCE NOT NUMERIC OR
                   ACM-CURRENT-BALANCE NOT < ZERO
               GO TO 2000-NEXT
           END-IF
           IF ACM-OVERDRAWN-SINCE NOT NUMERIC OR
                   ACM-OVERDRAWN-SINCE = ZERO
               GO TO 2000-NEXT
           END-IF
           PERFORM 2100-AGE-OVERDRAWN THRU 2100-EXIT
           IF WS-OVERDRAWN-DAYS < WS-CHARGE-OFF-DAYS
               GO TO 2000-NEXT
           END-IF
           COMPUTE WS-WRITE-OFF-AMOUNT = ZERO - ACM-CURRENT-BALANCE
           MOVE WS-WRITE-OFF-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-OVERDRAWN-DAYS TO WS-DAYS-EDIT
           IF NOT ACM-BASE-CURRENCY-ACCOUNT
               ADD 1 TO WS-ACCOUNTS-MANUAL
               DISPLAY V-PN 'ACCOUNT ' ACM-ACCOUNT-NUMBER ' '
                   ACM-ACCOUNT-CURRENCY ' OVERDRAWN ' WS-DAYS-EDIT
                   ' DAYS - FOREIGN CURRENCY, WRITE OFF BY HAND'
               MOVE SPACES TO CHR-RECORD
               STRING 'MANUAL      ' DELIMITED BY SIZE
                      ACM-ACCOUNT-NUMBER DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ACM-ACCOUNT-CURRENCY DELIMITED BY SIZE
                      ' OVERDRAWN ' DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      ' SINCE ' DELIMITED BY SIZE
                      ACM-OVERDRAWN-SINCE DELIMITED BY SIZE
                      ' DAYS ' DELIMITED BY SIZE
                      WS-DAYS-EDIT DELIMITED BY SIZE
                      ' FOREIGN CURRENCY - NOT CHARGED OFF'
                          DELIMITED BY SIZE
                   INTO CHR-RECORD
               PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2000-NEXT
           END-IF
           IF WS-QUEUE-COUNT NOT < 500
               MOVE 'Y' TO WS-QUEUE-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-ACCTMST-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF
           IF WS-EXP-COUNT NOT < 2000
      *        THE SAME SAFETY POSTURE AS EXPREVAL - A HALF-GENERATED
      *        EXPTRAN IS NEVER WRITTEN.
               MOVE 'Y' TO WS-EXPTRAN-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-ACCTMST-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF
           INITIALIZE SUBPRM01
           MOVE ACM-ACCOUNT-NUMBER TO SP1-ACCOUNT-NUMBER
      *    THE BALANCE IS NEGATIVE, SO THE ENTRY IS THE CREDIT THAT
      *    BRINGS IT BACK TO ZERO.
           MOVE ACM-CURRENT-BALANCE TO SP1-AMOUNT
           MOVE WS-BASE-CURRENCY TO SP1-CURRENCY-CODE
           MOVE WS-RUN-DATE TO SP1-TRANSACTION-DATE
           MOVE 'O' TO SP1-TRANSACTION-TYPE
           MOVE ZERO TO SP1-EFFECTIVE-DATE
           MOVE ZERO TO SP1-RETURN-CODE
           MOVE ZERO TO SP1-CONVERTED-AMOUNT
           MOVE ZERO TO SP1-ACCOUNT-RATE
           MOVE 'N' TO SP1-TEST-MODE
           MOVE SPACES TO SP1-OPERATOR-ID
           MOVE SPACES TO SP1-REGION-CODE
           PERFORM 1700-GENERATE-TRACE-ID THRU 1700-EXIT
           ADD 1 TO WS-EXP-COUNT
           MOVE SUBPRM01 TO WS-EXP-RECORD(WS-EXP-COUNT)
           ADD 1 TO WS-QUEUE-COUNT
           MOVE ACM-ACCOUNT-NUMBER
               TO WS-QUE-ACCOUNT-NUMBER(WS-QUEUE-COUNT)
           MOVE ACM-CUSTOMER-NUMBER
               TO WS-QUE-CUSTOMER-NUMBER(WS-QUEUE-COUNT)
           MOVE ACM-OVERDRAWN-SINCE
               TO WS-QUE-OVERDRAWN-SINCE(WS-QUEUE-COUNT)
           MOVE WS-WRITE-OFF-AMOUNT TO WS-QUE-AMOUNT(WS-QUEUE-COUNT)
           MOVE SP1-TRACE-ID TO WS-QUE-TRACE-ID(WS-QUEUE-COUNT)
           DISPLAY V-PN 'ACCOUNT ' ACM-ACCOUNT-NUMBER ' OVERDRAWN '
               WS-DAYS-EDIT ' DAYS - CHARGING OFF ' WS-AMOUNT-EDIT
               ' TRACE ' SP1-TRACE-ID.
       2000-NEXT.
           PERFORM 2900-READ-NEXT-ACCOUNT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-AGE-OVERDRAWN - CALENDAR DAYS SINCE THE ACCOUNT WENT
      *                      NEGATIVE, AS EXPODRPT REPORTS THEM.
      ******************************************************************
       2100-AGE-OVERDRAWN.
           MOVE ZERO TO WS-OVERDRAWN-DAYS
           MOVE 'D' TO BDP-FUNCTION
           MOVE ACM-OVERDRAWN-SINCE TO BDP-INPUT-DATE
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF BDP-SUCCESSFUL AND
                   WS-RUN-DAY-NUMBER > BDP-DAY-NUMBER
               COMPUTE WS-OVERDRAWN-DAYS =
                   WS-RUN-DAY-NUMBER - BDP-DAY-NUMBER
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CHECK-RECOVERY - SUBPGM01 HAS TAKEN EVERY RECOVERY OFF
      *                       ACM-CHARGED-OFF-AMOUNT, SO WHAT HAS COME
      *                       BACK TO DATE IS THE REGISTER'S WRITE-OFF
      *                       LESS THAT. ANYTHING ABOVE WHAT THE
      *                       REGISTER ALREADY KNEW ABOUT POSTED SINCE
      *                       THE LAST RUN - IT IS REPORTED, SENT TO
      *                       THE AGENCY, AND CLOSES THE REGISTER
      *                       ENTRY WHEN NOTHING IS LEFT OUTSTANDING.
      *                       AN OVERPAYMENT IS FLAGGED FOR A REFUND.
      ******************************************************************
       2300-CHECK-RECOVERY.
           MOVE ACM-ACCOUNT-NUMBER TO CHG-ACCOUNT-NUMBER
           READ CHGOREG-FILE
               INVALID KEY
                   DISPLAY V-PN 'ACCOUNT ' ACM-ACCOUNT-NUMBER
                       ' CHARGED OFF BUT NOT ON CHGOREG - REVIEW'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO 2300-EXIT
           END-READ
           IF CHG-PAID
               GO TO 2300-EXIT
           END-IF
           IF ACM-CHARGED-OFF-AMOUNT NOT NUMERIC
               MOVE ZERO TO ACM-CHARGED-OFF-AMOUNT
           END-IF
           MOVE ACM-CHARGED-OFF-AMOUNT TO WS-OUTSTANDING-AMOUNT
           COMPUTE WS-RECOVERED-TO-DATE =
               CHG-WRITTEN-OFF-AMOUNT - WS-OUTSTANDING-AMOUNT
           COMPUTE WS-RECOVERED-TONIGHT =
               WS-RECOVERED-TO-DATE - CHG-RECOVERED-AMOUNT
           IF WS-RECOVERED-TONIGHT NOT > ZERO
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-RECOVERIES-REPORTED
           ADD WS-RECOVERED-TONIGHT TO WS-TOTAL-RECOVERED
           MOVE WS-RECOVERED-TO-DATE TO CHG-RECOVERED-AMOUNT
           MOVE WS-RUN-DATE TO CHG-LAST-RECOVERY-DATE
           MOVE WS-RECOVERED-TONIGHT TO WS-AMOUNT-EDIT
           MOVE WS-OUTSTANDING-AMOUNT TO WS-OUTSTANDING-EDIT
           DISPLAY V-PN 'ACCOUNT ' ACM-ACCOUNT-NUMBER ' RECOVERED '
               WS-AMOUNT-EDIT ' OUTSTANDING ' WS-OUTSTANDING-EDIT
           MOVE SPACES TO CHR-RECORD
           STRING 'RECOVERY    ' DELIMITED BY SIZE
                  ACM-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' RECOVERED ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' OUTSTANDING ' DELIMITED BY SIZE
                  WS-OUTSTANDING-EDIT DELIMITED BY SIZE
                  ' CHARGED OFF ' DELIMITED BY SIZE
                  CHG-CHARGE-OFF-DATE DELIMITED BY SIZE
               INTO CHR-RECORD
           PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT
           MOVE 'R' TO CLX-RECORD-TYPE
           PERFORM 2800-WRITE-COLLECTIONS THRU 2800-EXIT
           IF WS-OUTSTANDING-AMOUNT NOT > ZERO
               MOVE 'P' TO CHG-STATUS
               MOVE WS-RUN-DATE TO CHG-PAID-DATE
               ADD 1 TO WS-ACCOUNTS-PAID
               MOVE 'P' TO CLX-RECORD-TYPE
               PERFORM 2800-WRITE-COLLECTIONS THRU 2800-EXIT
               MOVE SPACES TO CHR-RECORD
               STRING 'PAID        ' DELIMITED BY SIZE
                      ACM-ACCOUNT-NUMBER DELIMITED BY SIZE
                      ' WRITE-OFF RECOVERED IN FULL'
                          DELIMITED BY SIZE
                   INTO CHR-RECORD
               PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT
           END-IF
           IF WS-OUTSTANDING-AMOUNT < ZERO
               ADD 1 TO WS-REFUNDS-DUE
               DISPLAY V-PN 'ACCOUNT ' ACM-ACCOUNT-NUMBER
                   ' RECOVERIES EXCEED THE WRITE-OFF BY '
                   WS-OUTSTANDING-EDIT ' - REFUND DUE'
               MOVE SPACES TO CHR-RECORD
               STRING 'REFUND DUE  ' DELIMITED BY SIZE
                      ACM-ACCOUNT-NUMBER DELIMITED BY SIZE
                      ' OVER-RECOVERED BY ' DELIMITED BY SIZE
                      WS-OUTSTANDING-EDIT DELIMITED BY SIZE
                   INTO CHR-RECORD
               PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           REWRITE CHGOREG-RECORD
           IF NOT WS-CHGOREG-OK
               DISPLAY V-PN 'CHGOREG REWRITE FAILED - STATUS '
                   WS-CHGOREG-STATUS ' - ACCOUNT ' ACM-ACCOUNT-NUMBER
               MOVE 8 TO RETURN-CODE
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2800-WRITE-COLLECTIONS - ONE COLLEXT LINE FOR THE ACCOUNT ON
      *                          CHGOREG-RECORD, OF THE TYPE ALREADY IN
      *                          CLX-RECORD-TYPE. THE OUTSTANDING
      *                          AMOUNT IS TAKEN FROM
      *                          WS-OUTSTANDING-AMOUNT.
      ******************************************************************
       2800-WRITE-COLLECTIONS.
           IF NOT WS-COLLEXT-IS-OPEN
               GO TO 2800-EXIT
           END-IF
           MOVE SPACES TO CLX-CUSTOMER-NAME
           MOVE SPACES TO CLX-CUSTOMER-ADDRESS
           IF WS-CUSTMST-AVAILABLE
               MOVE CHG-CUSTOMER-NUMBER TO CUS-CUSTOMER-NUMBER
               READ CUSTMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUS-CUSTOMER-NAME TO CLX-CUSTOMER-NAME
                       MOVE CUS-CUSTOMER-ADDRESS
                           TO CLX-CUSTOMER-ADDRESS
               END-READ
           END-IF
           MOVE WS-RUN-DATE TO CLX-EXTRACT-DATE
           MOVE CHG-ACCOUNT-NUMBER TO CLX-ACCOUNT-NUMBER
           MOVE CHG-CUSTOMER-NUMBER TO CLX-CUSTOMER-NUMBER
           MOVE CHG-OVERDRAWN-SINCE TO CLX-OVERDRAWN-SINCE
           MOVE CHG-CHARGE-OFF-DATE TO CLX-CHARGE-OFF-DATE
           MOVE CHG-WRITTEN-OFF-AMOUNT TO CLX-WRITTEN-OFF-AMOUNT
           MOVE CHG-RECOVERED-AMOUNT TO CLX-RECOVERED-AMOUNT
           MOVE WS-OUTSTANDING-AMOUNT TO CLX-OUTSTANDING-AMOUNT
           MOVE WS-BASE-CURRENCY TO CLX-CURRENCY-CODE
           WRITE COLLEXT-RECORD.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-NEXT-ACCOUNT - NEXT ACCOUNT IN KEY ORDER.
      ******************************************************************
       2900-READ-NEXT-ACCOUNT.
           READ ACCTMST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCTMST-EOF-SWITCH
           END-READ.
       2900-EXIT.
           EXIT.

       2950-WRITE-REPORT-LINE.
           IF WS-CHR-IS-OPEN
               WRITE CHR-RECORD
           END-IF.
       2950-EXIT.
           EXIT.

      ******************************************************************
      * 1700-GENERATE-TRACE-ID - MINT A CORRELATION ID FOR A GENERATED
      *                          CHARGE-OFF SO IT CAN BE GREPPED
      *                          THROUGH EXPBATCH, SUBPGM01 AND
      *                          SUBPGM02'S TRANLOG AUDIT WRITE.
      ******************************************************************
       1700-GENERATE-TRACE-ID.
           ACCEPT WS-TRACE-TIME-NOW FROM TIME
           IF WS-TRACE-SEQUENCE = 999
               MOVE ZERO TO WS-TRACE-SEQUENCE
           ELSE
               ADD 1 TO WS-TRACE-SEQUENCE
           END-IF
           STRING 'O' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   WS-TRACE-TIME-NOW(1:4) DELIMITED BY SIZE
                   WS-TRACE-SEQUENCE DELIMITED BY SIZE
               INTO SP1-TRACE-ID
           END-STRING.
       1700-EXIT.
           EXIT.

      ******************************************************************
      * 3000-COMMIT-CHARGE-OFFS - REWRITE EXPTRAN WITH THE 'O'
      *                           ENTRIES; ONLY IF THAT WORKED, MARK
      *                           EACH QUEUED ACCOUNT CHARGED OFF,
      *                           ENTER IT ON CHGOREG AND PLACE IT
      *                           WITH THE AGENCY. A FULL QUEUE OR
      *                           EXPTRAN TABLE COMMITS NOTHING.
      ******************************************************************
       3000-COMMIT-CHARGE-OFFS.
           IF WS-RUN-REFUSED
               GO TO 3000-EXIT
           END-IF
           IF WS-QUEUE-OVERFLOWED OR WS-EXPTRAN-OVERFLOWED
               DISPLAY V-PN 'TOO MANY ACCOUNTS DUE FOR CHARGE-OFF - '
                   'NOTHING CHARGED OFF, EXPTRAN LEFT UNTOUCHED'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           IF WS-QUEUE-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF
           PERFORM 9200-REWRITE-EXPTRAN THRU 9200-EXIT
           IF NOT WS-EXPTRAN-WRITTEN
               DISPLAY V-PN 'EXPTRAN NOT REWRITTEN - NO ACCOUNT '
                   'MARKED CHARGED OFF'
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-MARK-ONE-ACCOUNT THRU 3100-EXIT
               VARYING WS-QUEUE-INDEX FROM 1 BY 1
               UNTIL WS-QUEUE-INDEX > WS-QUEUE-COUNT.
       3000-EXIT.
           EXIT.

       3100-MARK-ONE-ACCOUNT.
           MOVE WS-QUE-ACCOUNT-NUMBER(WS-QUEUE-INDEX)
               TO ACM-ACCOUNT-NUMBER
           READ ACCTMST-FILE
               INVALID KEY
                   DISPLAY V-PN 'ACCOUNT '
                       WS-QUE-ACCOUNT-NUMBER(WS-QUEUE-INDEX)
                       ' VANISHED FROM ACCTMSTR - NOT MARKED'
                   ADD 1 TO WS-MASTER-FAILURES
                   MOVE 8 TO RETURN-CODE
                   GO TO 3100-EXIT
           END-READ
           MOVE 'W' TO ACM-ACCOUNT-STATUS
           MOVE WS-QUE-AMOUNT(WS-QUEUE-INDEX) TO ACM-CHARGED-OFF-AMOUNT
           REWRITE ACCTMST-RECORD
           IF NOT WS-ACCTMST-OK
               DISPLAY V-PN 'ACCTMSTR REWRITE FAILED - STATUS '
                   WS-ACCTMST-STATUS ' - ACCOUNT ' ACM-ACCOUNT-NUMBER
               ADD 1 TO WS-MASTER-FAILURES
               MOVE 8 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNTS-CHARGED-OFF
           ADD WS-QUE-AMOUNT(WS-QUEUE-INDEX) TO WS-TOTAL-WRITTEN-OFF
           MOVE SPACES TO CHGOREG-RECORD
           MOVE ACM-ACCOUNT-NUMBER TO CHG-ACCOUNT-NUMBER
           MOVE WS-QUE-CUSTOMER-NUMBER(WS-QUEUE-INDEX)
               TO CHG-CUSTOMER-NUMBER
           MOVE 'O' TO CHG-STATUS
           MOVE WS-QUE-OVERDRAWN-SINCE(WS-QUEUE-INDEX)
               TO CHG-OVERDRAWN-SINCE
           MOVE WS-RUN-DATE TO CHG-CHARGE-OFF-DATE
           MOVE WS-QUE-AMOUNT(WS-QUEUE-INDEX) TO CHG-WRITTEN-OFF-AMOUNT
           MOVE ZERO TO CHG-RECOVERED-AMOUNT
           MOVE ZERO TO CHG-LAST-RECOVERY-DATE
           MOVE ZERO TO CHG-PAID-DATE
           MOVE WS-QUE-TRACE-ID(WS-QUEUE-INDEX)
               TO CHG-WRITE-OFF-TRACE-ID
           WRITE CHGOREG-RECORD
           IF NOT WS-CHGOREG-OK
               DISPLAY V-PN 'CHGOREG WRITE FAILED - STATUS '
                   WS-CHGOREG-STATUS ' - ACCOUNT ' ACM-ACCOUNT-NUMBER
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-QUE-AMOUNT(WS-QUEUE-INDEX) TO WS-OUTSTANDING-AMOUNT
           MOVE 'N' TO CLX-RECORD-TYPE
           PERFORM 2800-WRITE-COLLECTIONS THRU 2800-EXIT
           MOVE WS-QUE-AMOUNT(WS-QUEUE-INDEX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO CHR-RECORD
           STRING 'CHARGE-OFF  ' DELIMITED BY SIZE
                  ACM-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' WRITTEN OFF ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' OVERDRAWN SINCE ' DELIMITED BY SIZE
                  CHG-OVERDRAWN-SINCE DELIMITED BY SIZE
                  ' TRACE ' DELIMITED BY SIZE
                  CHG-WRITE-OFF-TRACE-ID DELIMITED BY SIZE
               INTO CHR-RECORD
           PERFORM 2950-WRITE-REPORT-LINE THRU 2950-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE EVERYTHING AND REPORT THE RUN'S COUNTS
      *                  AND TOTALS. CONDITION CODE 4 WHEN ANYTHING
      *                  NEEDS A PERSON TO LOOK AT IT.
      ******************************************************************
       9000-TERMINATE.
           IF WS-ACCTMST-IS-OPEN
               CLOSE ACCTMST-FILE
           END-IF
           IF WS-CUSTMST-AVAILABLE
               CLOSE CUSTMST-FILE
           END-IF
           IF WS-CHGOREG-IS-OPEN
               CLOSE CHGOREG-FILE
           END-IF
           IF WS-COLLEXT-IS-OPEN
               CLOSE COLLEXT-FILE
           END-IF
           IF WS-CHR-IS-OPEN
               CLOSE EXPCHGRF-FILE
           END-IF
           CANCEL WS-BUSDAY01-NAME
           DISPLAY V-PN 'ACCOUNTS READ........: ' WS-ACCOUNTS-READ
           DISPLAY V-PN 'CHARGED OFF..........: '
               WS-ACCOUNTS-CHARGED-OFF
           MOVE WS-TOTAL-WRITTEN-OFF TO WS-TOTAL-EDIT
           DISPLAY V-PN 'TOTAL WRITTEN OFF....: ' WS-TOTAL-EDIT
           DISPLAY V-PN 'FOREIGN - BY HAND....: ' WS-ACCOUNTS-MANUAL
           DISPLAY V-PN 'RECOVERIES REPORTED..: '
               WS-RECOVERIES-REPORTED
           MOVE WS-TOTAL-RECOVERED TO WS-TOTAL-EDIT
           DISPLAY V-PN 'TOTAL RECOVERED......: ' WS-TOTAL-EDIT
           DISPLAY V-PN 'RECOVERED IN FULL....: ' WS-ACCOUNTS-PAID
           DISPLAY V-PN 'REFUNDS DUE..........: ' WS-REFUNDS-DUE
           DISPLAY V-PN 'MASTER UPDATE FAILED.: ' WS-MASTER-FAILURES.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9200-REWRITE-EXPTRAN - WRITE THE FILE BACK - HEADER (MINTED
      *                        FRESH WHEN NONE EXISTED), DATA RECORDS,
      *                        AND THE INTFCTL TRAILER RECOMPUTED FROM
      *                        THE DATA ACTUALLY ON THE TABLE.
      ******************************************************************
       9200-REWRITE-EXPTRAN.
           MOVE ZERO TO WS-DATA-COUNT
           MOVE ZERO TO WS-HASH-TOTAL
           PERFORM 9250-TALLY-ONE-RECORD THRU 9250-EXIT
               VARYING WS-EXP-INDEX FROM 1 BY 1
               UNTIL WS-EXP-INDEX > WS-EXP-COUNT
           OPEN OUTPUT EXPTRAN-FILE
           IF NOT WS-EXPTRAN-OK
               DISPLAY V-PN 'UNABLE TO REWRITE EXPTRAN - STATUS '
                   WS-EXPTRAN-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 9200-EXIT
           END-IF
           IF NOT WS-HEADER-PRESENT
               MOVE SPACES TO INTFCTL-RECORD
               MOVE 'HDR' TO ICT-RECORD-TYPE
               MOVE 'EXPCHGOF' TO ICT-SOURCE
               MOVE WS-RUN-DATE TO ICT-BUSINESS-DATE
               MOVE 1 TO ICT-SEQUENCE
               MOVE ZERO TO ICT-RECORD-COUNT
               MOVE ZERO TO ICT-AMOUNT-TOTAL
               MOVE INTFCTL-RECORD TO EXPTRAN-RECORD
               WRITE EXPTRAN-RECORD
           END-IF
           PERFORM 9270-WRITE-ONE-RECORD THRU 9270-EXIT
               VARYING WS-EXP-INDEX FROM 1 BY 1
               UNTIL WS-EXP-INDEX > WS-EXP-COUNT
           MOVE SPACES TO INTFCTL-RECORD
           MOVE 'TRL' TO ICT-RECORD-TYPE
           MOVE 'EXPCHGOF' TO ICT-SOURCE
           MOVE WS-RUN-DATE TO ICT-BUSINESS-DATE
           MOVE 1 TO ICT-SEQUENCE
           MOVE WS-DATA-COUNT TO ICT-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO ICT-AMOUNT-TOTAL
           MOVE INTFCTL-RECORD TO EXPTRAN-RECORD
           WRITE EXPTRAN-RECORD
           IF NOT WS-EXPTRAN-OK
               DISPLAY V-PN 'EXPTRAN TRAILER WRITE FAILED - STATUS '
                   WS-EXPTRAN-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE EXPTRAN-FILE
               GO TO 9200-EXIT
           END-IF
           CLOSE EXPTRAN-FILE
           MOVE 'Y' TO WS-EXPTRAN-WRITTEN-SWITCH.
       9200-EXIT.
           EXIT.

       9250-TALLY-ONE-RECORD.
           MOVE WS-EXP-RECORD(WS-EXP-INDEX) TO INTFCTL-RECORD
           IF ICT-TYPE-HEADER OR ICT-TYPE-TRAILER
               GO TO 9250-EXIT
           END-IF
           MOVE WS-EXP-RECORD(WS-EXP-INDEX) TO SUBPRM01
           ADD 1 TO WS-DATA-COUNT
           IF SP1-AMOUNT NUMERIC
               MOVE SP1-AMOUNT TO WS-ABS-AMOUNT
               ADD WS-ABS-AMOUNT TO WS-HASH-TOTAL
           END-IF.
       9250-EXIT.
           EXIT.

       9270-WRITE-ONE-RECORD.
           MOVE WS-EXP-RECORD(WS-EXP-INDEX) TO EXPTRAN-RECORD
           WRITE EXPTRAN-RECORD.
       9270-EXIT.
           EXIT.
