      ******************************************************************
      * PROGRAM-ID : EXPESTCL
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - ESTATE SETTLEMENT UTILITY,
      *                    RUN BY THE BEREAVEMENT TEAM ONCE THE
      *                    EXECUTOR HAS NOMINATED AN ACCOUNT. TAKES
      *                    CUST=... NOMINEE=... OPER=... AND, FOR A
      *                    CASE EXPESTAT HAS MARKED WORKFLOW-DONE,
      *                    PAYS EACH OF THE DECEASED CUSTOMER'S OPEN
      *                    ACCOUNTS OUT TO THE NOMINATED ACCOUNT AND
      *                    CLOSES IT THROUGH ACCTMNT, SO THE CLOSURE
      *                    GATE, THE FINAL INTEREST SWEEP AND THE
      *                    CLOSURE CONFIRMATION ALL APPLY AS FOR ANY
      *                    OTHER CLOSE. THE PAY-OUT IS POSTED THROUGH
      *                    THE SUBPGM01 CHAIN AS A PAIR OF TYPE 'E'
      *                    ENTRIES: THE DEBIT TO THE ESTATE ACCOUNT
      *                    UNDER TRACE 'E' + THE SETTLEMENT REFERENCE,
      *                    THE CREDIT TO THE NOMINEE UNDER 'F' + THE
      *                    SAME REFERENCE; A CREDIT THE CHAIN REFUSES
      *                    HAS ITS DEBIT REVERSED UNDER 'G'. A CLOSE
      *                    REFUSED BECAUSE ACCTMNT SWEPT IN THE FINAL
      *                    INTEREST IS PAID OUT AGAIN AND RETRIED ONCE.
      *                    AN OVERDRAWN OR CHARGED-OFF ACCOUNT, OR ONE
      *                    HELD IN A CURRENCY OTHER THAN THE NOMINEE'S,
      *                    IS REPORTED AND LEFT OPEN FOR THE TEAM TO
      *                    RESOLVE. WHEN EVERY ACCOUNT CLOSED THE CASE
      *                    IS SETTLED WITH THE NOMINEE, DATE, OPERATOR,
      *                    ACCOUNTS CLOSED AND AMOUNT PAID; OTHERWISE
      *                    IT STAYS WORKFLOW-DONE AND THE RUN ENDS CC 4
      *                    - A RERUN PICKS UP WHAT IS STILL OPEN. THE
      *                    RUN IS REFUSED (CC 8) WHILE EXPCTRL'S
      *                    POSTING WINDOW IS OPEN, FOR A CASE NOT
      *                    WORKFLOW-DONE, AND FOR A NOMINEE THAT IS NOT
      *                    AN ACTIVE ACCOUNT OR IS ONE OF THE ESTATE'S
      *                    OWN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPESTCL.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTCASE-FILE ASSIGN TO 'ESTCASE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-CUSTOMER-NUMBER
               FILE STATUS IS WS-ESTCASE-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTCASE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ESTCASE.

       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMSTR.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPESTCL->'.
       01  WS-SUBPGM01-NAME                PIC X(08) VALUE 'SUBPGM01'.
       01  WS-SUBPGM02-NAME                PIC X(08) VALUE 'SUBPGM02'.
       01  WS-ACCTMNT-NAME                 PIC X(08) VALUE 'ACCTMNT'.
       01  WS-BASE-CURRENCY                PIC X(03) VALUE 'USD'.

       01  WS-FILE-STATUSES.
           05  WS-ESTCASE-STATUS           PIC X(02) VALUE '00'.
               88  WS-ESTCASE-OK               VALUE '00'.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUE 'Y'.
           05  WS-LOAD-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-LOAD-EOF-REACHED         VALUE 'Y'.
           05  WS-ESTCASE-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-ESTCASE-IS-OPEN          VALUE 'Y'.
           05  WS-POSTING-WINDOW-SW        PIC X(01) VALUE 'N'.
               88  WS-POSTING-WINDOW-OPEN      VALUE 'Y'.
           05  WS-PAY-OUT-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-PAY-OUT-POSTED           VALUE 'Y'.
           05  WS-CLOSED-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-ACCOUNT-CLOSED           VALUE 'Y'.

       01  WS-PARM-STRING                 PIC X(80) VALUE SPACES.
       01  WS-PARM-TABLE.
           05  WS-PARM-TOK                PIC X(20) OCCURS 3 TIMES.
       01  WS-PARM-INDEX                  PIC 9(02) COMP VALUE ZERO.
       01  WS-PARM-KEY                    PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                  PIC X(16) VALUE SPACES.
       01  WS-CUSTOMER-NUMBER             PIC X(08) VALUE SPACES.
       01  WS-NOMINEE-ACCOUNT             PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.
       01  WS-NOMINEE-CURRENCY            PIC X(03) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-FOUND           PIC 9(05) COMP VALUE ZERO.
           05  WS-ACCOUNTS-CLOSED          PIC 9(05) COMP VALUE ZERO.
           05  WS-ACCOUNTS-LEFT-OPEN       PIC 9(05) COMP VALUE ZERO.
           05  WS-PAY-OUTS-POSTED          PIC 9(05) COMP VALUE ZERO.
           05  WS-BACK-OUTS-FAILED         PIC 9(05) COMP VALUE ZERO.
           05  WS-ACC-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-ACC-INDEX                PIC 9(04) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-AMOUNT-PAID                  PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

      ******************************************************************
      * WS-ACC-TABLE - EVERY ACCOUNT THE DECEASED CUSTOMER LEADS THAT
      * IS NOT YET CLOSED, TAKEN FROM ACCTMSTR BEFORE ANYTHING POSTS.
      * THE MASTER IS CLOSED AGAIN BEFORE THE FIRST CALL, SO THIS
      * UTILITY NEVER HOLDS IT OPEN UNDER THE POSTING CHAIN OR
      * ACCTMNT.
      ******************************************************************
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY                OCCURS 50 TIMES.
               10  WS-ACC-NUMBER           PIC X(10).
               10  WS-ACC-STATUS           PIC X(01).
                   88  WS-ACC-CHARGED-OFF      VALUE 'W'.
               10  WS-ACC-CURRENCY         PIC X(03).
               10  WS-ACC-BALANCE          PIC S9(11)V99 COMP-3.

      ******************************************************************
      * WS-SETTLE-WORK - THE ACCOUNT IN HAND: WHAT IS PAID OUT, UNDER
      * WHICH REFERENCE, AND IN WHICH CURRENCY.
      ******************************************************************
       01  WS-SETTLE-WORK.
           05  WS-PAY-OUT-AMOUNT           PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-POST-CURRENCY            PIC X(03) VALUE SPACES.
           05  WS-SETTLE-REFERENCE         PIC X(15) VALUE SPACES.
           05  WS-DEBIT-TRACE-ID           PIC X(16) VALUE SPACES.
       01  WS-TRACE-TIME-NOW               PIC 9(08) VALUE ZERO.
       01  WS-TRACE-SEQUENCE               PIC 9(03) VALUE ZERO.
       01  WS-AMOUNT-EDIT                  PIC -(10)9.99.

      ******************************************************************
      * WS-ERROR-LOOKUP - TRANSLATE SP1-RETURN-CODE INTO OPERATOR-
      * FACING TEXT VIA THE SHARED ERRCODES TABLE.
      ******************************************************************
           COPY ERRCODES.
       01  WS-ERROR-INDEX                  PIC 9(02) COMP VALUE ZERO.
       01  WS-ERROR-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-ERROR-TEXT-FOUND             VALUE 'Y'.
       01  WS-ERROR-TEXT                   PIC X(28) VALUE SPACES.
       01  WS-RETURN-CODE-EDIT             PIC X(02) VALUE SPACES.

           COPY SUBPRM01.
           COPY ACMTCOMM.

      ******************************************************************
      * 0000-MAINLINE - CHECK THE CASE AND THE NOMINEE, SETTLE EACH
      *                 ACCOUNT, THEN THE CASE.
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-SETTLE-ONE-ACCOUNT THRU 2000-EXIT
                   VARYING WS-ACC-INDEX FROM 1 BY 1
                   UNTIL WS-ACC-INDEX > WS-ACC-COUNT
               PERFORM 3000-SETTLE-CASE THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - PARMS, THE POSTING WINDOW, THE CASE, THE
      *                   NOMINEE AND THE ESTATE'S ACCOUNTS - ALL
      *                   BEFORE ANYTHING POSTS.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
           PERFORM 1100-APPLY-PARM-TOKEN THRU 1100-EXIT
               VARYING WS-PARM-INDEX FROM 1 BY 1
               UNTIL WS-PARM-INDEX > 3
           IF WS-CUSTOMER-NUMBER = SPACES OR
                   WS-NOMINEE-ACCOUNT = SPACES OR
                   WS-OPERATOR-ID = SPACES
               DISPLAY V-PN 'SUPPLY CUST= NOMINEE= OPER=...'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
      *    THE PAY-OUTS AND CLOSES WOULD INTERLEAVE WITH THE NIGHT'S
      *    POSTINGS - AND ACCTMNT WOULD ONLY QUEUE THE CLOSES.
           IF WS-POSTING-WINDOW-OPEN
               DISPLAY V-PN 'NIGHTLY POSTING WINDOW IS OPEN - RUN '
                   'REFUSED, RERUN WHEN THE CHAIN HAS FINISHED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O ESTCASE-FILE
           IF NOT WS-ESTCASE-OK
               DISPLAY V-PN 'UNABLE TO OPEN ESTCASE - STATUS '
                   WS-ESTCASE-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-ESTCASE-OPEN-SW
           MOVE WS-CUSTOMER-NUMBER TO EST-CUSTOMER-NUMBER
           READ ESTCASE-FILE
               INVALID KEY
                   DISPLAY V-PN 'NO ESTATE CASE FOR CUSTOMER '
                       WS-CUSTOMER-NUMBER ' - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-EXIT
           END-READ
           IF NOT EST-WORKFLOW-DONE
               DISPLAY V-PN 'ESTATE CASE ' WS-CUSTOMER-NUMBER
                   ' IS STATUS ' EST-CASE-STATUS
                   ' - ONLY A WORKFLOW-DONE CASE IS SETTLED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               DISPLAY V-PN 'UNABLE TO OPEN ACCTMSTR - STATUS '
                   WS-ACCTMST-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-CHECK-NOMINEE THRU 1200-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 1300-TABLE-ESTATE-ACCOUNTS THRU 1300-EXIT
           END-IF
           CLOSE ACCTMST-FILE
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF
           DISPLAY V-PN 'SETTLING ESTATE OF ' WS-CUSTOMER-NUMBER
               ' TO ' WS-NOMINEE-ACCOUNT ' - ' WS-ACC-COUNT
               ' ACCOUNT(S) OPEN'.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-SET-RUN-DATE - THE DECLARED BUSINESS DATE AND THE POSTING
      *                     WINDOW FLAG FROM BUSDCTL, SYSTEM DATE AS
      *                     FALLBACK.
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
                       IF BDC-CHAIN-POSTING
                           MOVE 'Y' TO WS-POSTING-WINDOW-SW
                       END-IF
               END-READ
               CLOSE BUSDCTL-FILE
           END-IF.
       1050-EXIT.
           EXIT.

       1100-APPLY-PARM-TOKEN.
           IF WS-PARM-TOK(WS-PARM-INDEX) = SPACES
               GO TO 1100-EXIT
           END-IF
           MOVE SPACES TO WS-PARM-KEY WS-PARM-VALUE
           UNSTRING WS-PARM-TOK(WS-PARM-INDEX) DELIMITED BY '='
               INTO WS-PARM-KEY WS-PARM-VALUE
           EVALUATE WS-PARM-KEY
               WHEN 'CUST'
                   MOVE WS-PARM-VALUE(1:8) TO WS-CUSTOMER-NUMBER
               WHEN 'NOMINEE'
                   MOVE WS-PARM-VALUE(1:10) TO WS-NOMINEE-ACCOUNT
               WHEN 'OPER'
                   MOVE WS-PARM-VALUE(1:8) TO WS-OPERATOR-ID
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CHECK-NOMINEE - THE NOMINATED ACCOUNT MUST BE ON FILE,
      *                      ACTIVE, AND NOT ONE THE DECEASED
      *                      CUSTOMER LEADS.
      ******************************************************************
       1200-CHECK-NOMINEE.
           MOVE WS-NOMINEE-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCTMST-FILE
               INVALID KEY
                   DISPLAY V-PN 'NOMINATED ACCOUNT '
                       WS-NOMINEE-ACCOUNT ' NOT ON FILE - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   MOVE 8 TO RETURN-CODE
                   GO TO 1200-EXIT
           END-READ
           IF NOT ACM-ACTIVE
               DISPLAY V-PN 'NOMINATED ACCOUNT ' WS-NOMINEE-ACCOUNT
                   ' IS NOT ACTIVE - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           IF ACM-CUSTOMER-NUMBER = WS-CUSTOMER-NUMBER
               DISPLAY V-PN 'NOMINATED ACCOUNT ' WS-NOMINEE-ACCOUNT
                   ' BELONGS TO THE ESTATE - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           IF ACM-BASE-CURRENCY-ACCOUNT
               MOVE SPACES TO WS-NOMINEE-CURRENCY
           ELSE
               MOVE ACM-ACCOUNT-CURRENCY TO WS-NOMINEE-CURRENCY
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-TABLE-ESTATE-ACCOUNTS - ONE PASS OF THE MASTER FOR EVERY
      *                              ACCOUNT THE CUSTOMER LEADS THAT
      *                              IS NOT CLOSED. A FULL TABLE
      *                              REFUSES THE RUN.
      ******************************************************************
       1300-TABLE-ESTATE-ACCOUNTS.
           MOVE LOW-VALUES TO ACM-ACCOUNT-NUMBER
           START ACCTMST-FILE KEY IS NOT LESS THAN ACM-ACCOUNT-NUMBER
               INVALID KEY
                   GO TO 1300-EXIT
           END-START
           MOVE 'N' TO WS-LOAD-EOF-SWITCH
           PERFORM 1350-TABLE-ONE-ACCOUNT THRU 1350-EXIT
               UNTIL WS-LOAD-EOF-REACHED OR WS-RUN-REFUSED.
       1300-EXIT.
           EXIT.

       1350-TABLE-ONE-ACCOUNT.
           READ ACCTMST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 1350-EXIT
           END-READ
           IF ACM-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER OR
                   ACM-CLOSED
               GO TO 1350-EXIT
           END-IF
           IF WS-ACC-COUNT NOT < 50
               DISPLAY V-PN 'ACCOUNT TABLE FULL - RUN REFUSED, '
                   'NOTHING POSTED - RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1350-EXIT
           END-IF
           ADD 1 TO WS-ACC-COUNT
           ADD 1 TO WS-ACCOUNTS-FOUND
           MOVE ACM-ACCOUNT-NUMBER TO WS-ACC-NUMBER(WS-ACC-COUNT)
           MOVE ACM-ACCOUNT-STATUS TO WS-ACC-STATUS(WS-ACC-COUNT)
           IF ACM-BASE-CURRENCY-ACCOUNT
               MOVE SPACES TO WS-ACC-CURRENCY(WS-ACC-COUNT)
           ELSE
               MOVE ACM-ACCOUNT-CURRENCY
                   TO WS-ACC-CURRENCY(WS-ACC-COUNT)
           END-IF
           IF ACM-CURRENT-BALANCE NUMERIC
               MOVE ACM-CURRENT-BALANCE TO WS-ACC-BALANCE(WS-ACC-COUNT)
           ELSE
               MOVE ZERO TO WS-ACC-BALANCE(WS-ACC-COUNT)
           END-IF.
       1350-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SETTLE-ONE-ACCOUNT - PAY THE BALANCE OUT, THEN CLOSE. A
      *                           CLOSE REFUSED FOR THE FINAL INTEREST
      *                           IT SWEPT IN IS PAID OUT AGAIN AND
      *                           RETRIED ONCE. ANYTHING ELSE LEAVES
      *                           THE ACCOUNT OPEN, REPORTED.
      ******************************************************************
       2000-SETTLE-ONE-ACCOUNT.
           MOVE 'N' TO WS-CLOSED-SWITCH
           IF WS-ACC-CHARGED-OFF(WS-ACC-INDEX)
               DISPLAY V-PN 'ACCOUNT ' WS-ACC-NUMBER(WS-ACC-INDEX)
                   ' IS CHARGED OFF - RECOVER OR WRITE OFF, THEN '
                   'RERUN - LEFT OPEN'
               ADD 1 TO WS-ACCOUNTS-LEFT-OPEN
               GO TO 2000-EXIT
           END-IF
           IF WS-ACC-CURRENCY(WS-ACC-INDEX) NOT = WS-NOMINEE-CURRENCY
               DISPLAY V-PN 'ACCOUNT ' WS-ACC-NUMBER(WS-ACC-INDEX)
                   ' IS NOT HELD IN THE NOMINEE''S CURRENCY - PAY '
                   'OUT BY HAND - LEFT OPEN'
               ADD 1 TO WS-ACCOUNTS-LEFT-OPEN
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-PAY-OUT-BALANCE THRU 2100-EXIT
           IF NOT WS-PAY-OUT-POSTED
               ADD 1 TO WS-ACCOUNTS-LEFT-OPEN
               GO TO 2000-EXIT
           END-IF
           PERFORM 2500-CLOSE-ACCOUNT THRU 2500-EXIT
           IF NOT WS-ACCOUNT-CLOSED AND ACMT-REJECT-REASON =
                   'FINAL INTEREST POSTED - PAY OUT AND RETRY'
               PERFORM 2600-REREAD-BALANCE THRU 2600-EXIT
               PERFORM 2100-PAY-OUT-BALANCE THRU 2100-EXIT
               IF WS-PAY-OUT-POSTED
                   PERFORM 2500-CLOSE-ACCOUNT THRU 2500-EXIT
               END-IF
           END-IF
           IF WS-ACCOUNT-CLOSED
               ADD 1 TO WS-ACCOUNTS-CLOSED
           ELSE
               ADD 1 TO WS-ACCOUNTS-LEFT-OPEN
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PAY-OUT-BALANCE - DEBIT THE ESTATE ACCOUNT WITH ITS
      *                        BALANCE, THEN CREDIT THE NOMINEE, BOTH
      *                        UNDER THE ONE SETTLEMENT REFERENCE. A
      *                        ZERO BALANCE HAS NOTHING TO PAY AND
      *                        COUNTS AS POSTED; AN OVERDRAWN ONE IS
      *                        NOT THE NOMINEE'S TO COVER.
      ******************************************************************
       2100-PAY-OUT-BALANCE.
           MOVE 'N' TO WS-PAY-OUT-SWITCH
           IF WS-ACC-BALANCE(WS-ACC-INDEX) < ZERO
               MOVE WS-ACC-BALANCE(WS-ACC-INDEX) TO WS-AMOUNT-EDIT
               DISPLAY V-PN 'ACCOUNT ' WS-ACC-NUMBER(WS-ACC-INDEX)
                   ' IS OVERDRAWN ' WS-AMOUNT-EDIT
                   ' - RECOVER FROM THE ESTATE, THEN RERUN - LEFT OPEN'
               GO TO 2100-EXIT
           END-IF
           IF WS-ACC-BALANCE(WS-ACC-INDEX) = ZERO
               MOVE 'Y' TO WS-PAY-OUT-SWITCH
               GO TO 2100-EXIT
           END-IF
           MOVE WS-ACC-BALANCE(WS-ACC-INDEX) TO WS-PAY-OUT-AMOUNT
           IF WS-ACC-CURRENCY(WS-ACC-INDEX) = SPACES
               MOVE WS-BASE-CURRENCY TO WS-POST-CURRENCY
           ELSE
               MOVE WS-ACC-CURRENCY(WS-ACC-INDEX) TO WS-POST-CURRENCY
           END-IF
           ACCEPT WS-TRACE-TIME-NOW FROM TIME
           IF WS-TRACE-SEQUENCE = 999
               MOVE ZERO TO WS-TRACE-SEQUENCE
           ELSE
               ADD 1 TO WS-TRACE-SEQUENCE
           END-IF
           MOVE SPACES TO WS-SETTLE-REFERENCE
           STRING WS-RUN-DATE DELIMITED BY SIZE
                   WS-TRACE-TIME-NOW(1:4) DELIMITED BY SIZE
                   WS-TRACE-SEQUENCE DELIMITED BY SIZE
               INTO WS-SETTLE-REFERENCE
           END-STRING
           PERFORM 2250-BUILD-SETTLEMENT-LEG THRU 2250-EXIT
           MOVE WS-ACC-NUMBER(WS-ACC-INDEX) TO SP1-ACCOUNT-NUMBER
           MOVE WS-PAY-OUT-AMOUNT TO SP1-AMOUNT
           STRING 'E' DELIMITED BY SIZE
                   WS-SETTLE-REFERENCE DELIMITED BY SIZE
               INTO SP1-TRACE-ID
           END-STRING
           MOVE SP1-TRACE-ID TO WS-DEBIT-TRACE-ID
           CALL WS-SUBPGM01-NAME USING SUBPRM01
           IF SP1-FAILED
               PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
               DISPLAY V-PN 'PAY-OUT REFUSED - ACCOUNT '
                   WS-ACC-NUMBER(WS-ACC-INDEX) ' - ' WS-ERROR-TEXT
                   ' - LEFT OPEN'
               GO TO 2100-EXIT
           END-IF
           PERFORM 2250-BUILD-SETTLEMENT-LEG THRU 2250-EXIT
           MOVE WS-NOMINEE-ACCOUNT TO SP1-ACCOUNT-NUMBER
           COMPUTE SP1-AMOUNT = ZERO - WS-PAY-OUT-AMOUNT
           STRING 'F' DELIMITED BY SIZE
                   WS-SETTLE-REFERENCE DELIMITED BY SIZE
               INTO SP1-TRACE-ID
           END-STRING
           CALL WS-SUBPGM01-NAME USING SUBPRM01
           IF SP1-FAILED
               PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
               DISPLAY V-PN 'NOMINEE CREDIT REFUSED - '
                   WS-ERROR-TEXT ' - ACCOUNT '
                   WS-ACC-NUMBER(WS-ACC-INDEX) ' LEFT OPEN'
               PERFORM 2300-BACK-OUT-DEBIT THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF
           ADD WS-PAY-OUT-AMOUNT TO WS-AMOUNT-PAID
           MOVE ZERO TO WS-ACC-BALANCE(WS-ACC-INDEX)
           ADD 1 TO WS-PAY-OUTS-POSTED
           MOVE 'Y' TO WS-PAY-OUT-SWITCH
           MOVE WS-PAY-OUT-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY V-PN 'PAID OUT ' WS-AMOUNT-EDIT ' ' WS-POST-CURRENCY
               ' FROM ' WS-ACC-NUMBER(WS-ACC-INDEX) ' TO '
               WS-NOMINEE-ACCOUNT ' UNDER ' WS-DEBIT-TRACE-ID.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2250-BUILD-SETTLEMENT-LEG - THE FIELDS EVERY LEG SHARES.
      ******************************************************************
       2250-BUILD-SETTLEMENT-LEG.
           INITIALIZE SUBPRM01
           MOVE WS-POST-CURRENCY TO SP1-CURRENCY-CODE
           MOVE WS-RUN-DATE TO SP1-TRANSACTION-DATE
           MOVE 'E' TO SP1-TRANSACTION-TYPE
           MOVE ZERO TO SP1-EFFECTIVE-DATE
           MOVE ZERO TO SP1-RETURN-CODE
           MOVE ZERO TO SP1-CONVERTED-AMOUNT
           MOVE 'N' TO SP1-TEST-MODE
           MOVE WS-OPERATOR-ID TO SP1-OPERATOR-ID
           MOVE SPACES TO SP1-REGION-CODE
           MOVE SPACES TO SP1-TRACE-ID.
       2250-EXIT.
           EXIT.

      ******************************************************************
      * 2300-BACK-OUT-DEBIT - THE NOMINEE'S CREDIT WAS REFUSED -
      *                       REVERSE THE DEBIT ALREADY POSTED (TYPE
      *                       'R' AGAINST THE 'E' TRACE). A BACK-OUT
      *                       THE CHAIN ALSO REFUSES LEAVES THE ESTATE
      *                       DEBITED WITH NOTHING PAID - NAMED FOR
      *                       HAND RECONCILIATION (CC 8).
      ******************************************************************
       2300-BACK-OUT-DEBIT.
           PERFORM 2250-BUILD-SETTLEMENT-LEG THRU 2250-EXIT
           MOVE WS-ACC-NUMBER(WS-ACC-INDEX) TO SP1-ACCOUNT-NUMBER
           MOVE WS-PAY-OUT-AMOUNT TO SP1-AMOUNT
           MOVE 'R' TO SP1-TRANSACTION-TYPE
           MOVE WS-DEBIT-TRACE-ID TO SP1-ORIGINAL-TRACE-ID
           STRING 'G' DELIMITED BY SIZE
                   WS-SETTLE-REFERENCE DELIMITED BY SIZE
               INTO SP1-TRACE-ID
           END-STRING
           CALL WS-SUBPGM01-NAME USING SUBPRM01
           IF SP1-FAILED
               PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
               ADD 1 TO WS-BACK-OUTS-FAILED
               MOVE 8 TO RETURN-CODE
               MOVE WS-PAY-OUT-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY V-PN 'BACK-OUT REFUSED - ' WS-ERROR-TEXT
                   ' - ACCOUNT ' WS-ACC-NUMBER(WS-ACC-INDEX)
                   ' DEBITED ' WS-AMOUNT-EDIT ' UNDER '
                   WS-DEBIT-TRACE-ID ' WITH NO CREDIT - RECONCILE '
                   'BY HAND'
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CLOSE-ACCOUNT - CLOSE THROUGH ACCTMNT, AS A TELLER WOULD.
      *                      SUBPGM01 AND SUBPGM02 ARE CANCELLED FIRST
      *                      SO THE POSTING CHAIN DOES NOT HOLD THE
      *                      MASTER OPEN UNDER IT.
      ******************************************************************
       2500-CLOSE-ACCOUNT.
           MOVE 'N' TO WS-CLOSED-SWITCH
           CANCEL WS-SUBPGM01-NAME
           CANCEL WS-SUBPGM02-NAME
           INITIALIZE ACCTMNT-COMMAREA
           MOVE 'S' TO ACMT-FUNCTION
           MOVE WS-ACC-NUMBER(WS-ACC-INDEX) TO ACMT-ACCOUNT-NUMBER
           MOVE 'C' TO ACMT-NEW-STATUS
           MOVE WS-OPERATOR-ID TO ACMT-OPERATOR-ID
           MOVE ZERO TO ACMT-RETURN-CODE
           MOVE SPACES TO ACMT-REJECT-REASON
           CALL WS-ACCTMNT-NAME USING ACCTMNT-COMMAREA
           CANCEL WS-ACCTMNT-NAME
           IF ACMT-SUCCESSFUL
               MOVE 'Y' TO WS-CLOSED-SWITCH
               DISPLAY V-PN 'ACCOUNT ' WS-ACC-NUMBER(WS-ACC-INDEX)
                   ' CLOSED'
           ELSE
               DISPLAY V-PN 'ACCOUNT ' WS-ACC-NUMBER(WS-ACC-INDEX)
                   ' NOT CLOSED - ' ACMT-REJECT-REASON
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-REREAD-BALANCE - THE BALANCE AFTER ACCTMNT'S FINAL
      *                       INTEREST SWEEP.
      ******************************************************************
       2600-REREAD-BALANCE.
           MOVE ZERO TO WS-ACC-BALANCE(WS-ACC-INDEX)
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               GO TO 2600-EXIT
           END-IF
           MOVE WS-ACC-NUMBER(WS-ACC-INDEX) TO ACM-ACCOUNT-NUMBER
           READ ACCTMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACM-CURRENT-BALANCE NUMERIC
                       MOVE ACM-CURRENT-BALANCE
                           TO WS-ACC-BALANCE(WS-ACC-INDEX)
                   END-IF
           END-READ
           CLOSE ACCTMST-FILE.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SETTLE-CASE - EVERY ACCOUNT CLOSED SETTLES THE CASE. AN
      *                    ACCOUNT LEFT OPEN KEEPS IT WORKFLOW-DONE
      *                    FOR A RERUN (CC 4).
      ******************************************************************
       3000-SETTLE-CASE.
           IF WS-ACCOUNTS-LEFT-OPEN > ZERO
               DISPLAY V-PN 'ESTATE CASE ' WS-CUSTOMER-NUMBER
                   ' NOT SETTLED - ' WS-ACCOUNTS-LEFT-OPEN
                   ' ACCOUNT(S) STILL OPEN'
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 3000-EXIT
           END-IF
           MOVE 'C' TO EST-CASE-STATUS
           MOVE WS-NOMINEE-ACCOUNT TO EST-NOMINATED-ACCOUNT
           MOVE WS-RUN-DATE TO EST-SETTLED-DATE
           MOVE WS-OPERATOR-ID TO EST-SETTLED-OPERATOR
           ADD WS-ACCOUNTS-CLOSED TO EST-ACCOUNTS-CLOSED
           ADD WS-AMOUNT-PAID TO EST-AMOUNT-PAID
           REWRITE ESTCASE-RECORD
               INVALID KEY
                   DISPLAY V-PN 'ESTATE CASE REWRITE FAILED - '
                       WS-CUSTOMER-NUMBER
                   MOVE 8 TO RETURN-CODE
                   GO TO 3000-EXIT
           END-REWRITE
           DISPLAY V-PN 'ESTATE CASE ' WS-CUSTOMER-NUMBER ' SETTLED'.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE AND REPORT THE COUNTS.
      ******************************************************************
       9000-TERMINATE.
           IF WS-ESTCASE-IS-OPEN
               CLOSE ESTCASE-FILE
           END-IF
           CANCEL WS-SUBPGM01-NAME
           CANCEL WS-SUBPGM02-NAME
           MOVE WS-AMOUNT-PAID TO WS-AMOUNT-EDIT
           DISPLAY V-PN 'ACCOUNTS FOUND.......: ' WS-ACCOUNTS-FOUND
           DISPLAY V-PN 'PAY-OUTS POSTED......: ' WS-PAY-OUTS-POSTED
           DISPLAY V-PN 'AMOUNT PAID..........: ' WS-AMOUNT-EDIT
           DISPLAY V-PN 'ACCOUNTS CLOSED......: ' WS-ACCOUNTS-CLOSED
           DISPLAY V-PN 'ACCOUNTS LEFT OPEN...: ' WS-ACCOUNTS-LEFT-OPEN
           DISPLAY V-PN 'BACK-OUTS FAILED.....: ' WS-BACK-OUTS-FAILED.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9800-LOOKUP-ERROR-TEXT - TRANSLATE SP1-RETURN-CODE INTO TEXT
      *                          FROM THE SHARED ERRCODES TABLE.
      ******************************************************************
       9800-LOOKUP-ERROR-TEXT.
           MOVE SPACES TO WS-ERROR-TEXT
           MOVE 'N' TO WS-ERROR-FOUND-SWITCH
           PERFORM 9850-COMPARE-ERROR-CODE
               VARYING WS-ERROR-INDEX FROM 1 BY 1
               UNTIL WS-ERROR-INDEX > 23 OR WS-ERROR-TEXT-FOUND.
       9800-EXIT.
           EXIT.

       9850-COMPARE-ERROR-CODE.
           MOVE SP1-RETURN-CODE TO WS-RETURN-CODE-EDIT
           IF ERR-CODE(WS-ERROR-INDEX) = WS-RETURN-CODE-EDIT
               MOVE ERR-TEXT(WS-ERROR-INDEX) TO WS-ERROR-TEXT
               MOVE 'Y' TO WS-ERROR-FOUND-SWITCH
           END-IF.
