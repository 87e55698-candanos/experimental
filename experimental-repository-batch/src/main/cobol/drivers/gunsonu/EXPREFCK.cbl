      ******************************************************************
      * PROGRAM-ID : EXPREFCK
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - NIGHTLY CROSS-FILE
      *                    REFERENTIAL INTEGRITY CHECK OVER THE
      *                    MASTERS. NOTHING CHECKED THE LINKS BETWEEN
      *                    THEM - AN ACCTMSTR RECORD NAMING A CUSTOMER
      *                    GONE FROM CUSTMSTR SURFACED ONLY AS A
      *                    SUBPGM01 REJECT 32, AND AN ACCTLIMS,
      *                    INTACCR, BENREG, STORDER, STOPPAY OR
      *                    ACCTFRZ RECORD COULD OUTLIVE ITS ACCOUNT
      *                    AFTER AN EXPRENUM RUN OR A HAND LOAD. EVERY
      *                    ACCOUNT-KEYED FILE IS READ THROUGH AND EACH
      *                    RECORD LOOKED UP ON ACCTMSTR; ACCTMSTR AND
      *                    CUSTLIMS ARE LOOKED UP ON CUSTMSTR. ORPHANS,
      *                    DUPLICATES (TWO ACTIVE STANDING ORDERS OR
      *                    STOPS THAT ARE THE SAME INSTRUCTION) AND
      *                    STATE CONTRADICTIONS (AN ACTIVE STANDING
      *                    ORDER OR STOP ON A CLOSED ACCOUNT, INTEREST
      *                    STILL ACCRUED ON ONE, AN OPEN ACCOUNT ON AN
      *                    ERASED CUSTOMER) ARE LISTED ON EXPRFRPT.
      *                    THE FINDING COUNT GOES TO THE ONE-RECORD
      *                    EXPRFCEX CONTROL FILE FOR EXPALERT, THE
      *                    SAME WAY EXPRECON HANDS OVER ITS EXCEPTION
      *                    COUNT, AND ANY FINDING ENDS THE STEP CC 4.
      *                    READ-ONLY - NOTHING IS CORRECTED HERE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPREFCK.
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
           SELECT CUSTLIMS-FILE ASSIGN TO 'CUSTLIMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTLIMS-STATUS.
           SELECT ACCTLIMS-FILE ASSIGN TO 'ACCTLIMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTLIMS-STATUS.
           SELECT INTACCR-FILE ASSIGN TO 'INTACCR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INA-ACCOUNT-NUMBER
               FILE STATUS IS WS-INTACCR-STATUS.
           SELECT BENREG-FILE ASSIGN TO 'BENREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BEN-ACCOUNT-NUMBER
               FILE STATUS IS WS-BENREG-STATUS.
           SELECT ACCTFRZ-FILE ASSIGN TO 'ACCTFRZ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRZ-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTFRZ-STATUS.
           SELECT STORDER-FILE ASSIGN TO 'STORDER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORDER-STATUS.
           SELECT STOPPAY-FILE ASSIGN TO 'STOPPAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STOPPAY-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT EXPRFRPT-FILE ASSIGN TO 'EXPRFRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPRFRPT-STATUS.
           SELECT EXPRFCEX-FILE ASSIGN TO 'EXPRFCEX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPRFCEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMSTR.

       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMSTR.

       FD  CUSTLIMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTLIMS.

       FD  ACCTLIMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTLIMS.

       FD  INTACCR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INTACCR.

       FD  BENREG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BENREG.

       FD  ACCTFRZ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTFRZ.

       FD  STORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY STORDER.

       FD  STOPPAY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY STOPPAY.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY BUSDCTL.

       FD  EXPRFRPT-FILE
           LABEL RECORDS ARE STANDARD.
      *    ONE LINE PER FINDING - FILE, KEY, CONDITION.
       01  RFR-RECORD                     PIC X(80).

       FD  EXPRFCEX-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE ONE-RECORD FINDING-COUNT CONTROL FILE READ BY EXPALERT,
      *    LAID OUT THE SAME AS EXPRECON'S EXPRECEX.
       01  EXPRFCEX-RECORD.
           05  RFX-RUN-DATE                PIC 9(08).
           05  RFX-FINDING-COUNT           PIC 9(05).
           05  FILLER                      PIC X(07).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPREFCK->'.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-CUSTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-CUSTMST-OK               VALUE '00'.
           05  WS-CUSTLIMS-STATUS          PIC X(02) VALUE '00'.
               88  WS-CUSTLIMS-OK              VALUE '00'.
           05  WS-ACCTLIMS-STATUS          PIC X(02) VALUE '00'.
               88  WS-ACCTLIMS-OK              VALUE '00'.
           05  WS-INTACCR-STATUS           PIC X(02) VALUE '00'.
               88  WS-INTACCR-OK               VALUE '00'.
           05  WS-BENREG-STATUS            PIC X(02) VALUE '00'.
               88  WS-BENREG-OK                VALUE '00'.
           05  WS-ACCTFRZ-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTFRZ-OK               VALUE '00'.
           05  WS-STORDER-STATUS           PIC X(02) VALUE '00'.
               88  WS-STORDER-OK               VALUE '00'.
           05  WS-STOPPAY-STATUS           PIC X(02) VALUE '00'.
               88  WS-STOPPAY-OK               VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-EXPRFRPT-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPRFRPT-OK              VALUE '00'.
           05  WS-EXPRFCEX-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPRFCEX-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF-REACHED        VALUE 'Y'.
           05  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUE 'Y'.
           05  WS-ACCTMST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-ACCTMST-IS-OPEN          VALUE 'Y'.
           05  WS-CUSTMST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-CUSTMST-IS-OPEN          VALUE 'Y'.
           05  WS-RFRPT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-RFRPT-IS-OPEN            VALUE 'Y'.
           05  WS-ACCOUNT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-ACCOUNT-FOUND            VALUE 'Y'.
           05  WS-CUSTOMER-FOUND-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-CUSTOMER-FOUND           VALUE 'Y'.
           05  WS-DUPLICATE-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-DUPLICATE-FOUND          VALUE 'Y'.
           05  WS-DUP-OVERFLOW-SW          PIC X(01) VALUE 'N'.
               88  WS-DUP-TABLE-OVERFLOWED     VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-ERASED-MARKER                PIC X(25) VALUE '*ERASED*'.

      ******************************************************************
      * WS-FINDING - THE FINDING BEING WRITTEN: THE FILE IT IS ON, THE
      * RECORD'S KEY, ITS KIND, AND WHAT IS WRONG.
      ******************************************************************
       01  WS-FINDING.
           05  WS-FND-FILE                 PIC X(08) VALUE SPACES.
           05  WS-FND-KEY                  PIC X(16) VALUE SPACES.
           05  WS-FND-KIND                 PIC X(01) VALUE SPACE.
               88  WS-FND-ORPHAN               VALUE 'O'.
               88  WS-FND-DUPLICATE            VALUE 'D'.
               88  WS-FND-CONTRADICTION        VALUE 'S'.
           05  WS-FND-TEXT                 PIC X(45) VALUE SPACES.

      ******************************************************************
      * WS-ORDER-KEYS, WS-STOP-KEYS - THE ACTIVE STANDING ORDERS AND
      * STOPS SEEN SO FAR, FOR THE DUPLICATE CHECK. TWO ACTIVE ORDERS
      * ARE THE SAME INSTRUCTION WHEN ACCOUNT, PAYER REFERENCE, AMOUNT
      * AND FREQUENCY ALL AGREE; TWO ACTIVE STOPS WHEN ACCOUNT, MATCH
      * TYPE AND THE TRACE OR AMOUNT THEY MATCH ON AGREE.
      ******************************************************************
       01  WS-ORDER-KEYS.
           05  WS-ORD-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-ORD-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-ORD-ENTRY OCCURS 5000 TIMES.
               10  WS-ORD-ACCOUNT          PIC X(10).
               10  WS-ORD-REFERENCE        PIC X(16).
               10  WS-ORD-AMOUNT           PIC S9(11)V99 COMP-3.
               10  WS-ORD-FREQUENCY        PIC X(01).
       01  WS-STOP-KEYS.
           05  WS-STP-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-STP-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-STP-ENTRY OCCURS 5000 TIMES.
               10  WS-STP-ACCOUNT          PIC X(10).
               10  WS-STP-MATCH-TYPE       PIC X(01).
               10  WS-STP-TRACE-ID         PIC X(16).
               10  WS-STP-AMOUNT           PIC S9(11)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ            PIC 9(07) COMP VALUE ZERO.
           05  WS-CUSTLIMS-READ            PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCTLIMS-READ            PIC 9(07) COMP VALUE ZERO.
           05  WS-INTACCR-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-BENREG-READ              PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCTFRZ-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-STORDER-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-STOPPAY-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-ORPHAN-COUNT             PIC 9(05) COMP VALUE ZERO.
           05  WS-DUPLICATE-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-CONTRADICTION-COUNT      PIC 9(05) COMP VALUE ZERO.
           05  WS-FINDING-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-COUNT-EDIT                   PIC Z(06)9.

      ******************************************************************
      * 0000-MAINLINE - THE ACCOUNT MASTER AGAINST CUSTMSTR, THEN EACH
      *                 DEPENDENT FILE AGAINST ITS MASTER.
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-CHECK-ACCOUNTS THRU 2000-EXIT
               PERFORM 3000-CHECK-CUSTOMER-LIMITS THRU 3000-EXIT
               PERFORM 4000-CHECK-ACCOUNT-LIMITS THRU 4000-EXIT
               PERFORM 4200-CHECK-INTEREST-ACCRUALS THRU 4200-EXIT
               PERFORM 4400-CHECK-BENEFICIARIES THRU 4400-EXIT
               PERFORM 4600-CHECK-FREEZES THRU 4600-EXIT
               PERFORM 5000-CHECK-STANDING-ORDERS THRU 5000-EXIT
               PERFORM 6000-CHECK-STOP-PAYMENTS THRU 6000-EXIT
               PERFORM 9100-WRITE-FINDING-COUNT THRU 9100-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, THE MASTERS AND THE REPORT.
      *                   WITHOUT ACCTMSTR THERE IS NOTHING TO CHECK
      *                   AGAINST, SO THE STEP FAILS (CC 8). WITHOUT
      *                   CUSTMSTR THE CUSTOMER LINKS ARE LEFT
      *                   UNCHECKED AND THE STEP WARNS.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               DISPLAY V-PN 'ACCTMSTR UNAVAILABLE - STATUS '
                   WS-ACCTMST-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-ACCTMST-OPEN-SWITCH
           OPEN INPUT CUSTMST-FILE
           IF WS-CUSTMST-OK
               MOVE 'Y' TO WS-CUSTMST-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'CUSTMSTR UNAVAILABLE - STATUS '
                   WS-CUSTMST-STATUS ' - CUSTOMER LINKS NOT CHECKED'
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN OUTPUT EXPRFRPT-FILE
           IF WS-EXPRFRPT-OK
               MOVE 'Y' TO WS-RFRPT-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPRFRPT - STATUS '
                   WS-EXPRFRPT-STATUS
           END-IF
           MOVE SPACES TO RFR-RECORD
           STRING 'REFERENTIAL INTEGRITY CHECK AS OF '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO RFR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE 'FILE     KEY              CONDITION' TO RFR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-SET-RUN-DATE - THE DECLARED BUSINESS DATE FROM BUSDCTL,
      *                     SYSTEM DATE AS FALLBACK.
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
           END-IF.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-ACCOUNTS - EVERY ACCTMSTR RECORD NAMING A CUSTOMER
      *                       MUST FIND THAT CUSTOMER ON CUSTMSTR, AND
      *                       AN ACCOUNT STILL OPEN MAY NOT BELONG TO A
      *                       CUSTOMER EXPERASE HAS ERASED.
      ******************************************************************
       2000-CHECK-ACCOUNTS.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM 2100-CHECK-ONE-ACCOUNT THRU 2100-EXIT
               UNTIL WS-INPUT-EOF-REACHED.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-ACCOUNT.
           READ ACCTMST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-ACCOUNTS-READ
           IF NOT WS-CUSTMST-IS-OPEN
               GO TO 2100-EXIT
           END-IF
           IF ACM-CUSTOMER-NUMBER = SPACES OR LOW-VALUES
               GO TO 2100-EXIT
           END-IF
           MOVE ACM-CUSTOMER-NUMBER TO CUS-CUSTOMER-NUMBER
           PERFORM 7100-LOOKUP-CUSTOMER THRU 7100-EXIT
           MOVE 'ACCTMSTR' TO WS-FND-FILE
           MOVE ACM-ACCOUNT-NUMBER TO WS-FND-KEY
           IF NOT WS-CUSTOMER-FOUND
               MOVE 'O' TO WS-FND-KIND
               STRING 'CUSTOMER ' DELIMITED BY SIZE
                      ACM-CUSTOMER-NUMBER DELIMITED BY SIZE
                      ' NOT ON CUSTMSTR' DELIMITED BY SIZE
                   INTO WS-FND-TEXT
               END-STRING
               PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
               GO TO 2100-EXIT
           END-IF
           IF NOT ACM-CLOSED AND
                   CUS-CUSTOMER-NAME = WS-ERASED-MARKER
               MOVE 'S' TO WS-FND-KIND
               STRING 'OPEN ACCOUNT ON ERASED CUSTOMER '
                          DELIMITED BY SIZE
                      ACM-CUSTOMER-NUMBER DELIMITED BY SIZE
                   INTO WS-FND-TEXT
               END-STRING
               PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CHECK-CUSTOMER-LIMITS - EVERY CUSTLIMS RECORD MUST FIND
      *                              ITS CUSTOMER ON CUSTMSTR.
      ******************************************************************
       3000-CHECK-CUSTOMER-LIMITS.
           IF NOT WS-CUSTMST-IS-OPEN
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT CUSTLIMS-FILE
           IF NOT WS-CUSTLIMS-OK
               DISPLAY V-PN 'NO CUSTLIMS FILE - NOT CHECKED'
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM 3100-CHECK-ONE-CUSTOMER-LIMIT THRU 3100-EXIT
               UNTIL WS-INPUT-EOF-REACHED
           CLOSE CUSTLIMS-FILE.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-CUSTOMER-LIMIT.
           READ CUSTLIMS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-CUSTLIMS-READ
           MOVE CLM-CUSTOMER-NUMBER TO CUS-CUSTOMER-NUMBER
           PERFORM 7100-LOOKUP-CUSTOMER THRU 7100-EXIT
           IF NOT WS-CUSTOMER-FOUND
               MOVE 'CUSTLIMS' TO WS-FND-FILE
               MOVE CLM-CUSTOMER-NUMBER TO WS-FND-KEY
               MOVE 'O' TO WS-FND-KIND
               MOVE 'CUSTOMER NOT ON CUSTMSTR' TO WS-FND-TEXT
               PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CHECK-ACCOUNT-LIMITS - EVERY ACCTLIMS RECORD MUST FIND
      *                             ITS ACCOUNT.
      ******************************************************************
       4000-CHECK-ACCOUNT-LIMITS.
           OPEN INPUT ACCTLIMS-FILE
           IF NOT WS-ACCTLIMS-OK
               DISPLAY V-PN 'NO ACCTLIMS FILE - NOT CHECKED'
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM 4100-CHECK-ONE-ACCOUNT-LIMIT THRU 4100-EXIT
               UNTIL WS-INPUT-EOF-REACHED
           CLOSE ACCTLIMS-FILE.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-ACCOUNT-LIMIT.
           READ ACCTLIMS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-ACCTLIMS-READ
           MOVE LIM-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           PERFORM 7000-LOOKUP-ACCOUNT THRU 7000-EXIT
           IF NOT WS-ACCOUNT-FOUND
               MOVE 'ACCTLIMS' TO WS-FND-FILE
               MOVE LIM-ACCOUNT-NUMBER TO WS-FND-KEY
               PERFORM 8050-WRITE-ACCOUNT-ORPHAN THRU 8050-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-CHECK-INTEREST-ACCRUALS - EVERY INTACCR RECORD MUST FIND
      *                                ITS ACCOUNT, AND A CLOSED
      *                                ACCOUNT SHOULD CARRY NO
      *                                UNCAPITALIZED INTEREST.
      ******************************************************************
       4200-CHECK-INTEREST-ACCRUALS.
           OPEN INPUT INTACCR-FILE
           IF NOT WS-INTACCR-OK
               DISPLAY V-PN 'NO INTACCR FILE - NOT CHECKED'
               GO TO 4200-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM 4300-CHECK-ONE-ACCRUAL THRU 4300-EXIT
               UNTIL WS-INPUT-EOF-REACHED
           CLOSE INTACCR-FILE.
       4200-EXIT.
           EXIT.

       4300-CHECK-ONE-ACCRUAL.
           READ INTACCR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 4300-EXIT
           END-READ
           ADD 1 TO WS-INTACCR-READ
           MOVE INA-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           PERFORM 7000-LOOKUP-ACCOUNT THRU 7000-EXIT
           MOVE 'INTACCR ' TO WS-FND-FILE
           MOVE INA-ACCOUNT-NUMBER TO WS-FND-KEY
           IF NOT WS-ACCOUNT-FOUND
               PERFORM 8050-WRITE-ACCOUNT-ORPHAN THRU 8050-EXIT
               GO TO 4300-EXIT
           END-IF
           IF ACM-CLOSED AND INA-ACCRUED-AMOUNT NUMERIC AND
                   INA-ACCRUED-AMOUNT NOT = ZERO
               MOVE 'S' TO WS-FND-KIND
               MOVE 'INTEREST STILL ACCRUED ON A CLOSED ACCOUNT'
                   TO WS-FND-TEXT
               PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4400-CHECK-BENEFICIARIES - EVERY BENREG RECORD MUST FIND ITS
      *                            ACCOUNT.
      ******************************************************************
       4400-CHECK-BENEFICIARIES.
           OPEN INPUT BENREG-FILE
           IF NOT WS-BENREG-OK
               DISPLAY V-PN 'NO BENREG FILE - NOT CHECKED'
               GO TO 4400-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM 4500-CHECK-ONE-BENEFICIARY THRU 4500-EXIT
               UNTIL WS-INPUT-EOF-REACHED
           CLOSE BENREG-FILE.
       4400-EXIT.
           EXIT.

       4500-CHECK-ONE-BENEFICIARY.
           READ BENREG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 4500-EXIT
           END-READ
           ADD 1 TO WS-BENREG-READ
           MOVE BEN-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           PERFORM 7000-LOOKUP-ACCOUNT THRU 7000-EXIT
           IF NOT WS-ACCOUNT-FOUND
               MOVE 'BENREG  ' TO WS-FND-FILE
               MOVE BEN-ACCOUNT-NUMBER TO WS-FND-KEY
               PERFORM 8050-WRITE-ACCOUNT-ORPHAN THRU 8050-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4600-CHECK-FREEZES - EVERY ACCTFRZ RECORD MUST FIND ITS
      *                      ACCOUNT - A FREEZE ON A MISSING ACCOUNT
      *                      PROTECTS NOTHING.
      ******************************************************************
       4600-CHECK-FREEZES.
           OPEN INPUT ACCTFRZ-FILE
           IF NOT WS-ACCTFRZ-OK
               DISPLAY V-PN 'NO ACCTFRZ FILE - NOT CHECKED'
               GO TO 4600-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM 4700-CHECK-ONE-FREEZE THRU 4700-EXIT
               UNTIL WS-INPUT-EOF-REACHED
           CLOSE ACCTFRZ-FILE.
       4600-EXIT.
           EXIT.

       4700-CHECK-ONE-FREEZE.
           READ ACCTFRZ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 4700-EXIT
           END-READ
           ADD 1 TO WS-ACCTFRZ-READ
           MOVE FRZ-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           PERFORM 7000-LOOKUP-ACCOUNT THRU 7000-EXIT
           IF NOT WS-ACCOUNT-FOUND
               MOVE 'ACCTFRZ ' TO WS-FND-FILE
               MOVE FRZ-ACCOUNT-NUMBER TO WS-FND-KEY
               IF FRZ-ACTIVE
                   MOVE 'O' TO WS-FND-KIND
                   MOVE 'ACTIVE FREEZE - ACCOUNT NOT ON ACCTMSTR'
                       TO WS-FND-TEXT
                   PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
               ELSE
                   PERFORM 8050-WRITE-ACCOUNT-ORPHAN THRU 8050-EXIT
               END-IF
           END-IF.
       4700-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHECK-STANDING-ORDERS - EVERY STORDER RECORD MUST FIND ITS
      *                              ACCOUNT; AN ACTIVE ORDER MAY NOT
      *                              DRAW ON A CLOSED OR CHARGED-OFF
      *                              ACCOUNT, NOR REPEAT ANOTHER
      *                              ACTIVE ORDER.
      ******************************************************************
       5000-CHECK-STANDING-ORDERS.
           OPEN INPUT STORDER-FILE
           IF NOT WS-STORDER-OK
               DISPLAY V-PN 'NO STORDER FILE - NOT CHECKED'
               GO TO 5000-EXIT
           END-IF
           MOVE 'N' TO WS-DUP-OVERFLOW-SW
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM 5100-CHECK-ONE-ORDER THRU 5100-EXIT
               UNTIL WS-INPUT-EOF-REACHED
           CLOSE STORDER-FILE
           IF WS-DUP-TABLE-OVERFLOWED
               DISPLAY V-PN 'WARNING - MORE THAN 5000 ACTIVE STANDING '
                   'ORDERS - DUPLICATE CHECK INCOMPLETE'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-ORDER.
           READ STORDER-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO WS-STORDER-READ
           MOVE STO-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           PERFORM 7000-LOOKUP-ACCOUNT THRU 7000-EXIT
           MOVE 'STORDER ' TO WS-FND-FILE
           MOVE STO-ACCOUNT-NUMBER TO WS-FND-KEY
           IF NOT WS-ACCOUNT-FOUND
               PERFORM 8050-WRITE-ACCOUNT-ORPHAN THRU 8050-EXIT
               GO TO 5100-EXIT
           END-IF
           IF NOT STO-ACTIVE
               GO TO 5100-EXIT
           END-IF
           IF ACM-CLOSED OR ACM-CHARGED-OFF
               MOVE 'S' TO WS-FND-KIND
               STRING 'ACTIVE ORDER ' DELIMITED BY SIZE
                      STO-PAYER-REFERENCE DELIMITED BY SIZE
                      ' - ACCOUNT CLOSED' DELIMITED BY SIZE
                   INTO WS-FND-TEXT
               END-STRING
               PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
           END-IF
           MOVE 'N' TO WS-DUPLICATE-SWITCH
           PERFORM 5150-COMPARE-ORDER
               VARYING WS-ORD-INDEX FROM 1 BY 1
               UNTIL WS-ORD-INDEX > WS-ORD-COUNT
                   OR WS-DUPLICATE-FOUND
           IF WS-DUPLICATE-FOUND
               MOVE 'D' TO WS-FND-KIND
               STRING 'ACTIVE ORDER ' DELIMITED BY SIZE
                      STO-PAYER-REFERENCE DELIMITED BY SIZE
                      ' REPEATED' DELIMITED BY SIZE
                   INTO WS-FND-TEXT
               END-STRING
               PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
               GO TO 5100-EXIT
           END-IF
           IF WS-ORD-COUNT < 5000
               ADD 1 TO WS-ORD-COUNT
               MOVE STO-ACCOUNT-NUMBER TO WS-ORD-ACCOUNT(WS-ORD-COUNT)
               MOVE STO-PAYER-REFERENCE
                   TO WS-ORD-REFERENCE(WS-ORD-COUNT)
               MOVE STO-AMOUNT TO WS-ORD-AMOUNT(WS-ORD-COUNT)
               MOVE STO-FREQUENCY TO WS-ORD-FREQUENCY(WS-ORD-COUNT)
           ELSE
               MOVE 'Y' TO WS-DUP-OVERFLOW-SW
           END-IF.
       5100-EXIT.
           EXIT.

       5150-COMPARE-ORDER.
           IF WS-ORD-ACCOUNT(WS-ORD-INDEX) = STO-ACCOUNT-NUMBER AND
                   WS-ORD-REFERENCE(WS-ORD-INDEX)
                       = STO-PAYER-REFERENCE AND
                   WS-ORD-AMOUNT(WS-ORD-INDEX) = STO-AMOUNT AND
                   WS-ORD-FREQUENCY(WS-ORD-INDEX) = STO-FREQUENCY
               MOVE 'Y' TO WS-DUPLICATE-SWITCH
           END-IF.

      ******************************************************************
      * 6000-CHECK-STOP-PAYMENTS - EVERY STOPPAY RECORD MUST FIND ITS
      *                            ACCOUNT; AN ACTIVE STOP ON A CLOSED
      *                            ACCOUNT IS LEFT OVER, AND TWO ACTIVE
      *                            STOPS MAY NOT BE THE SAME STOP.
      ******************************************************************
       6000-CHECK-STOP-PAYMENTS.
           OPEN INPUT STOPPAY-FILE
           IF NOT WS-STOPPAY-OK
               DISPLAY V-PN 'NO STOPPAY FILE - NOT CHECKED'
               GO TO 6000-EXIT
           END-IF
           MOVE 'N' TO WS-DUP-OVERFLOW-SW
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM 6100-CHECK-ONE-STOP THRU 6100-EXIT
               UNTIL WS-INPUT-EOF-REACHED
           CLOSE STOPPAY-FILE
           IF WS-DUP-TABLE-OVERFLOWED
               DISPLAY V-PN 'WARNING - MORE THAN 5000 ACTIVE STOPS - '
                   'DUPLICATE CHECK INCOMPLETE'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-STOP.
           READ STOPPAY-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 6100-EXIT
           END-READ
           ADD 1 TO WS-STOPPAY-READ
           MOVE STP-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           PERFORM 7000-LOOKUP-ACCOUNT THRU 7000-EXIT
           MOVE 'STOPPAY ' TO WS-FND-FILE
           MOVE STP-ACCOUNT-NUMBER TO WS-FND-KEY
           IF NOT WS-ACCOUNT-FOUND
               PERFORM 8050-WRITE-ACCOUNT-ORPHAN THRU 8050-EXIT
               GO TO 6100-EXIT
           END-IF
           IF NOT STP-ACTIVE
               GO TO 6100-EXIT
           END-IF
           IF ACM-CLOSED
               MOVE 'S' TO WS-FND-KIND
               MOVE 'ACTIVE STOP ON A CLOSED ACCOUNT' TO WS-FND-TEXT
               PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
           END-IF
           MOVE 'N' TO WS-DUPLICATE-SWITCH
           PERFORM 6150-COMPARE-STOP
               VARYING WS-STP-INDEX FROM 1 BY 1
               UNTIL WS-STP-INDEX > WS-STP-COUNT
                   OR WS-DUPLICATE-FOUND
           IF WS-DUPLICATE-FOUND
               MOVE 'D' TO WS-FND-KIND
               MOVE 'ACTIVE STOP REPEATED' TO WS-FND-TEXT
               PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
               GO TO 6100-EXIT
           END-IF
           IF WS-STP-COUNT < 5000
               ADD 1 TO WS-STP-COUNT
               MOVE STP-ACCOUNT-NUMBER TO WS-STP-ACCOUNT(WS-STP-COUNT)
               MOVE STP-MATCH-TYPE TO WS-STP-MATCH-TYPE(WS-STP-COUNT)
               MOVE STP-TRACE-ID TO WS-STP-TRACE-ID(WS-STP-COUNT)
               MOVE STP-AMOUNT TO WS-STP-AMOUNT(WS-STP-COUNT)
           ELSE
               MOVE 'Y' TO WS-DUP-OVERFLOW-SW
           END-IF.
       6100-EXIT.
           EXIT.

      *    A TRACE STOP MATCHES ON THE TRACE, AN AMOUNT STOP ON THE
      *    AMOUNT - THE OTHER FIELD IS NOT PART OF THE INSTRUCTION.
       6150-COMPARE-STOP.
           IF WS-STP-ACCOUNT(WS-STP-INDEX) = STP-ACCOUNT-NUMBER AND
                   WS-STP-MATCH-TYPE(WS-STP-INDEX) = STP-MATCH-TYPE
               IF STP-MATCH-BY-TRACE
                   IF WS-STP-TRACE-ID(WS-STP-INDEX) = STP-TRACE-ID
                       MOVE 'Y' TO WS-DUPLICATE-SWITCH
                   END-IF
               ELSE
                   IF WS-STP-AMOUNT(WS-STP-INDEX) = STP-AMOUNT
                       MOVE 'Y' TO WS-DUPLICATE-SWITCH
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 7000-LOOKUP-ACCOUNT - RANDOM READ OF ACCTMSTR ON THE KEY
      *                       ALREADY MOVED TO ACM-ACCOUNT-NUMBER.
      ******************************************************************
       7000-LOOKUP-ACCOUNT.
           MOVE 'Y' TO WS-ACCOUNT-FOUND-SWITCH
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH
           END-READ.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-LOOKUP-CUSTOMER - RANDOM READ OF CUSTMSTR ON THE KEY
      *                        ALREADY MOVED TO CUS-CUSTOMER-NUMBER.
      ******************************************************************
       7100-LOOKUP-CUSTOMER.
           MOVE 'Y' TO WS-CUSTOMER-FOUND-SWITCH
           READ CUSTMST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CUSTOMER-FOUND-SWITCH
           END-READ.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-FINDING - ONE REPORT LINE FOR THE FINDING IN
      *                      WS-FINDING, COUNTED BY KIND.
      ******************************************************************
       8000-WRITE-FINDING.
           ADD 1 TO WS-FINDING-COUNT
           EVALUATE TRUE
               WHEN WS-FND-ORPHAN
                   ADD 1 TO WS-ORPHAN-COUNT
               WHEN WS-FND-DUPLICATE
                   ADD 1 TO WS-DUPLICATE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CONTRADICTION-COUNT
           END-EVALUATE
           MOVE SPACES TO RFR-RECORD
           MOVE WS-FND-FILE TO RFR-RECORD(1:8)
           MOVE WS-FND-KEY TO RFR-RECORD(10:16)
           EVALUATE TRUE
               WHEN WS-FND-ORPHAN
                   MOVE 'ORPHAN    ' TO RFR-RECORD(27:10)
               WHEN WS-FND-DUPLICATE
                   MOVE 'DUPLICATE ' TO RFR-RECORD(27:10)
               WHEN OTHER
                   MOVE 'STATE     ' TO RFR-RECORD(27:10)
           END-EVALUATE
           MOVE WS-FND-TEXT TO RFR-RECORD(37:44)
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO WS-FINDING.
       8000-EXIT.
           EXIT.

       8050-WRITE-ACCOUNT-ORPHAN.
           MOVE 'O' TO WS-FND-KIND
           MOVE 'ACCOUNT NOT ON ACCTMSTR' TO WS-FND-TEXT
           PERFORM 8000-WRITE-FINDING THRU 8000-EXIT.
       8050-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           DISPLAY V-PN RFR-RECORD(1:70)
           IF WS-RFRPT-IS-OPEN
               WRITE RFR-RECORD
           END-IF.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - TOTALS, CLOSE, AND CC 4 ON ANY FINDING.
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-RUN-REFUSED
               PERFORM 9200-PRINT-TOTALS THRU 9200-EXIT
           END-IF
           IF WS-ACCTMST-IS-OPEN
               CLOSE ACCTMST-FILE
           END-IF
           IF WS-CUSTMST-IS-OPEN
               CLOSE CUSTMST-FILE
           END-IF
           IF WS-RFRPT-IS-OPEN
               CLOSE EXPRFRPT-FILE
           END-IF
           IF WS-FINDING-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY V-PN 'ACCTMSTR CHECKED.....: ' WS-ACCOUNTS-READ
           DISPLAY V-PN 'CUSTLIMS CHECKED.....: ' WS-CUSTLIMS-READ
           DISPLAY V-PN 'ACCTLIMS CHECKED.....: ' WS-ACCTLIMS-READ
           DISPLAY V-PN 'INTACCR CHECKED......: ' WS-INTACCR-READ
           DISPLAY V-PN 'BENREG CHECKED.......: ' WS-BENREG-READ
           DISPLAY V-PN 'ACCTFRZ CHECKED......: ' WS-ACCTFRZ-READ
           DISPLAY V-PN 'STORDER CHECKED......: ' WS-STORDER-READ
           DISPLAY V-PN 'STOPPAY CHECKED......: ' WS-STOPPAY-READ
           DISPLAY V-PN 'FINDINGS.............: ' WS-FINDING-COUNT.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-WRITE-FINDING-COUNT - THE FINDING COUNT FOR EXPALERT, ON
      *                            THE EXPRFCEX CONTROL FILE.
      ******************************************************************
       9100-WRITE-FINDING-COUNT.
           OPEN OUTPUT EXPRFCEX-FILE
           IF NOT WS-EXPRFCEX-OK
               DISPLAY V-PN 'UNABLE TO OPEN EXPRFCEX - STATUS '
                   WS-EXPRFCEX-STATUS
               GO TO 9100-EXIT
           END-IF
           MOVE WS-RUN-DATE TO RFX-RUN-DATE
           MOVE WS-FINDING-COUNT TO RFX-FINDING-COUNT
           WRITE EXPRFCEX-RECORD
           CLOSE EXPRFCEX-FILE.
       9100-EXIT.
           EXIT.

       9200-PRINT-TOTALS.
           MOVE SPACES TO RFR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE WS-ORPHAN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RFR-RECORD
           STRING 'ORPHANS.............: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RFR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RFR-RECORD
           STRING 'DUPLICATES..........: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RFR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE WS-CONTRADICTION-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RFR-RECORD
           STRING 'STATE CONTRADICTIONS: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RFR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       9200-EXIT.
           EXIT.
