      ******************************************************************
      * PROGRAM-ID : EXPERASE
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - DATA-RETENTION ERASURE,
      *                    SCHEDULED BY OPERATIONS UNDER THE RETENTION
      *                    POLICY. TAKES YEARS=N (DEFAULT 7) AND
      *                    OPER=... - THE OPERATOR WHO SIGNS THE RUN
      *                    OFF - AND FINDS EVERY CUSTOMER WHOSE
      *                    ACCOUNTS, LED OR LINKED THROUGH ACCTREL,
      *                    ARE ALL CLOSED AND HAVE BEEN FOR LONGER
      *                    THAN THE PERIOD; THE CLOSURE DATE IS THE
      *                    LAST STATUS CHANGE TO 'C' ON THE ACCTAUDT
      *                    TRAIL. A CUSTOMER WITH AN OPEN DSPCASE
      *                    DISPUTE, AN ACTIVE ACCTFRZ FREEZE OR A
      *                    PENDING CMPHOLD ITEM ON ANY OF THOSE
      *                    ACCOUNTS IS HELD BACK. FOR THE REST THE
      *                    PERSONAL FIELDS ARE ERASED - THE MATCHED
      *                    NAME ON CMPHOLD, THE NAME ON THE CUSTAUDT
      *                    TRAIL, THE PAYER REFERENCE AND REMITTANCE
      *                    TEXT ON REMITINF, THE EXPECTED NAME ON
      *                    BENREG AND, LAST, THE NAME AND ADDRESS ON
      *                    CUSTMSTR - WHILE ACCOUNT NUMBERS, AMOUNTS
      *                    AND DATES STAY FOR THE AUDITORS. EACH
      *                    CUSTOMER ERASED GETS AN ENTRY ON THE ERASREG
      *                    REGISTER AND THE RUN CLOSES WITH A SIGN-OFF
      *                    RECORD. A CUSTOMER WHOSE CUSTMSTR NAME
      *                    ALREADY CARRIES THE ERASED MARKER IS NOT
      *                    ERASED TWICE, SO A RERUN AFTER A FAILURE
      *                    PICKS UP ONLY WHAT WAS LEFT. THE RUN IS
      *                    REFUSED (CC 8, NOTHING ERASED) WHILE
      *                    EXPCTRL'S POSTING WINDOW IS OPEN, WITHOUT
      *                    AN OPERATOR, OR WHEN ANY WORK TABLE FILLS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPERASE.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT ACCTAUDT-FILE ASSIGN TO 'ACCTAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTAUDT-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT ACCTREL-FILE ASSIGN TO 'ACCTREL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARL-KEY
               FILE STATUS IS WS-ACCTREL-STATUS.
           SELECT DSPCASE-FILE ASSIGN TO 'DSPCASE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSPCASE-STATUS.
           SELECT ACCTFRZ-FILE ASSIGN TO 'ACCTFRZ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRZ-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTFRZ-STATUS.
           SELECT CMPHOLD-FILE ASSIGN TO 'CMPHOLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMPHOLD-STATUS.
           SELECT CUSTAUDT-FILE ASSIGN TO 'CUSTAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTAUDT-STATUS.
           SELECT CUSTMST-FILE ASSIGN TO 'CUSTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT BENREG-FILE ASSIGN TO 'BENREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BEN-ACCOUNT-NUMBER
               FILE STATUS IS WS-BENREG-STATUS.
           SELECT REMITINF-FILE ASSIGN TO 'REMITINF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMI-TRACE-ID
               FILE STATUS IS WS-REMITINF-STATUS.
           SELECT ERASREG-FILE ASSIGN TO 'ERASREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       FD  ACCTAUDT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE ACCTMNT AUDIT TRAIL - THE ONLY RECORD OF WHEN AN
      *    ACCOUNT CLOSED.
           COPY ACMAUDT.

       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMSTR.

       FD  ACCTREL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREL.

       FD  DSPCASE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY DSPCASE.

       FD  ACCTFRZ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTFRZ.

       FD  CMPHOLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CMPHOLD.

       FD  CUSTAUDT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CUSAUDT.

       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMSTR.

       FD  BENREG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BENREG.

       FD  REMITINF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REMITINF.

       FD  ERASREG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY ERASREG.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPERASE->'.
      *    WHAT AN ERASED NAME, ADDRESS OR TEXT FIELD IS LEFT HOLDING.
       01  WS-ERASED-MARKER                PIC X(25) VALUE '*ERASED*'.

       01  WS-FILE-STATUSES.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-ACCTAUDT-STATUS          PIC X(02) VALUE '00'.
               88  WS-ACCTAUDT-OK              VALUE '00'.
               88  WS-ACCTAUDT-NOT-FOUND       VALUE '35'.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-ACCTREL-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTREL-OK               VALUE '00'.
               88  WS-ACCTREL-NOT-FOUND        VALUE '35'.
           05  WS-DSPCASE-STATUS           PIC X(02) VALUE '00'.
               88  WS-DSPCASE-OK               VALUE '00'.
               88  WS-DSPCASE-NOT-FOUND        VALUE '35'.
           05  WS-ACCTFRZ-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTFRZ-OK               VALUE '00'.
               88  WS-ACCTFRZ-NOT-FOUND        VALUE '35'.
           05  WS-CMPHOLD-STATUS           PIC X(02) VALUE '00'.
               88  WS-CMPHOLD-OK               VALUE '00'.
               88  WS-CMPHOLD-NOT-FOUND        VALUE '35'.
           05  WS-CUSTAUDT-STATUS          PIC X(02) VALUE '00'.
               88  WS-CUSTAUDT-OK              VALUE '00'.
               88  WS-CUSTAUDT-NOT-FOUND       VALUE '35'.
           05  WS-CUSTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-CUSTMST-OK               VALUE '00'.
           05  WS-BENREG-STATUS            PIC X(02) VALUE '00'.
               88  WS-BENREG-OK                VALUE '00'.
               88  WS-BENREG-NOT-FOUND         VALUE '35'.
           05  WS-REMITINF-STATUS          PIC X(02) VALUE '00'.
               88  WS-REMITINF-OK              VALUE '00'.
               88  WS-REMITINF-NOT-FOUND       VALUE '35'.
           05  WS-ERASREG-STATUS           PIC X(02) VALUE '00'.
               88  WS-ERASREG-OK               VALUE '00'.
               88  WS-ERASREG-NOT-FOUND        VALUE '35'.

       01  WS-SWITCHES.
           05  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUE 'Y'.
           05  WS-POSTING-WINDOW-SW        PIC X(01) VALUE 'N'.
               88  WS-POSTING-WINDOW-OPEN      VALUE 'Y'.
           05  WS-LOAD-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-LOAD-EOF-REACHED         VALUE 'Y'.
           05  WS-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-TABLE-OVERFLOWED         VALUE 'Y'.
           05  WS-CHANGED-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-FILE-CHANGED             VALUE 'Y'.
           05  WS-LEAD-SWITCH              PIC X(01) VALUE 'N'.
               88  WS-LEAD-ACCOUNT             VALUE 'Y'.
           05  WS-CUSTMST-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-CUSTMST-IS-OPEN          VALUE 'Y'.
           05  WS-BENREG-OPEN-SW           PIC X(01) VALUE 'N'.
               88  WS-BENREG-IS-OPEN           VALUE 'Y'.
           05  WS-ERASREG-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-ERASREG-IS-OPEN          VALUE 'Y'.

       01  WS-PARM-STRING                 PIC X(80) VALUE SPACES.
       01  WS-PARM-TABLE.
           05  WS-PARM-TOK                PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-INDEX                  PIC 9(02) COMP VALUE ZERO.
       01  WS-PARM-KEY                    PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                  PIC X(16) VALUE SPACES.
       01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
      *    THE CUTOFF IS THE RUN DATE LESS WS-RETENTION-YEARS WHOLE
      *    YEARS, AS EXPDORM COMPUTES ITS OWN. A CUSTOMER WHOSE LAST
      *    ACCOUNT CLOSED BEFORE IT IS PAST THE RETENTION PERIOD.
       01  WS-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-RETENTION-YEARS              PIC 9(02) VALUE 7.

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-ERASED         PIC 9(07) COMP VALUE ZERO.
           05  WS-CUSTOMERS-HELD           PIC 9(07) COMP VALUE ZERO.
           05  WS-CUSTOMERS-OPEN           PIC 9(07) COMP VALUE ZERO.
           05  WS-CUSTOMERS-UNDATED        PIC 9(07) COMP VALUE ZERO.
           05  WS-CUSTOMERS-RETAINED       PIC 9(07) COMP VALUE ZERO.
           05  WS-CUSTOMERS-DONE-BEFORE    PIC 9(07) COMP VALUE ZERO.
           05  WS-CUSTOMERS-TO-ERASE       PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-ERASED           PIC 9(09) COMP VALUE ZERO.
           05  WS-CUSTOMER-RECORDS         PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * WS-CLOSE-TABLE - THE LATEST DATE EACH ACCOUNT WAS CLOSED, FROM
      * THE ACCTAUDT TRAIL.
      ******************************************************************
       01  WS-CLOSE-TABLE.
           05  WS-CLS-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-CLS-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-CLS-SLOT                 PIC 9(04) COMP VALUE ZERO.
           05  WS-CLS-ENTRY OCCURS 4000 TIMES.
               10  WS-CLS-ACCOUNT          PIC X(10).
               10  WS-CLS-DATE             PIC 9(08).

      ******************************************************************
      * WS-CUSTOMER-TABLE - EVERY CUSTOMER WHO LEADS AN ACCOUNT, AND
      * WHERE THE RUN LEFT THEM. ONLY A CUSTOMER STILL A CANDIDATE
      * AFTER EVERY CHECK IS ERASED.
      ******************************************************************
       01  WS-CUSTOMER-TABLE.
           05  WS-CST-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-CST-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-CST-SLOT                 PIC 9(04) COMP VALUE ZERO.
           05  WS-CST-ENTRY OCCURS 2000 TIMES.
               10  WS-CST-CUSTOMER         PIC X(08).
               10  WS-CST-STATE            PIC X(01).
                   88  WS-CST-CANDIDATE        VALUE 'C'.
                   88  WS-CST-ACCOUNT-OPEN     VALUE 'O'.
                   88  WS-CST-CLOSE-UNDATED    VALUE 'U'.
                   88  WS-CST-IN-RETENTION     VALUE 'R'.
                   88  WS-CST-DISPUTED         VALUE 'D'.
                   88  WS-CST-FROZEN           VALUE 'F'.
                   88  WS-CST-COMPLIANCE-HELD  VALUE 'H'.
                   88  WS-CST-HELD             VALUES 'D' 'F' 'H'.
                   88  WS-CST-NOT-ON-FILE      VALUE 'N'.
                   88  WS-CST-ERASED-BEFORE    VALUE 'X'.
                   88  WS-CST-TO-ERASE         VALUE 'E'.
                   88  WS-CST-ERASE-FAILED     VALUE 'Z'.
               10  WS-CST-LAST-CLOSED      PIC 9(08).
               10  WS-CST-ACCOUNTS         PIC 9(03) COMP.
               10  WS-CST-BENREG-COUNT     PIC 9(03) COMP.
               10  WS-CST-CMPHOLD-COUNT    PIC 9(05) COMP.
               10  WS-CST-CUSTAUDT-COUNT   PIC 9(05) COMP.
               10  WS-CST-REMITINF-COUNT   PIC 9(05) COMP.
       01  WS-LOOK-CUSTOMER                PIC X(08) VALUE SPACES.

      ******************************************************************
      * WS-ACCOUNT-TABLE - THE CLOSED ACCOUNTS OF EACH CANDIDATE, LED
      * OR LINKED. THE HOLD CHECKS LOOK AT BOTH; ONLY A LED ACCOUNT'S
      * RECORDS ARE ERASED - A LINKED ONE BELONGS TO ITS LEAD.
      ******************************************************************
       01  WS-ACCOUNT-TABLE.
           05  WS-ACT-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-ACT-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-ACT-SLOT                 PIC 9(04) COMP VALUE ZERO.
           05  WS-ACT-ENTRY OCCURS 4000 TIMES.
               10  WS-ACT-ACCOUNT          PIC X(10).
               10  WS-ACT-CUSTOMER-SLOT    PIC 9(04) COMP.
               10  WS-ACT-LEAD-SW          PIC X(01).
                   88  WS-ACT-IS-LEAD          VALUE 'Y'.
       01  WS-LOOK-ACCOUNT                 PIC X(10) VALUE SPACES.
       01  WS-HOLD-STATE                   PIC X(01) VALUE SPACES.
       01  WS-CLOSE-DATE                   PIC 9(08) VALUE ZERO.

      ******************************************************************
      * WS-HOLD-TABLE / WS-CUSTAUDT-TABLE - CMPHOLD AND CUSTAUDT HELD
      * WHOLE, SO A TABLE THAT WILL NOT FIT REFUSES THE RUN BEFORE
      * ANYTHING IS ERASED AND THE ERASED COPY IS WRITTEN BACK IN ONE
      * PASS, AS PSEXCMPL REWRITES CMPHOLD.
      ******************************************************************
       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  WS-HOLD-INDEX               PIC 9(04) COMP VALUE ZERO.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES.
               10  WS-HOLD-RECORD          PIC X(192).

       01  WS-CUSTAUDT-TABLE.
           05  WS-AUD-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-AUD-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-AUD-ENTRY OCCURS 5000 TIMES.
               10  WS-AUD-RECORD           PIC X(60).

           COPY SUBPRM01.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-FIND-CANDIDATES THRU 2000-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 3000-APPLY-HOLDS THRU 3000-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 4000-ERASE-CUSTOMERS THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - RUN DATE, PARMS, THE POSTING WINDOW AND THE
      *                   CUTOFF.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           PERFORM 1100-APPLY-PARM-TOKEN THRU 1100-EXIT
               VARYING WS-PARM-INDEX FROM 1 BY 1
               UNTIL WS-PARM-INDEX > 2
      *    THE ERASURE CANNOT BE UNDONE - THE REGISTER MUST NAME WHO
      *    AUTHORISED IT.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY V-PN 'SUPPLY OPER=... (AND OPTIONALLY YEARS=N) '
                   '- RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF WS-RETENTION-YEARS = ZERO
               DISPLAY V-PN 'YEARS=0 WOULD ERASE EVERY CLOSED '
                   'CUSTOMER - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
      *    THE POSTING CHAIN WRITES CMPHOLD AS IT RUNS - A FULL REWRITE
      *    OF THE FILE UNDER IT WOULD LOSE ITS HOLDS.
           IF WS-POSTING-WINDOW-OPEN
               DISPLAY V-PN 'NIGHTLY POSTING WINDOW IS OPEN - RUN '
                   'REFUSED, RERUN WHEN THE CHAIN HAS FINISHED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           COMPUTE WS-CUTOFF-DATE =
               WS-RUN-DATE - (WS-RETENTION-YEARS * 10000)
           DISPLAY V-PN 'RETENTION CUTOFF ' WS-CUTOFF-DATE
               ' (' WS-RETENTION-YEARS ' YEARS BEFORE ' WS-RUN-DATE
               ') - OPERATOR ' WS-OPERATOR-ID.
       1000-EXIT.
           EXIT.

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
               WHEN 'YEARS'
                   IF WS-PARM-VALUE(1:2) IS NUMERIC
                       MOVE WS-PARM-VALUE(1:2) TO WS-RETENTION-YEARS
                   ELSE
                       IF WS-PARM-VALUE(1:1) IS NUMERIC AND
                               WS-PARM-VALUE(2:1) = SPACE
                           MOVE WS-PARM-VALUE(1:1)
                               TO WS-RETENTION-YEARS
                       END-IF
                   END-IF
               WHEN 'OPER'
                   MOVE WS-PARM-VALUE(1:8) TO WS-OPERATOR-ID
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-FIND-CANDIDATES - TABLE THE CLOSURE DATES, THEN EVERY
      *                        CUSTOMER WHO LEADS AN ACCOUNT WITH THEIR
      *                        CLOSED ACCOUNTS; DROP ANY CUSTOMER WITH
      *                        AN ACCOUNT STILL OPEN, LED OR LINKED, OR
      *                        A CLOSURE THE TRAIL DOES NOT DATE, AND
      *                        ANY WHOSE LAST CLOSURE IS INSIDE THE
      *                        RETENTION PERIOD.
      ******************************************************************
       2000-FIND-CANDIDATES.
           PERFORM 2100-LOAD-CLOSE-DATES THRU 2100-EXIT
           IF WS-RUN-REFUSED
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               DISPLAY V-PN 'UNABLE TO OPEN ACCTMSTR - STATUS '
                   WS-ACCTMST-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-LOAD-EOF-SWITCH
           PERFORM 2200-TABLE-ONE-ACCOUNT THRU 2200-EXIT
               UNTIL WS-LOAD-EOF-REACHED
           IF NOT WS-RUN-REFUSED
               PERFORM 2400-CHECK-LINKED-ACCOUNTS THRU 2400-EXIT
           END-IF
           CLOSE ACCTMST-FILE
           IF WS-RUN-REFUSED
               GO TO 2000-EXIT
           END-IF
           PERFORM 2600-JUDGE-RETENTION THRU 2600-EXIT
               VARYING WS-CST-INDEX FROM 1 BY 1
               UNTIL WS-CST-INDEX > WS-CST-COUNT
           DISPLAY V-PN WS-CST-COUNT ' CUSTOMERS EXAMINED, '
               WS-ACT-COUNT ' CLOSED ACCOUNTS TABLED'.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LOAD-CLOSE-DATES - THE LATEST STATUS CHANGE TO 'C' PER
      *                         ACCOUNT. WITHOUT THE TRAIL NO CLOSURE
      *                         IS DATED AND NOBODY IS ERASED.
      ******************************************************************
       2100-LOAD-CLOSE-DATES.
           OPEN INPUT ACCTAUDT-FILE
           IF WS-ACCTAUDT-NOT-FOUND
               DISPLAY V-PN 'NO ACCTAUDT TRAIL - NO CLOSURE CAN BE '
                   'DATED, NOBODY WILL BE ERASED'
               GO TO 2100-EXIT
           END-IF
           IF NOT WS-ACCTAUDT-OK
               DISPLAY V-PN 'UNABLE TO OPEN ACCTAUDT - STATUS '
                   WS-ACCTAUDT-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-LOAD-EOF-SWITCH
           MOVE 'N' TO WS-OVERFLOW-SWITCH
           PERFORM 2150-TABLE-AUDIT-ENTRY THRU 2150-EXIT
               UNTIL WS-LOAD-EOF-REACHED
           CLOSE ACCTAUDT-FILE
           IF WS-TABLE-OVERFLOWED
               DISPLAY V-PN 'CLOSURE TABLE FULL AT ' WS-CLS-COUNT
                   ' ACCOUNTS - RUN REFUSED, NOTHING ERASED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.
       2100-EXIT.
           EXIT.

       2150-TABLE-AUDIT-ENTRY.
           READ ACCTAUDT-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 2150-EXIT
           END-READ
           IF NOT AMA-FUNC-STATUS OR AMA-NEW-STATUS NOT = 'C' OR
                   AMA-LOG-DATE NOT NUMERIC
               GO TO 2150-EXIT
           END-IF
           MOVE AMA-ACCOUNT-NUMBER TO WS-LOOK-ACCOUNT
           PERFORM 2170-FIND-CLOSE-SLOT THRU 2170-EXIT
           IF WS-CLS-SLOT = ZERO
               IF WS-CLS-COUNT < 4000
                   ADD 1 TO WS-CLS-COUNT
                   MOVE WS-CLS-COUNT TO WS-CLS-SLOT
                   MOVE AMA-ACCOUNT-NUMBER
                       TO WS-CLS-ACCOUNT(WS-CLS-SLOT)
                   MOVE ZERO TO WS-CLS-DATE(WS-CLS-SLOT)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 2150-EXIT
               END-IF
           END-IF
           IF AMA-LOG-DATE > WS-CLS-DATE(WS-CLS-SLOT)
               MOVE AMA-LOG-DATE TO WS-CLS-DATE(WS-CLS-SLOT)
           END-IF.
       2150-EXIT.
           EXIT.

       2170-FIND-CLOSE-SLOT.
           MOVE ZERO TO WS-CLS-SLOT
           PERFORM 2180-MATCH-CLOSE-SLOT
               VARYING WS-CLS-INDEX FROM 1 BY 1
               UNTIL WS-CLS-INDEX > WS-CLS-COUNT
                   OR WS-CLS-SLOT > ZERO.
       2170-EXIT.
           EXIT.

       2180-MATCH-CLOSE-SLOT.
           IF WS-CLS-ACCOUNT(WS-CLS-INDEX) = WS-LOOK-ACCOUNT
               MOVE WS-CLS-INDEX TO WS-CLS-SLOT
           END-IF.

      ******************************************************************
      * 2200-TABLE-ONE-ACCOUNT - ONE ACCTMSTR ACCOUNT AGAINST ITS LEAD
      *                          CUSTOMER. AN ACCOUNT NOT CLOSED -
      *                          DORMANT AND CHARGED-OFF INCLUDED -
      *                          KEEPS THE CUSTOMER.
      ******************************************************************
       2200-TABLE-ONE-ACCOUNT.
           READ ACCTMST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 2200-EXIT
           END-READ
           IF ACM-CUSTOMER-NUMBER = SPACES
               GO TO 2200-EXIT
           END-IF
           MOVE ACM-CUSTOMER-NUMBER TO WS-LOOK-CUSTOMER
           PERFORM 2250-FIND-CUSTOMER-SLOT THRU 2250-EXIT
           IF WS-CST-SLOT = ZERO
               IF WS-CST-COUNT < 2000
                   ADD 1 TO WS-CST-COUNT
                   MOVE WS-CST-COUNT TO WS-CST-SLOT
                   MOVE ACM-CUSTOMER-NUMBER
                       TO WS-CST-CUSTOMER(WS-CST-SLOT)
                   MOVE 'C' TO WS-CST-STATE(WS-CST-SLOT)
                   MOVE ZERO TO WS-CST-LAST-CLOSED(WS-CST-SLOT)
                                WS-CST-ACCOUNTS(WS-CST-SLOT)
                                WS-CST-BENREG-COUNT(WS-CST-SLOT)
                                WS-CST-CMPHOLD-COUNT(WS-CST-SLOT)
                                WS-CST-CUSTAUDT-COUNT(WS-CST-SLOT)
                                WS-CST-REMITINF-COUNT(WS-CST-SLOT)
               ELSE
                   DISPLAY V-PN 'CUSTOMER TABLE FULL AT '
                       WS-CST-COUNT ' - RUN REFUSED, NOTHING ERASED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 2200-EXIT
               END-IF
           END-IF
           IF NOT ACM-CLOSED
               MOVE 'O' TO WS-CST-STATE(WS-CST-SLOT)
               GO TO 2200-EXIT
           END-IF
           IF NOT WS-CST-CANDIDATE(WS-CST-SLOT)
               GO TO 2200-EXIT
           END-IF
           MOVE 'Y' TO WS-LEAD-SWITCH
           PERFORM 2300-NOTE-CLOSED-ACCOUNT THRU 2300-EXIT
           IF WS-RUN-REFUSED
               MOVE 'Y' TO WS-LOAD-EOF-SWITCH
           END-IF.
       2200-EXIT.
           EXIT.

       2250-FIND-CUSTOMER-SLOT.
           MOVE ZERO TO WS-CST-SLOT
           PERFORM 2260-MATCH-CUSTOMER-SLOT
               VARYING WS-CST-INDEX FROM 1 BY 1
               UNTIL WS-CST-INDEX > WS-CST-COUNT
                   OR WS-CST-SLOT > ZERO.
       2250-EXIT.
           EXIT.

       2260-MATCH-CUSTOMER-SLOT.
           IF WS-CST-CUSTOMER(WS-CST-INDEX) = WS-LOOK-CUSTOMER
               MOVE WS-CST-INDEX TO WS-CST-SLOT
           END-IF.

      ******************************************************************
      * 2300-NOTE-CLOSED-ACCOUNT - TABLE THE CLOSED ACCOUNT IN
      *                            ACCTMST-RECORD AGAINST CUSTOMER
      *                            WS-CST-SLOT AND CARRY ITS CLOSURE
      *                            DATE UP TO THE CUSTOMER. A CLOSURE
      *                            THE TRAIL DOES NOT DATE COULD BE
      *                            YESTERDAY'S - THE CUSTOMER IS KEPT.
      ******************************************************************
       2300-NOTE-CLOSED-ACCOUNT.
           MOVE ACM-ACCOUNT-NUMBER TO WS-LOOK-ACCOUNT
           PERFORM 2170-FIND-CLOSE-SLOT THRU 2170-EXIT
           IF WS-CLS-SLOT = ZERO
               MOVE 'U' TO WS-CST-STATE(WS-CST-SLOT)
               GO TO 2300-EXIT
           END-IF
           MOVE WS-CLS-DATE(WS-CLS-SLOT) TO WS-CLOSE-DATE
           IF WS-CLOSE-DATE > WS-CST-LAST-CLOSED(WS-CST-SLOT)
               MOVE WS-CLOSE-DATE TO WS-CST-LAST-CLOSED(WS-CST-SLOT)
           END-IF
           IF WS-ACT-COUNT NOT < 4000
               DISPLAY V-PN 'ACCOUNT TABLE FULL AT ' WS-ACT-COUNT
                   ' - RUN REFUSED, NOTHING ERASED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-ACT-COUNT
           MOVE ACM-ACCOUNT-NUMBER TO WS-ACT-ACCOUNT(WS-ACT-COUNT)
           MOVE WS-CST-SLOT TO WS-ACT-CUSTOMER-SLOT(WS-ACT-COUNT)
           MOVE WS-LEAD-SWITCH TO WS-ACT-LEAD-SW(WS-ACT-COUNT)
           ADD 1 TO WS-CST-ACCOUNTS(WS-CST-SLOT).
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CHECK-LINKED-ACCOUNTS - A CANDIDATE WHO IS JOINT OWNER OR
      *                              SIGNATORY ON ANOTHER LEAD'S
      *                              ACCOUNT IS STILL A CUSTOMER OF
      *                              THAT ACCOUNT UNTIL IT CLOSES.
      *                              WITHOUT ACCTREL THERE ARE NO
      *                              LINKS TO CHECK.
      ******************************************************************
       2400-CHECK-LINKED-ACCOUNTS.
           OPEN INPUT ACCTREL-FILE
           IF WS-ACCTREL-NOT-FOUND
               DISPLAY V-PN 'NO ACCTREL FILE - LEAD ACCOUNTS ONLY'
               GO TO 2400-EXIT
           END-IF
           IF NOT WS-ACCTREL-OK
               DISPLAY V-PN 'UNABLE TO OPEN ACCTREL - STATUS '
                   WS-ACCTREL-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 2400-EXIT
           END-IF
           MOVE 'N' TO WS-LOAD-EOF-SWITCH
           PERFORM 2450-CHECK-ONE-LINK THRU 2450-EXIT
               UNTIL WS-LOAD-EOF-REACHED
           CLOSE ACCTREL-FILE.
       2400-EXIT.
           EXIT.

       2450-CHECK-ONE-LINK.
           READ ACCTREL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 2450-EXIT
           END-READ
           IF NOT ARL-VALID-ROLE
               GO TO 2450-EXIT
           END-IF
           MOVE ARL-CUSTOMER-NUMBER TO WS-LOOK-CUSTOMER
           PERFORM 2250-FIND-CUSTOMER-SLOT THRU 2250-EXIT
           IF WS-CST-SLOT = ZERO
               GO TO 2450-EXIT
           END-IF
           IF NOT WS-CST-CANDIDATE(WS-CST-SLOT)
               GO TO 2450-EXIT
           END-IF
      *    THE CUSTOMER'S OWN LEAD ACCOUNT IS ALREADY TABLED.
           MOVE ZERO TO WS-ACT-SLOT
           PERFORM 2470-MATCH-OWN-ACCOUNT
               VARYING WS-ACT-INDEX FROM 1 BY 1
               UNTIL WS-ACT-INDEX > WS-ACT-COUNT
                   OR WS-ACT-SLOT > ZERO
           IF WS-ACT-SLOT > ZERO
               GO TO 2450-EXIT
           END-IF
           MOVE ARL-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO 2450-EXIT
           END-READ
           IF NOT ACM-CLOSED
               MOVE 'O' TO WS-CST-STATE(WS-CST-SLOT)
               GO TO 2450-EXIT
           END-IF
           MOVE 'N' TO WS-LEAD-SWITCH
           PERFORM 2300-NOTE-CLOSED-ACCOUNT THRU 2300-EXIT
           IF WS-RUN-REFUSED
               MOVE 'Y' TO WS-LOAD-EOF-SWITCH
           END-IF.
       2450-EXIT.
           EXIT.

       2470-MATCH-OWN-ACCOUNT.
           IF WS-ACT-ACCOUNT(WS-ACT-INDEX) = ARL-ACCOUNT-NUMBER AND
                   WS-ACT-CUSTOMER-SLOT(WS-ACT-INDEX) = WS-CST-SLOT
               MOVE WS-ACT-INDEX TO WS-ACT-SLOT
           END-IF.

      ******************************************************************
      * 2600-JUDGE-RETENTION - A CANDIDATE WHOSE LAST ACCOUNT CLOSED ON
      *                        OR AFTER THE CUTOFF IS STILL INSIDE THE
      *                        RETENTION PERIOD.
      ******************************************************************
       2600-JUDGE-RETENTION.
           IF WS-CST-CANDIDATE(WS-CST-INDEX) AND
                   WS-CST-LAST-CLOSED(WS-CST-INDEX) NOT < WS-CUTOFF-DATE
               MOVE 'R' TO WS-CST-STATE(WS-CST-INDEX)
           END-IF.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-HOLDS - HOLD BACK A CANDIDATE WITH AN OPEN DISPUTE,
      *                    AN ACTIVE FREEZE OR A PENDING COMPLIANCE
      *                    ITEM ON ANY OF THEIR ACCOUNTS, LOAD CUSTAUDT,
      *                    AND CONFIRM EACH REMAINING CANDIDATE ON
      *                    CUSTMSTR. A FILE THAT DOES NOT EXIST HOLDS
      *                    NOTHING; ONE THAT WILL NOT OPEN REFUSES THE
      *                    RUN.
      ******************************************************************
       3000-APPLY-HOLDS.
           PERFORM 3100-CHECK-DISPUTES THRU 3100-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 3200-CHECK-FREEZES THRU 3200-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 3300-LOAD-CMPHOLD THRU 3300-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 3400-LOAD-CUSTAUDT THRU 3400-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 3500-CONFIRM-CUSTOMERS THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CHECK-DISPUTES.
           OPEN INPUT DSPCASE-FILE
           IF WS-DSPCASE-NOT-FOUND
               GO TO 3100-EXIT
           END-IF
           IF NOT WS-DSPCASE-OK
               DISPLAY V-PN 'UNABLE TO OPEN DSPCASE - STATUS '
                   WS-DSPCASE-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF
           MOVE 'N' TO WS-LOAD-EOF-SWITCH
           PERFORM 3150-CHECK-ONE-DISPUTE THRU 3150-EXIT
               UNTIL WS-LOAD-EOF-REACHED
           CLOSE DSPCASE-FILE.
       3100-EXIT.
           EXIT.

       3150-CHECK-ONE-DISPUTE.
           READ DSPCASE-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 3150-EXIT
           END-READ
           IF DSP-OPEN
               MOVE DSP-ACCOUNT-NUMBER TO WS-LOOK-ACCOUNT
               MOVE 'D' TO WS-HOLD-STATE
               PERFORM 3900-HOLD-ACCOUNT-CUSTOMERS THRU 3900-EXIT
           END-IF.
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 3200-CHECK-FREEZES - AN ACTIVE FREEZE HOLDS THE CUSTOMER
      *                      WHETHER OR NOT ITS EXPIRY HAS PASSED - ONLY
      *                      A FREEZE LIFTED THROUGH FRZMNT RELEASES
      *                      THE RECORDS.
      ******************************************************************
       3200-CHECK-FREEZES.
           OPEN INPUT ACCTFRZ-FILE
           IF WS-ACCTFRZ-NOT-FOUND
               GO TO 3200-EXIT
           END-IF
           IF NOT WS-ACCTFRZ-OK
               DISPLAY V-PN 'UNABLE TO OPEN ACCTFRZ - STATUS '
                   WS-ACCTFRZ-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF
           PERFORM 3250-CHECK-ONE-FREEZE THRU 3250-EXIT
               VARYING WS-ACT-SLOT FROM 1 BY 1
               UNTIL WS-ACT-SLOT > WS-ACT-COUNT
           CLOSE ACCTFRZ-FILE.
       3200-EXIT.
           EXIT.

       3250-CHECK-ONE-FREEZE.
           MOVE WS-ACT-CUSTOMER-SLOT(WS-ACT-SLOT) TO WS-CST-SLOT
           IF NOT WS-CST-CANDIDATE(WS-CST-SLOT)
               GO TO 3250-EXIT
           END-IF
           MOVE WS-ACT-ACCOUNT(WS-ACT-SLOT) TO FRZ-ACCOUNT-NUMBER
           READ ACCTFRZ-FILE
               INVALID KEY
                   GO TO 3250-EXIT
           END-READ
           IF FRZ-ACTIVE
               MOVE 'F' TO WS-CST-STATE(WS-CST-SLOT)
           END-IF.
       3250-EXIT.
           EXIT.

      ******************************************************************
      * 3300-LOAD-CMPHOLD - TABLE CMPHOLD WHOLE FOR THE ERASURE PASS,
      *                     HOLDING BACK THE CUSTOMERS OF ANY ITEM
      *                     STILL PENDING A COMPLIANCE DECISION.
      ******************************************************************
       3300-LOAD-CMPHOLD.
           OPEN INPUT CMPHOLD-FILE
           IF WS-CMPHOLD-NOT-FOUND
               GO TO 3300-EXIT
           END-IF
           IF NOT WS-CMPHOLD-OK
               DISPLAY V-PN 'UNABLE TO OPEN CMPHOLD - STATUS '
                   WS-CMPHOLD-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 3300-EXIT
           END-IF
           MOVE 'N' TO WS-LOAD-EOF-SWITCH
           MOVE 'N' TO WS-OVERFLOW-SWITCH
           PERFORM 3350-TABLE-ONE-HOLD THRU 3350-EXIT
               UNTIL WS-LOAD-EOF-REACHED
           CLOSE CMPHOLD-FILE
           IF WS-TABLE-OVERFLOWED
               DISPLAY V-PN 'CMPHOLD TABLE FULL AT ' WS-HOLD-COUNT
                   ' ITEMS - RUN REFUSED, NOTHING ERASED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.
       3300-EXIT.
           EXIT.

       3350-TABLE-ONE-HOLD.
           READ CMPHOLD-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 3350-EXIT
           END-READ
           IF WS-HOLD-COUNT NOT < 500
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-LOAD-EOF-SWITCH
               GO TO 3350-EXIT
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE CMPHOLD-RECORD TO WS-HOLD-RECORD(WS-HOLD-COUNT)
           IF CMP-PENDING
               MOVE CMP-PAYMENT-DATA TO SUBPRM01
               MOVE SP1-ACCOUNT-NUMBER TO WS-LOOK-ACCOUNT
               MOVE 'H' TO WS-HOLD-STATE
               PERFORM 3900-HOLD-ACCOUNT-CUSTOMERS THRU 3900-EXIT
           END-IF.
       3350-EXIT.
           EXIT.

       3400-LOAD-CUSTAUDT.
           OPEN INPUT CUSTAUDT-FILE
           IF WS-CUSTAUDT-NOT-FOUND
               GO TO 3400-EXIT
           END-IF
           IF NOT WS-CUSTAUDT-OK
               DISPLAY V-PN 'UNABLE TO OPEN CUSTAUDT - STATUS '
                   WS-CUSTAUDT-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 3400-EXIT
           END-IF
           MOVE 'N' TO WS-LOAD-EOF-SWITCH
           MOVE 'N' TO WS-OVERFLOW-SWITCH
           PERFORM 3450-TABLE-ONE-AUDIT THRU 3450-EXIT
               UNTIL WS-LOAD-EOF-REACHED
           CLOSE CUSTAUDT-FILE
           IF WS-TABLE-OVERFLOWED
               DISPLAY V-PN 'CUSTAUDT TABLE FULL AT ' WS-AUD-COUNT
                   ' ENTRIES - RUN REFUSED, NOTHING ERASED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.
       3400-EXIT.
           EXIT.

       3450-TABLE-ONE-AUDIT.
           READ CUSTAUDT-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 3450-EXIT
           END-READ
           IF WS-AUD-COUNT NOT < 5000
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-LOAD-EOF-SWITCH
               GO TO 3450-EXIT
           END-IF
           ADD 1 TO WS-AUD-COUNT
           MOVE CUSAUDT-RECORD TO WS-AUD-RECORD(WS-AUD-COUNT).
       3450-EXIT.
           EXIT.

      ******************************************************************
      * 3500-CONFIRM-CUSTOMERS - EACH CANDIDATE LEFT MUST BE ON
      *                          CUSTMSTR AND NOT ALREADY ERASED BY AN
      *                          EARLIER RUN. CUSTMSTR STAYS OPEN FOR
      *                          THE ERASURE.
      ******************************************************************
       3500-CONFIRM-CUSTOMERS.
           OPEN I-O CUSTMST-FILE
           IF NOT WS-CUSTMST-OK
               DISPLAY V-PN 'UNABLE TO OPEN CUSTMSTR - STATUS '
                   WS-CUSTMST-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           MOVE 'Y' TO WS-CUSTMST-OPEN-SW
           PERFORM 3550-CONFIRM-ONE-CUSTOMER THRU 3550-EXIT
               VARYING WS-CST-INDEX FROM 1 BY 1
               UNTIL WS-CST-INDEX > WS-CST-COUNT.
       3500-EXIT.
           EXIT.

       3550-CONFIRM-ONE-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-CST-ACCOUNT-OPEN(WS-CST-INDEX)
                   ADD 1 TO WS-CUSTOMERS-OPEN
               WHEN WS-CST-CLOSE-UNDATED(WS-CST-INDEX)
                   ADD 1 TO WS-CUSTOMERS-UNDATED
               WHEN WS-CST-IN-RETENTION(WS-CST-INDEX)
                   ADD 1 TO WS-CUSTOMERS-RETAINED
               WHEN WS-CST-HELD(WS-CST-INDEX)
                   ADD 1 TO WS-CUSTOMERS-HELD
                   DISPLAY V-PN 'CUSTOMER '
                       WS-CST-CUSTOMER(WS-CST-INDEX)
                       ' PAST RETENTION BUT HELD - REASON '
                       WS-CST-STATE(WS-CST-INDEX)
           END-EVALUATE
           IF NOT WS-CST-CANDIDATE(WS-CST-INDEX)
               GO TO 3550-EXIT
           END-IF
           MOVE WS-CST-CUSTOMER(WS-CST-INDEX) TO CUS-CUSTOMER-NUMBER
           READ CUSTMST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CST-STATE(WS-CST-INDEX)
                   GO TO 3550-EXIT
           END-READ
           IF CUS-CUSTOMER-NAME = WS-ERASED-MARKER
               MOVE 'X' TO WS-CST-STATE(WS-CST-INDEX)
               ADD 1 TO WS-CUSTOMERS-DONE-BEFORE
               GO TO 3550-EXIT
           END-IF
           MOVE 'E' TO WS-CST-STATE(WS-CST-INDEX)
           ADD 1 TO WS-CUSTOMERS-TO-ERASE.
       3550-EXIT.
           EXIT.

      ******************************************************************
      * 3900-HOLD-ACCOUNT-CUSTOMERS - MARK EVERY CANDIDATE TABLED
      *                               AGAINST ACCOUNT WS-LOOK-ACCOUNT
      *                               WITH HOLD REASON WS-HOLD-STATE.
      ******************************************************************
       3900-HOLD-ACCOUNT-CUSTOMERS.
           PERFORM 3950-HOLD-ONE-ENTRY
               VARYING WS-ACT-INDEX FROM 1 BY 1
               UNTIL WS-ACT-INDEX > WS-ACT-COUNT.
       3900-EXIT.
           EXIT.

       3950-HOLD-ONE-ENTRY.
           IF WS-ACT-ACCOUNT(WS-ACT-INDEX) = WS-LOOK-ACCOUNT
               MOVE WS-ACT-CUSTOMER-SLOT(WS-ACT-INDEX) TO WS-CST-SLOT
               IF WS-CST-CANDIDATE(WS-CST-SLOT)
                   MOVE WS-HOLD-STATE TO WS-CST-STATE(WS-CST-SLOT)
               END-IF
           END-IF.

      ******************************************************************
      * 4000-ERASE-CUSTOMERS - OPEN THE REGISTER, ERASE THE ARCHIVED
      *                        QUEUE AND TRAIL FILES, THEN EACH
      *                        CUSTOMER'S BENREG AND CUSTMSTR RECORDS,
      *                        AND SIGN THE RUN OFF. A FAILURE BEFORE
      *                        CUSTMSTR LEAVES EVERY CUSTOMER UNMARKED,
      *                        SO THE RERUN DOES THE WHOLE JOB AGAIN.
      ******************************************************************
       4000-ERASE-CUSTOMERS.
           OPEN EXTEND ERASREG-FILE
           IF WS-ERASREG-NOT-FOUND
               OPEN OUTPUT ERASREG-FILE
           END-IF
           IF NOT WS-ERASREG-OK
               DISPLAY V-PN 'UNABLE TO OPEN ERASREG - STATUS '
                   WS-ERASREG-STATUS ' - RUN REFUSED, NOTHING ERASED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           MOVE 'Y' TO WS-ERASREG-OPEN-SW
           IF WS-CUSTOMERS-TO-ERASE = ZERO
               DISPLAY V-PN 'NO CUSTOMER DUE FOR ERASURE'
               GO TO 4000-SIGN-OFF
           END-IF
           PERFORM 4100-ERASE-CMPHOLD THRU 4100-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 4200-ERASE-CUSTAUDT THRU 4200-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 4300-ERASE-REMITINF THRU 4300-EXIT
           END-IF
           IF WS-RUN-REFUSED
               GO TO 4000-SIGN-OFF
           END-IF
           OPEN I-O BENREG-FILE
           IF WS-BENREG-OK
               MOVE 'Y' TO WS-BENREG-OPEN-SW
           ELSE
               IF NOT WS-BENREG-NOT-FOUND
                   DISPLAY V-PN 'UNABLE TO OPEN BENREG - STATUS '
                       WS-BENREG-STATUS ' - CUSTOMERS LEFT UNERASED'
                   MOVE 8 TO RETURN-CODE
                   GO TO 4000-SIGN-OFF
               END-IF
           END-IF
           PERFORM 4400-ERASE-ONE-CUSTOMER THRU 4400-EXIT
               VARYING WS-CST-INDEX FROM 1 BY 1
               UNTIL WS-CST-INDEX > WS-CST-COUNT.
       4000-SIGN-OFF.
           PERFORM 4800-WRITE-SIGN-OFF THRU 4800-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-ERASE-CMPHOLD - THE MATCHED NAME ON EVERY DECIDED ITEM
      *                      AGAINST AN ERASED CUSTOMER'S LED ACCOUNT.
      *                      THE PAYMENT IMAGE CARRIES NO NAME AND
      *                      STAYS AS IT IS.
      ******************************************************************
       4100-ERASE-CMPHOLD.
           MOVE 'N' TO WS-CHANGED-SWITCH
           PERFORM 4150-ERASE-ONE-HOLD THRU 4150-EXIT
               VARYING WS-HOLD-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
           IF NOT WS-FILE-CHANGED
               GO TO 4100-EXIT
           END-IF
           OPEN OUTPUT CMPHOLD-FILE
           IF NOT WS-CMPHOLD-OK
               DISPLAY V-PN 'UNABLE TO REWRITE CMPHOLD - STATUS '
                   WS-CMPHOLD-STATUS ' - RUN REFUSED, NOTHING ERASED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 4100-EXIT
           END-IF
           PERFORM 4180-WRITE-ONE-HOLD
               VARYING WS-HOLD-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
           CLOSE CMPHOLD-FILE.
       4100-EXIT.
           EXIT.

       4150-ERASE-ONE-HOLD.
           MOVE WS-HOLD-RECORD(WS-HOLD-INDEX) TO CMPHOLD-RECORD
           IF CMP-MATCHED-NAME = WS-ERASED-MARKER
               GO TO 4150-EXIT
           END-IF
           MOVE CMP-PAYMENT-DATA TO SUBPRM01
           MOVE SP1-ACCOUNT-NUMBER TO WS-LOOK-ACCOUNT
           PERFORM 4900-FIND-ERASED-LEAD THRU 4900-EXIT
           IF WS-CST-SLOT = ZERO
               GO TO 4150-EXIT
           END-IF
           MOVE WS-ERASED-MARKER TO CMP-MATCHED-NAME
           MOVE CMPHOLD-RECORD TO WS-HOLD-RECORD(WS-HOLD-INDEX)
           ADD 1 TO WS-CST-CMPHOLD-COUNT(WS-CST-SLOT)
           MOVE 'Y' TO WS-CHANGED-SWITCH.
       4150-EXIT.
           EXIT.

       4180-WRITE-ONE-HOLD.
           WRITE CMPHOLD-RECORD FROM WS-HOLD-RECORD(WS-HOLD-INDEX).

      ******************************************************************
      * 4200-ERASE-CUSTAUDT - THE NAME CAPTURED ON EVERY CUSTMNT AUDIT
      *                       ENTRY FOR AN ERASED CUSTOMER. THE DATES,
      *                       STATUSES AND OPERATORS STAY.
      ******************************************************************
       4200-ERASE-CUSTAUDT.
           MOVE 'N' TO WS-CHANGED-SWITCH
           PERFORM 4250-ERASE-ONE-AUDIT THRU 4250-EXIT
               VARYING WS-AUD-INDEX FROM 1 BY 1
               UNTIL WS-AUD-INDEX > WS-AUD-COUNT
           IF NOT WS-FILE-CHANGED
               GO TO 4200-EXIT
           END-IF
           OPEN OUTPUT CUSTAUDT-FILE
           IF NOT WS-CUSTAUDT-OK
               DISPLAY V-PN 'UNABLE TO REWRITE CUSTAUDT - STATUS '
                   WS-CUSTAUDT-STATUS ' - RUN REFUSED, CUSTOMERS '
                   'LEFT UNERASED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 4200-EXIT
           END-IF
           PERFORM 4280-WRITE-ONE-AUDIT
               VARYING WS-AUD-INDEX FROM 1 BY 1
               UNTIL WS-AUD-INDEX > WS-AUD-COUNT
           CLOSE CUSTAUDT-FILE.
       4200-EXIT.
           EXIT.

       4250-ERASE-ONE-AUDIT.
           MOVE WS-AUD-RECORD(WS-AUD-INDEX) TO CUSAUDT-RECORD
           IF CUA-NEW-NAME = SPACES OR
                   CUA-NEW-NAME = WS-ERASED-MARKER
               GO TO 4250-EXIT
           END-IF
           MOVE CUA-CUSTOMER-NUMBER TO WS-LOOK-CUSTOMER
           PERFORM 2250-FIND-CUSTOMER-SLOT THRU 2250-EXIT
           IF WS-CST-SLOT = ZERO
               GO TO 4250-EXIT
           END-IF
           IF NOT WS-CST-TO-ERASE(WS-CST-SLOT)
               GO TO 4250-EXIT
           END-IF
           MOVE WS-ERASED-MARKER TO CUA-NEW-NAME
           MOVE CUSAUDT-RECORD TO WS-AUD-RECORD(WS-AUD-INDEX)
           ADD 1 TO WS-CST-CUSTAUDT-COUNT(WS-CST-SLOT)
           MOVE 'Y' TO WS-CHANGED-SWITCH.
       4250-EXIT.
           EXIT.

       4280-WRITE-ONE-AUDIT.
           WRITE CUSAUDT-RECORD FROM WS-AUD-RECORD(WS-AUD-INDEX).

      ******************************************************************
      * 4300-ERASE-REMITINF - THE PAYER REFERENCE AND REMITTANCE TEXT
      *                       CAPTURED WITH EVERY PAYMENT ON AN ERASED
      *                       CUSTOMER'S LED ACCOUNT - THE TEXT BEHIND
      *                       THE ARCHIVED ENTRIES EXPARCRT RETRIEVES.
      *                       THE TRACE ID, ACCOUNT AND DATE STAY.
      ******************************************************************
       4300-ERASE-REMITINF.
           OPEN I-O REMITINF-FILE
           IF WS-REMITINF-NOT-FOUND
               GO TO 4300-EXIT
           END-IF
           IF NOT WS-REMITINF-OK
               DISPLAY V-PN 'UNABLE TO OPEN REMITINF - STATUS '
                   WS-REMITINF-STATUS ' - RUN REFUSED, CUSTOMERS '
                   'LEFT UNERASED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 4300-EXIT
           END-IF
           MOVE 'N' TO WS-LOAD-EOF-SWITCH
           PERFORM 4350-ERASE-ONE-REMITTANCE THRU 4350-EXIT
               UNTIL WS-LOAD-EOF-REACHED
           CLOSE REMITINF-FILE.
       4300-EXIT.
           EXIT.

       4350-ERASE-ONE-REMITTANCE.
           READ REMITINF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 4350-EXIT
           END-READ
           IF RMI-REMITTANCE-TEXT = WS-ERASED-MARKER
               GO TO 4350-EXIT
           END-IF
           IF RMI-PAYER-REFERENCE = SPACES AND
                   RMI-REMITTANCE-TEXT = SPACES
               GO TO 4350-EXIT
           END-IF
           MOVE RMI-ACCOUNT-NUMBER TO WS-LOOK-ACCOUNT
           PERFORM 4900-FIND-ERASED-LEAD THRU 4900-EXIT
           IF WS-CST-SLOT = ZERO
               GO TO 4350-EXIT
           END-IF
           MOVE SPACES TO RMI-PAYER-REFERENCE
           MOVE WS-ERASED-MARKER TO RMI-REMITTANCE-TEXT
           REWRITE REMITINF-RECORD
           IF NOT WS-REMITINF-OK
               DISPLAY V-PN 'REMITINF REWRITE FAILED - STATUS '
                   WS-REMITINF-STATUS ' - TRACE ' RMI-TRACE-ID
                   ' - RUN REFUSED, CUSTOMERS LEFT UNERASED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-LOAD-EOF-SWITCH
               GO TO 4350-EXIT
           END-IF
           ADD 1 TO WS-CST-REMITINF-COUNT(WS-CST-SLOT).
       4350-EXIT.
           EXIT.

      ******************************************************************
      * 4400-ERASE-ONE-CUSTOMER - THE EXPECTED NAME ON BENREG FOR EACH
      *                           LED ACCOUNT, THEN THE NAME AND
      *                           ADDRESS ON CUSTMSTR, THEN THE
      *                           REGISTER ENTRY. CUSTMSTR GOES LAST -
      *                           ITS MARKER IS WHAT TELLS A RERUN THE
      *                           CUSTOMER IS DONE.
      ******************************************************************
       4400-ERASE-ONE-CUSTOMER.
           IF NOT WS-CST-TO-ERASE(WS-CST-INDEX)
               GO TO 4400-EXIT
           END-IF
           MOVE WS-CST-INDEX TO WS-CST-SLOT
           IF WS-BENREG-IS-OPEN
               PERFORM 4450-ERASE-ONE-BENEFICIARY THRU 4450-EXIT
                   VARYING WS-ACT-SLOT FROM 1 BY 1
                   UNTIL WS-ACT-SLOT > WS-ACT-COUNT
           END-IF
           IF NOT WS-CST-TO-ERASE(WS-CST-INDEX)
               GO TO 4400-EXIT
           END-IF
           MOVE WS-CST-CUSTOMER(WS-CST-INDEX) TO CUS-CUSTOMER-NUMBER
           READ CUSTMST-FILE
               INVALID KEY
                   DISPLAY V-PN 'CUSTOMER ' CUS-CUSTOMER-NUMBER
                       ' NO LONGER ON CUSTMSTR - NOT ERASED'
                   MOVE 8 TO RETURN-CODE
                   GO TO 4400-EXIT
           END-READ
           MOVE WS-ERASED-MARKER TO CUS-CUSTOMER-NAME
           MOVE SPACES TO CUS-CUSTOMER-ADDRESS
           REWRITE CUSTMST-RECORD
           IF NOT WS-CUSTMST-OK
               DISPLAY V-PN 'CUSTMSTR REWRITE FAILED - STATUS '
                   WS-CUSTMST-STATUS ' - CUSTOMER '
                   CUS-CUSTOMER-NUMBER ' NOT ERASED'
               MOVE 8 TO RETURN-CODE
               GO TO 4400-EXIT
           END-IF
           ADD 1 TO WS-CUSTOMERS-ERASED
           COMPUTE WS-CUSTOMER-RECORDS = 1
               + WS-CST-BENREG-COUNT(WS-CST-INDEX)
               + WS-CST-CMPHOLD-COUNT(WS-CST-INDEX)
               + WS-CST-CUSTAUDT-COUNT(WS-CST-INDEX)
               + WS-CST-REMITINF-COUNT(WS-CST-INDEX)
           ADD WS-CUSTOMER-RECORDS TO WS-RECORDS-ERASED
           MOVE SPACES TO ERASREG-RECORD
           MOVE 'E' TO ERG-RECORD-TYPE
           MOVE WS-RUN-DATE TO ERG-RUN-DATE
           MOVE WS-RUN-TIME TO ERG-RUN-TIME
           MOVE WS-OPERATOR-ID TO ERG-OPERATOR-ID
           MOVE WS-CST-CUSTOMER(WS-CST-INDEX) TO ERG-CUSTOMER-NUMBER
           MOVE WS-CST-LAST-CLOSED(WS-CST-INDEX)
               TO ERG-LAST-CLOSED-DATE
           MOVE WS-CST-ACCOUNTS(WS-CST-INDEX) TO ERG-ACCOUNT-COUNT
           MOVE WS-CST-BENREG-COUNT(WS-CST-INDEX) TO ERG-BENREG-COUNT
           MOVE WS-CST-CMPHOLD-COUNT(WS-CST-INDEX)
               TO ERG-CMPHOLD-COUNT
           MOVE WS-CST-CUSTAUDT-COUNT(WS-CST-INDEX)
               TO ERG-CUSTAUDT-COUNT
           MOVE WS-CST-REMITINF-COUNT(WS-CST-INDEX)
               TO ERG-REMITINF-COUNT
           WRITE ERASREG-RECORD
           IF NOT WS-ERASREG-OK
               DISPLAY V-PN 'ERASREG WRITE FAILED - STATUS '
                   WS-ERASREG-STATUS ' - CUSTOMER '
                   WS-CST-CUSTOMER(WS-CST-INDEX)
                   ' ERASED BUT NOT REGISTERED'
               MOVE 8 TO RETURN-CODE
           END-IF.
       4400-EXIT.
           EXIT.

       4450-ERASE-ONE-BENEFICIARY.
           IF WS-ACT-CUSTOMER-SLOT(WS-ACT-SLOT) NOT = WS-CST-SLOT OR
                   NOT WS-ACT-IS-LEAD(WS-ACT-SLOT)
               GO TO 4450-EXIT
           END-IF
           MOVE WS-ACT-ACCOUNT(WS-ACT-SLOT) TO BEN-ACCOUNT-NUMBER
           READ BENREG-FILE
               INVALID KEY
                   GO TO 4450-EXIT
           END-READ
           IF BEN-EXPECTED-NAME = WS-ERASED-MARKER
               GO TO 4450-EXIT
           END-IF
           MOVE WS-ERASED-MARKER TO BEN-EXPECTED-NAME
           REWRITE BENREG-RECORD
           IF NOT WS-BENREG-OK
               DISPLAY V-PN 'BENREG REWRITE FAILED - STATUS '
                   WS-BENREG-STATUS ' - ACCOUNT ' BEN-ACCOUNT-NUMBER
                   ' - CUSTOMER LEFT UNERASED'
               MOVE 8 TO RETURN-CODE
               MOVE 'Z' TO WS-CST-STATE(WS-CST-SLOT)
               MOVE WS-ACT-COUNT TO WS-ACT-SLOT
               GO TO 4450-EXIT
           END-IF
           ADD 1 TO WS-CST-BENREG-COUNT(WS-CST-SLOT).
       4450-EXIT.
           EXIT.

      ******************************************************************
      * 4800-WRITE-SIGN-OFF - CLOSE THE RUN ON THE REGISTER WITH ITS
      *                       PERIOD, CUTOFF AND TOTALS UNDER THE
      *                       OPERATOR WHO AUTHORISED IT.
      ******************************************************************
       4800-WRITE-SIGN-OFF.
           MOVE SPACES TO ERASREG-RECORD
           MOVE 'S' TO ERG-RECORD-TYPE
           MOVE WS-RUN-DATE TO ERG-RUN-DATE
           MOVE WS-RUN-TIME TO ERG-RUN-TIME
           MOVE WS-OPERATOR-ID TO ERG-OPERATOR-ID
           MOVE WS-RETENTION-YEARS TO ERG-RETENTION-YEARS
           MOVE WS-CUTOFF-DATE TO ERG-CUTOFF-DATE
           MOVE WS-CUSTOMERS-ERASED TO ERG-CUSTOMERS-ERASED
           MOVE WS-CUSTOMERS-HELD TO ERG-CUSTOMERS-HELD
           MOVE WS-RECORDS-ERASED TO ERG-RECORDS-ERASED
           WRITE ERASREG-RECORD
           IF NOT WS-ERASREG-OK
               DISPLAY V-PN 'ERASREG SIGN-OFF WRITE FAILED - STATUS '
                   WS-ERASREG-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
       4800-EXIT.
           EXIT.

      ******************************************************************
      * 4900-FIND-ERASED-LEAD - WS-CST-SLOT OF THE CUSTOMER BEING
      *                         ERASED WHO LEADS ACCOUNT
      *                         WS-LOOK-ACCOUNT, OR ZERO.
      ******************************************************************
       4900-FIND-ERASED-LEAD.
           MOVE ZERO TO WS-CST-SLOT
           PERFORM 4950-MATCH-ERASED-LEAD
               VARYING WS-ACT-INDEX FROM 1 BY 1
               UNTIL WS-ACT-INDEX > WS-ACT-COUNT
                   OR WS-CST-SLOT > ZERO.
       4900-EXIT.
           EXIT.

       4950-MATCH-ERASED-LEAD.
           IF WS-ACT-ACCOUNT(WS-ACT-INDEX) = WS-LOOK-ACCOUNT AND
                   WS-ACT-IS-LEAD(WS-ACT-INDEX) AND
                   WS-CST-TO-ERASE(WS-ACT-CUSTOMER-SLOT(WS-ACT-INDEX))
               MOVE WS-ACT-CUSTOMER-SLOT(WS-ACT-INDEX) TO WS-CST-SLOT
           END-IF.

      ******************************************************************
      * 9000-TERMINATE
      ******************************************************************
       9000-TERMINATE.
           IF WS-CUSTMST-IS-OPEN
               CLOSE CUSTMST-FILE
           END-IF
           IF WS-BENREG-IS-OPEN
               CLOSE BENREG-FILE
           END-IF
           IF WS-ERASREG-IS-OPEN
               CLOSE ERASREG-FILE
           END-IF
           DISPLAY V-PN 'CUSTOMERS ERASED.....: ' WS-CUSTOMERS-ERASED
           DISPLAY V-PN 'RECORDS ERASED.......: ' WS-RECORDS-ERASED
           DISPLAY V-PN 'HELD (DSP/FRZ/CMP)...: ' WS-CUSTOMERS-HELD
           DISPLAY V-PN 'INSIDE RETENTION.....: '
               WS-CUSTOMERS-RETAINED
           DISPLAY V-PN 'ACCOUNT STILL OPEN...: ' WS-CUSTOMERS-OPEN
           DISPLAY V-PN 'CLOSURE NOT DATED....: '
               WS-CUSTOMERS-UNDATED
           DISPLAY V-PN 'ERASED BY EARLIER RUN: '
               WS-CUSTOMERS-DONE-BEFORE.
       9000-EXIT.
           EXIT.
