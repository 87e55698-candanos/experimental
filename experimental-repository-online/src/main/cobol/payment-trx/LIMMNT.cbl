      ******************************************************************
      * PROGRAM-ID : LIMMNT
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - TRANSACTION-LIMITS
      *                    MAINTENANCE, CALLABLE THE SAME WAY ACCTMNT
      *                    IS. THE ACCTLIMS AND CUSTLIMS CAPS DRIVE
      *                    SUBPGM01'S RETURN CODES 36 AND 60 AND THE
      *                    OVERDRAFT LINE, BUT UNTIL NOW ONLY ACCTMNT'S
      *                    PRODUCT DEFAULTS EVER WROTE THEM - ANY
      *                    CHANGE WAS A HAND EDIT OF THE FILE, AND A
      *                    ONE-DAY RAISE FOR A CUSTOMER BUYING A CAR
      *                    HAD TO BE REMEMBERED AND PUT BACK BY HAND.
      *                    A PERMANENT CHANGE IS APPLIED AT ONCE
      *                    UNLESS IT RAISES AN AMOUNT ABOVE THE
      *                    LIMMNT-APPROVAL-LIMIT THRESHOLD (OR LIFTS A
      *                    CAP ALTOGETHER), IN WHICH CASE IT IS QUEUED
      *                    ON LIMPEND FOR A SUPERVISOR OTHER THAN THE
      *                    ENTERING OPERATOR TO APPROVE OR DECLINE -
      *                    THE REFMNT DISCIPLINE. A TEMPORARY UPLIFT
      *                    RAISES ONE OR MORE CAPS AT ONCE UNTIL AN
      *                    EXPIRY DATE, WITH THE PERMANENT VALUES HELD
      *                    ON THE LIMUPLFT REGISTER FOR THE NIGHTLY
      *                    EXPLIMRV STEP TO PUT BACK; AN UPLIFT CAN
      *                    ALSO BE ENDED EARLY HERE. WHILE AN UPLIFT
      *                    STANDS OR A CHANGE IS QUEUED, NO OTHER
      *                    CHANGE OR UPLIFT IS TAKEN FOR THE KEY, SO A
      *                    REVERSION NEVER UNDOES A LATER DECISION.
      *                    THE OPERATOR IS CHECKED AGAINST OPERCHK
      *                    (SERVICE LIMMNT, ACTION = THE FUNCTION) AND
      *                    EVERY ACTION IS APPENDED TO THE LIMAUDT
      *                    TRAIL WITH BEFORE AND AFTER IMAGES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMMNT.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTLIMS-FILE ASSIGN TO 'ACCTLIMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTLIMS-STATUS.
           SELECT CUSTLIMS-FILE ASSIGN TO 'CUSTLIMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTLIMS-STATUS.
           SELECT LIMPEND-FILE ASSIGN TO 'LIMPEND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMPEND-STATUS.
           SELECT LIMUPLFT-FILE ASSIGN TO 'LIMUPLFT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMUPLFT-STATUS.
           SELECT LIMAUDT-FILE ASSIGN TO 'LIMAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMAUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTLIMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTLIMS.

       FD  CUSTLIMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTLIMS.

       FD  LIMPEND-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY LIMPEND.

       FD  LIMUPLFT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY LIMUPLFT.

       FD  LIMAUDT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    APPEND-ONLY AUDIT TRAIL, OPENED EXTEND THE SAME WAY
      *    REFMNT OPENS REFAUDT.
           COPY LIMAUDT.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'LIMMNT->  '.
       01  WS-OPERCHK-NAME                 PIC X(08) VALUE 'OPERCHK'.
           COPY OPCHKPRM.

       01  WS-FILE-STATUSES.
           05  WS-ACCTLIMS-STATUS          PIC X(02) VALUE '00'.
               88  WS-ACCTLIMS-OK              VALUE '00'.
               88  WS-ACCTLIMS-NOT-FOUND       VALUES '30' '35'.
           05  WS-CUSTLIMS-STATUS          PIC X(02) VALUE '00'.
               88  WS-CUSTLIMS-OK              VALUE '00'.
               88  WS-CUSTLIMS-NOT-FOUND       VALUES '30' '35'.
           05  WS-LIMPEND-STATUS           PIC X(02) VALUE '00'.
               88  WS-LIMPEND-OK               VALUE '00'.
               88  WS-LIMPEND-EOF               VALUE '10'.
           05  WS-LIMUPLFT-STATUS          PIC X(02) VALUE '00'.
               88  WS-LIMUPLFT-OK              VALUE '00'.
               88  WS-LIMUPLFT-EOF              VALUE '10'.
           05  WS-LIMAUDT-STATUS           PIC X(02) VALUE '00'.
               88  WS-LIMAUDT-OK               VALUE '00'.
               88  WS-LIMAUDT-NOT-FOUND        VALUE '35'.

       01  WS-SWITCHES.
           05  WS-LIMITS-OPEN-SW           PIC X(01) VALUE 'N'.
               88  WS-LIMITS-IS-OPEN           VALUE 'Y'.
           05  WS-LIMITS-FOUND-SW          PIC X(01) VALUE 'N'.
               88  WS-LIMITS-FOUND             VALUE 'Y'.
           05  WS-PEND-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-PEND-FOUND               VALUE 'Y'.
           05  WS-UPL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-UPL-FOUND                VALUE 'Y'.
           05  WS-APPLY-FAILED-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-APPLY-FAILED             VALUE 'Y'.
           05  WS-NEEDS-APPROVAL-SW        PIC X(01) VALUE 'N'.
               88  WS-NEEDS-APPROVAL           VALUE 'Y'.
           05  WS-PEND-CHANGED-SW          PIC X(01) VALUE 'N'.
               88  WS-PEND-CHANGED             VALUE 'Y'.
           05  WS-UPL-CHANGED-SW           PIC X(01) VALUE 'N'.
               88  WS-UPL-CHANGED              VALUE 'Y'.
           05  WS-PEND-OVERFLOW-SW         PIC X(01) VALUE 'N'.
               88  WS-PEND-TABLE-OVERFLOWED    VALUE 'Y'.
           05  WS-UPL-OVERFLOW-SW          PIC X(01) VALUE 'N'.
               88  WS-UPL-TABLE-OVERFLOWED     VALUE 'Y'.

       01  WS-TODAY                        PIC 9(08) VALUE ZERO.
       01  WS-OLD-RECORD                   PIC X(60) VALUE SPACES.
       01  WS-NEW-RECORD                   PIC X(60) VALUE SPACES.
       01  WS-FOUND-INDEX                  PIC 9(03) COMP VALUE ZERO.

      ******************************************************************
      * WS-CAPS - THE FOUR CAPS, STAGED OUT OF WHICHEVER LIMITS RECORD
      * THE LEVEL NAMES SO ONE SET OF PARAGRAPHS SERVES BOTH. A
      * CUSTOMER RECORD HAS NO SINGLE-TRANSACTION CAP OR OVERDRAFT
      * LINE; THEY STAY ZERO.
      ******************************************************************
       01  WS-CAPS.
           05  WS-CAP-SINGLE-TXN           PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CAP-DAILY-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-CAP-DAILY-AMOUNT         PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CAP-OVERDRAFT            PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-OLD-CAPS.
           05  WS-OLD-SINGLE-TXN           PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-OLD-DAILY-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-OLD-DAILY-AMOUNT         PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-OLD-OVERDRAFT            PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

      ******************************************************************
      * WS-APPROVAL-CONTROL - DUAL-CONTROL THRESHOLD FOR A PERMANENT
      * CHANGE, READ FROM THE LIMMNT-APPROVAL-LIMIT ENVIRONMENT
      * VARIABLE (WHOLE CURRENCY UNITS) THE SAME WAY PSEXPERI READS
      * ITS OWN. ZERO OR UNSET MEANS NO CHANGE IS EVER QUEUED.
      ******************************************************************
       01  WS-APPROVAL-CONTROL.
           05  WS-APPROVAL-LIMIT           PIC 9(11) VALUE ZERO.
           05  WS-APPROVAL-ENV-VALUE       PIC X(11) VALUE SPACES.
           05  WS-APPROVAL-ENV-LENGTH      PIC 9(02) COMP VALUE ZERO.

      ******************************************************************
      * WS-AUDIT-FIELDS - WHAT 9400-WRITE-AUDIT STAMPS ON THE ENTRY.
      ******************************************************************
       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-ACTION             PIC X(01) VALUE SPACE.
           05  WS-AUDIT-ENTERED-BY         PIC X(08) VALUE SPACES.
           05  WS-AUDIT-APPROVER-ID        PIC X(08) VALUE SPACES.
           05  WS-AUDIT-EXPIRY-DATE        PIC 9(08) VALUE ZERO.

      ******************************************************************
      * WS-SUPERVISORS - OPERATOR IDS PERMITTED TO APPROVE A QUEUED
      * LIMIT CHANGE - THE SAME COMPILED TABLE (AND THE SAME CAVEAT)
      * AS REFMNT'S AND PSEXAPPR'S.
      ******************************************************************
       01  WS-SUPERVISOR-VALUES.
           05  FILLER                      PIC X(08) VALUE 'SUPVSR01'.
           05  FILLER                      PIC X(08) VALUE 'SUPVSR02'.
       01  WS-SUPERVISORS REDEFINES WS-SUPERVISOR-VALUES.
           05  WS-SUPERVISOR-ID            PIC X(08) OCCURS 2 TIMES.
       01  WS-SUPV-INDEX                   PIC 9(02) COMP VALUE ZERO.
       01  WS-SUPV-FOUND-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-SUPERVISOR-AUTHORIZED        VALUE 'Y'.

      ******************************************************************
      * WS-PEND-TABLE - THE WHOLE LIMPEND QUEUE, LOADED, UPDATED IN
      * MEMORY, AND REWRITTEN IN FULL - THE SAME PATTERN AS REFMNT'S
      * REFPEND HANDLING.
      ******************************************************************
       01  WS-PEND-TABLE.
           05  WS-PEND-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  WS-PEND-INDEX               PIC 9(03) COMP VALUE ZERO.
           05  WS-PEND-ENTRY OCCURS 100 TIMES.
               10  WS-PEND-RECORD          PIC X(170).

      ******************************************************************
      * WS-UPL-TABLE - THE WHOLE LIMUPLFT REGISTER, HANDLED THE SAME
      * WAY.
      ******************************************************************
       01  WS-UPL-TABLE.
           05  WS-UPL-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-UPL-INDEX                PIC 9(03) COMP VALUE ZERO.
           05  WS-UPL-FOUND-INDEX          PIC 9(03) COMP VALUE ZERO.
           05  WS-UPL-ENTRY OCCURS 200 TIMES.
               10  WS-UPL-RECORD           PIC X(100).

       LINKAGE SECTION.
           COPY LIMMCOMM.

      ******************************************************************
      * 0000-MAINLINE - EDIT THE REQUEST, LOAD THE QUEUE AND THE
      *                 UPLIFT REGISTER, AND CARRY OUT THE FUNCTION.
      ******************************************************************
       PROCEDURE DIVISION USING LIMMNT-COMMAREA.

       0000-MAINLINE.
           MOVE ZERO TO LMM-RETURN-CODE
           MOVE SPACES TO LMM-REJECT-REASON
           MOVE ZERO TO LMM-UPLIFT-EXPIRY
           MOVE 'N' TO LMM-CHANGE-QUEUED-SW
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-EDIT-REQUEST THRU 1000-EXIT
           IF LMM-REJECTED
               DISPLAY V-PN 'REQUEST REJECTED AT EDIT - '
                   LMM-REJECT-REASON
               GOBACK
           END-IF
           PERFORM 1060-CHECK-APPROVAL-LIMIT THRU 1060-EXIT
           PERFORM 1200-LOAD-PENDING-QUEUE THRU 1200-EXIT
           PERFORM 1400-LOAD-UPLIFT-REGISTER THRU 1400-EXIT
      *    A TRUNCATED TABLE MUST NEVER BE REWRITTEN OVER A LIVE
      *    FILE - ENTRIES PAST THE LIMIT WOULD VANISH - SO THE
      *    REQUEST IS REFUSED OUTRIGHT.
           IF WS-PEND-TABLE-OVERFLOWED OR WS-UPL-TABLE-OVERFLOWED
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'LIMPEND OR LIMUPLFT TABLE FULL'
                   TO LMM-REJECT-REASON
               DISPLAY V-PN 'REQUEST REJECTED AT LOAD - '
                   LMM-REJECT-REASON
               GOBACK
           END-IF
           PERFORM 1500-OPEN-LIMITS-FILE THRU 1500-EXIT
           IF LMM-REJECTED
               GOBACK
           END-IF
           PERFORM 1600-READ-LIMITS THRU 1600-EXIT
           PERFORM 1300-FIND-PENDING-ENTRY THRU 1300-EXIT
           PERFORM 1450-FIND-ACTIVE-UPLIFT THRU 1450-EXIT
           EVALUATE TRUE
               WHEN LMM-FUNC-CHANGE
                   PERFORM 2000-CHANGE-LIMITS THRU 2000-EXIT
               WHEN LMM-FUNC-APPROVE
                   PERFORM 3000-APPROVE-CHANGE THRU 3000-EXIT
               WHEN LMM-FUNC-DECLINE
                   PERFORM 4000-DECLINE-CHANGE THRU 4000-EXIT
               WHEN LMM-FUNC-UPLIFT
                   PERFORM 5000-PLACE-UPLIFT THRU 5000-EXIT
               WHEN LMM-FUNC-END-UPLIFT
                   PERFORM 6000-END-UPLIFT THRU 6000-EXIT
               WHEN LMM-FUNC-INQUIRE
                   PERFORM 7000-INQUIRE-LIMITS THRU 7000-EXIT
           END-EVALUATE
           PERFORM 1550-CLOSE-LIMITS-FILE THRU 1550-EXIT
           IF WS-PEND-CHANGED
               PERFORM 9300-SAVE-PENDING-QUEUE THRU 9300-EXIT
           END-IF
           IF WS-UPL-CHANGED
               PERFORM 9500-SAVE-UPLIFT-REGISTER THRU 9500-EXIT
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-EDIT-REQUEST - FIELD EDITS AND THE OPERATOR ENTITLEMENT
      *                     CHECK BEFORE ANY FILE IS TOUCHED. AN
      *                     APPROVER MUST BE A SUPERVISOR.
      ******************************************************************
       1000-EDIT-REQUEST.
           IF NOT LMM-FUNC-CHANGE AND NOT LMM-FUNC-APPROVE AND
                   NOT LMM-FUNC-DECLINE AND NOT LMM-FUNC-UPLIFT AND
                   NOT LMM-FUNC-END-UPLIFT AND NOT LMM-FUNC-INQUIRE
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'FUNCTION MUST BE C, A, R, T, X OR I'
                   TO LMM-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF NOT LMM-LEVEL-ACCOUNT AND NOT LMM-LEVEL-CUSTOMER
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'LEVEL MUST BE A OR C' TO LMM-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF LMM-KEY = SPACES OR LOW-VALUES
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'ACCOUNT OR CUSTOMER NUMBER IS BLANK'
                   TO LMM-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF LMM-OPERATOR-ID = SPACES OR LOW-VALUES
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'OPERATOR ID IS BLANK' TO LMM-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           MOVE LMM-OPERATOR-ID TO OPC-OPERATOR-ID
           MOVE 'LIMMNT  ' TO OPC-SERVICE-NAME
           MOVE LMM-FUNCTION TO OPC-ACTION
           CALL WS-OPERCHK-NAME USING OPERCHK-PARM
           CANCEL WS-OPERCHK-NAME
           IF OPC-NOT-AUTHORIZED
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'OPERATOR NOT ENTITLED TO THIS FUNCTION'
                   TO LMM-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF LMM-FUNC-CHANGE OR LMM-FUNC-UPLIFT
               PERFORM 1100-EDIT-VALUES THRU 1100-EXIT
           END-IF
           IF LMM-FUNC-APPROVE OR LMM-FUNC-DECLINE
               MOVE 'N' TO WS-SUPV-FOUND-SWITCH
               PERFORM 1050-COMPARE-SUPERVISOR-ID
                   VARYING WS-SUPV-INDEX FROM 1 BY 1
                   UNTIL WS-SUPV-INDEX > 2
                       OR WS-SUPERVISOR-AUTHORIZED
               IF NOT WS-SUPERVISOR-AUTHORIZED
                   MOVE 08 TO LMM-RETURN-CODE
                   MOVE 'APPROVER NOT A SUPERVISOR'
                       TO LMM-REJECT-REASON
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1050-COMPARE-SUPERVISOR-ID.
           IF WS-SUPERVISOR-ID(WS-SUPV-INDEX) = LMM-OPERATOR-ID
               MOVE 'Y' TO WS-SUPV-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * 1060-CHECK-APPROVAL-LIMIT - PICK UP THE OPERATIONS-CONTROLLED
      *                             DUAL-CONTROL THRESHOLD FROM THE
      *                             ENVIRONMENT, IF ONE IS SET.
      ******************************************************************
       1060-CHECK-APPROVAL-LIMIT.
           MOVE ZERO TO WS-APPROVAL-LIMIT
           MOVE SPACES TO WS-APPROVAL-ENV-VALUE
           ACCEPT WS-APPROVAL-ENV-VALUE FROM ENVIRONMENT
               'LIMMNT-APPROVAL-LIMIT'
      *    THE VALUE ARRIVES LEFT-JUSTIFIED WITH TRAILING SPACES, SO
      *    ONLY THE LEADING DIGITS ARE TESTED AND MOVED.
           MOVE ZERO TO WS-APPROVAL-ENV-LENGTH
           INSPECT WS-APPROVAL-ENV-VALUE
               TALLYING WS-APPROVAL-ENV-LENGTH FOR CHARACTERS
                   BEFORE INITIAL SPACE
           IF WS-APPROVAL-ENV-LENGTH > ZERO AND
                   WS-APPROVAL-ENV-VALUE(1:WS-APPROVAL-ENV-LENGTH)
                       IS NUMERIC
               MOVE WS-APPROVAL-ENV-VALUE(1:WS-APPROVAL-ENV-LENGTH)
                   TO WS-APPROVAL-LIMIT
           END-IF.
       1060-EXIT.
           EXIT.

      ******************************************************************
      * 1100-EDIT-VALUES - THE CAP VALUES ON A CHANGE OR UPLIFT. A
      *                    CUSTOMER HAS ONLY DAILY CAPS; AN UPLIFT
      *                    MUST RAISE SOMETHING AND RUN TO A DATE NOT
      *                    ALREADY PAST.
      ******************************************************************
       1100-EDIT-VALUES.
           IF LMM-SINGLE-TXN-CAP NOT NUMERIC OR
                   LMM-DAILY-COUNT-CAP NOT NUMERIC OR
                   LMM-DAILY-AMOUNT-CAP NOT NUMERIC OR
                   LMM-OVERDRAFT-LIMIT NOT NUMERIC
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'LIMIT VALUES MUST BE NUMERIC'
                   TO LMM-REJECT-REASON
               GO TO 1100-EXIT
           END-IF
           IF LMM-SINGLE-TXN-CAP < ZERO OR
                   LMM-DAILY-AMOUNT-CAP < ZERO OR
                   LMM-OVERDRAFT-LIMIT < ZERO
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'LIMIT VALUES MAY NOT BE NEGATIVE'
                   TO LMM-REJECT-REASON
               GO TO 1100-EXIT
           END-IF
           IF LMM-LEVEL-CUSTOMER AND
                   (LMM-SINGLE-TXN-CAP NOT = ZERO OR
                    LMM-OVERDRAFT-LIMIT NOT = ZERO)
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'ONLY DAILY CAPS APPLY TO A CUSTOMER'
                   TO LMM-REJECT-REASON
               GO TO 1100-EXIT
           END-IF
           IF NOT LMM-FUNC-UPLIFT
               GO TO 1100-EXIT
           END-IF
           IF LMM-SINGLE-TXN-CAP = ZERO AND
                   LMM-DAILY-COUNT-CAP = ZERO AND
                   LMM-DAILY-AMOUNT-CAP = ZERO AND
                   LMM-OVERDRAFT-LIMIT = ZERO
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'AN UPLIFT MUST RAISE AT LEAST ONE CAP'
                   TO LMM-REJECT-REASON
               GO TO 1100-EXIT
           END-IF
           IF LMM-EXPIRY-DATE NOT NUMERIC OR
                   LMM-EXPIRY-DATE < WS-TODAY
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'EXPIRY MUST BE TODAY OR LATER'
                   TO LMM-REJECT-REASON
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-PENDING-QUEUE - THE WHOLE LIMPEND QUEUE INTO MEMORY.
      ******************************************************************
       1200-LOAD-PENDING-QUEUE.
           OPEN INPUT LIMPEND-FILE
           IF NOT WS-LIMPEND-OK
               GO TO 1200-EXIT
           END-IF
           PERFORM 1250-LOAD-ONE-PENDING THRU 1250-EXIT
               UNTIL WS-LIMPEND-EOF
           CLOSE LIMPEND-FILE.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-PENDING.
           READ LIMPEND-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-PEND-COUNT < 100
                       ADD 1 TO WS-PEND-COUNT
                       MOVE LIMPEND-RECORD
                           TO WS-PEND-RECORD(WS-PEND-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-PEND-OVERFLOW-SW
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1300-FIND-PENDING-ENTRY - THE QUEUED CHANGE FOR THIS LEVEL AND
      *                           KEY, IF ONE STANDS.
      ******************************************************************
       1300-FIND-PENDING-ENTRY.
           MOVE 'N' TO WS-PEND-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM 1350-COMPARE-PENDING-ENTRY
               VARYING WS-PEND-INDEX FROM 1 BY 1
               UNTIL WS-PEND-INDEX > WS-PEND-COUNT
                   OR WS-PEND-FOUND.
       1300-EXIT.
           EXIT.

       1350-COMPARE-PENDING-ENTRY.
           MOVE WS-PEND-RECORD(WS-PEND-INDEX) TO LIMPEND-RECORD
           IF LMP-PENDING AND
                   LMP-LEVEL = LMM-LEVEL AND
                   LMP-KEY = LMM-KEY
               MOVE 'Y' TO WS-PEND-FOUND-SWITCH
               MOVE WS-PEND-INDEX TO WS-FOUND-INDEX
           END-IF.

      ******************************************************************
      * 1400-LOAD-UPLIFT-REGISTER - THE WHOLE LIMUPLFT REGISTER INTO
      *                             MEMORY.
      ******************************************************************
       1400-LOAD-UPLIFT-REGISTER.
           OPEN INPUT LIMUPLFT-FILE
           IF NOT WS-LIMUPLFT-OK
               GO TO 1400-EXIT
           END-IF
           PERFORM 1420-LOAD-ONE-UPLIFT THRU 1420-EXIT
               UNTIL WS-LIMUPLFT-EOF
           CLOSE LIMUPLFT-FILE.
       1400-EXIT.
           EXIT.

       1420-LOAD-ONE-UPLIFT.
           READ LIMUPLFT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-UPL-COUNT < 200
                       ADD 1 TO WS-UPL-COUNT
                       MOVE LIMUPLFT-RECORD
                           TO WS-UPL-RECORD(WS-UPL-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-UPL-OVERFLOW-SW
                   END-IF
           END-READ.
       1420-EXIT.
           EXIT.

      ******************************************************************
      * 1450-FIND-ACTIVE-UPLIFT - THE STANDING UPLIFT FOR THIS LEVEL
      *                           AND KEY, IF ANY.
      ******************************************************************
       1450-FIND-ACTIVE-UPLIFT.
           MOVE 'N' TO WS-UPL-FOUND-SWITCH
           MOVE ZERO TO WS-UPL-FOUND-INDEX
           PERFORM 1470-COMPARE-UPLIFT-ENTRY
               VARYING WS-UPL-INDEX FROM 1 BY 1
               UNTIL WS-UPL-INDEX > WS-UPL-COUNT
                   OR WS-UPL-FOUND.
       1450-EXIT.
           EXIT.

       1470-COMPARE-UPLIFT-ENTRY.
           MOVE WS-UPL-RECORD(WS-UPL-INDEX) TO LIMUPLFT-RECORD
           IF LUP-ACTIVE AND
                   LUP-LEVEL = LMM-LEVEL AND
                   LUP-KEY = LMM-KEY
               MOVE 'Y' TO WS-UPL-FOUND-SWITCH
               MOVE WS-UPL-INDEX TO WS-UPL-FOUND-INDEX
           END-IF.

      ******************************************************************
      * 1500-OPEN-LIMITS-FILE - THE FILE THE LEVEL NAMES, OPENED FOR
      *                         UPDATE AND CREATED THE FIRST TIME, THE
      *                         SAME WAY ACCTMNT OPENS ACCTLIMS.
      ******************************************************************
       1500-OPEN-LIMITS-FILE.
           IF LMM-LEVEL-ACCOUNT
               OPEN I-O ACCTLIMS-FILE
               IF WS-ACCTLIMS-NOT-FOUND
                   OPEN OUTPUT ACCTLIMS-FILE
                   IF WS-ACCTLIMS-OK
                       CLOSE ACCTLIMS-FILE
                       OPEN I-O ACCTLIMS-FILE
                   END-IF
               END-IF
               IF WS-ACCTLIMS-OK
                   MOVE 'Y' TO WS-LIMITS-OPEN-SW
               ELSE
                   DISPLAY V-PN 'UNABLE TO OPEN ACCTLIMS - STATUS '
                       WS-ACCTLIMS-STATUS
               END-IF
           ELSE
               OPEN I-O CUSTLIMS-FILE
               IF WS-CUSTLIMS-NOT-FOUND
                   OPEN OUTPUT CUSTLIMS-FILE
                   IF WS-CUSTLIMS-OK
                       CLOSE CUSTLIMS-FILE
                       OPEN I-O CUSTLIMS-FILE
                   END-IF
               END-IF
               IF WS-CUSTLIMS-OK
                   MOVE 'Y' TO WS-LIMITS-OPEN-SW
               ELSE
                   DISPLAY V-PN 'UNABLE TO OPEN CUSTLIMS - STATUS '
                       WS-CUSTLIMS-STATUS
               END-IF
           END-IF
           IF NOT WS-LIMITS-IS-OPEN
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'LIMITS FILE UNAVAILABLE' TO LMM-REJECT-REASON
           END-IF.
       1500-EXIT.
           EXIT.

       1550-CLOSE-LIMITS-FILE.
           IF NOT WS-LIMITS-IS-OPEN
               GO TO 1550-EXIT
           END-IF
           IF LMM-LEVEL-ACCOUNT
               CLOSE ACCTLIMS-FILE
           ELSE
               CLOSE CUSTLIMS-FILE
           END-IF
           MOVE 'N' TO WS-LIMITS-OPEN-SW.
       1550-EXIT.
           EXIT.

      ******************************************************************
      * 1600-READ-LIMITS - THE KEY'S LIMITS RECORD, IF ANY. ON EXIT
      *                    WS-OLD-RECORD HOLDS ITS IMAGE (SPACES WHEN
      *                    THERE IS NONE) AND WS-CAPS ITS CAPS (ZERO -
      *                    UNLIMITED, NO OVERDRAFT LINE - WHEN THERE
      *                    IS NONE). A NEW RECORD IS LEFT READY IN THE
      *                    RECORD AREA WITH ITS ACCUMULATORS ZERO.
      ******************************************************************
       1600-READ-LIMITS.
           MOVE 'N' TO WS-LIMITS-FOUND-SW
           MOVE SPACES TO WS-OLD-RECORD
           IF LMM-LEVEL-ACCOUNT
               MOVE LMM-KEY TO LIM-ACCOUNT-NUMBER
               READ ACCTLIMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LIMITS-FOUND-SW
                       MOVE ACCTLIMS-RECORD TO WS-OLD-RECORD
               END-READ
               IF NOT WS-LIMITS-FOUND
                   MOVE SPACES TO ACCTLIMS-RECORD
                   MOVE LMM-KEY TO LIM-ACCOUNT-NUMBER
                   MOVE ZERO TO LIM-SINGLE-TXN-CAP
                   MOVE ZERO TO LIM-DAILY-COUNT-CAP
                   MOVE ZERO TO LIM-DAILY-AMOUNT-CAP
                   MOVE ZERO TO LIM-DTD-DATE
                   MOVE ZERO TO LIM-DTD-COUNT
                   MOVE ZERO TO LIM-DTD-AMOUNT
                   MOVE ZERO TO LIM-OVERDRAFT-LIMIT
               END-IF
           ELSE
               MOVE LMM-KEY(1:8) TO CLM-CUSTOMER-NUMBER
               READ CUSTLIMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LIMITS-FOUND-SW
                       MOVE CUSTLIMS-RECORD TO WS-OLD-RECORD
               END-READ
               IF NOT WS-LIMITS-FOUND
                   MOVE SPACES TO CUSTLIMS-RECORD
                   MOVE LMM-KEY(1:8) TO CLM-CUSTOMER-NUMBER
                   MOVE ZERO TO CLM-DAILY-COUNT-CAP
                   MOVE ZERO TO CLM-DAILY-AMOUNT-CAP
                   MOVE ZERO TO CLM-DTD-DATE
                   MOVE ZERO TO CLM-DTD-COUNT
                   MOVE ZERO TO CLM-DTD-AMOUNT
               END-IF
           END-IF
           PERFORM 1700-CAPS-FROM-RECORD THRU 1700-EXIT
           MOVE WS-CAPS TO WS-OLD-CAPS.
       1600-EXIT.
           EXIT.

      ******************************************************************
      * 1700-CAPS-FROM-RECORD - THE RECORD AREA'S CAPS INTO WS-CAPS.
      ******************************************************************
       1700-CAPS-FROM-RECORD.
           MOVE ZERO TO WS-CAP-SINGLE-TXN
           MOVE ZERO TO WS-CAP-DAILY-COUNT
           MOVE ZERO TO WS-CAP-DAILY-AMOUNT
           MOVE ZERO TO WS-CAP-OVERDRAFT
           IF LMM-LEVEL-ACCOUNT
               IF LIM-SINGLE-TXN-CAP NUMERIC
                   MOVE LIM-SINGLE-TXN-CAP TO WS-CAP-SINGLE-TXN
               END-IF
               IF LIM-DAILY-COUNT-CAP NUMERIC
                   MOVE LIM-DAILY-COUNT-CAP TO WS-CAP-DAILY-COUNT
               END-IF
               IF LIM-DAILY-AMOUNT-CAP NUMERIC
                   MOVE LIM-DAILY-AMOUNT-CAP TO WS-CAP-DAILY-AMOUNT
               END-IF
               IF LIM-OVERDRAFT-LIMIT NUMERIC
                   MOVE LIM-OVERDRAFT-LIMIT TO WS-CAP-OVERDRAFT
               END-IF
           ELSE
               IF CLM-DAILY-COUNT-CAP NUMERIC
                   MOVE CLM-DAILY-COUNT-CAP TO WS-CAP-DAILY-COUNT
               END-IF
               IF CLM-DAILY-AMOUNT-CAP NUMERIC
                   MOVE CLM-DAILY-AMOUNT-CAP TO WS-CAP-DAILY-AMOUNT
               END-IF
           END-IF.
       1700-EXIT.
           EXIT.

      ******************************************************************
      * 1750-CAPS-TO-RECORD - WS-CAPS INTO THE RECORD AREA, LEAVING
      *                       THE KEY AND THE ACCUMULATORS ALONE.
      ******************************************************************
       1750-CAPS-TO-RECORD.
           IF LMM-LEVEL-ACCOUNT
               MOVE WS-CAP-SINGLE-TXN TO LIM-SINGLE-TXN-CAP
               MOVE WS-CAP-DAILY-COUNT TO LIM-DAILY-COUNT-CAP
               MOVE WS-CAP-DAILY-AMOUNT TO LIM-DAILY-AMOUNT-CAP
               MOVE WS-CAP-OVERDRAFT TO LIM-OVERDRAFT-LIMIT
               MOVE ACCTLIMS-RECORD TO WS-NEW-RECORD
           ELSE
               MOVE WS-CAP-DAILY-COUNT TO CLM-DAILY-COUNT-CAP
               MOVE WS-CAP-DAILY-AMOUNT TO CLM-DAILY-AMOUNT-CAP
               MOVE SPACES TO WS-NEW-RECORD
               MOVE CUSTLIMS-RECORD TO WS-NEW-RECORD
           END-IF.
       1750-EXIT.
           EXIT.

      ******************************************************************
      * 1800-WRITE-LIMITS - THE RECORD AREA TO THE FILE - A REWRITE
      *                     WHEN THE KEY HAD A RECORD, A WRITE WHEN IT
      *                     DID NOT.
      ******************************************************************
       1800-WRITE-LIMITS.
           MOVE 'N' TO WS-APPLY-FAILED-SWITCH
           IF LMM-LEVEL-ACCOUNT
               IF WS-LIMITS-FOUND
                   REWRITE ACCTLIMS-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-APPLY-FAILED-SWITCH
                   END-REWRITE
               ELSE
                   WRITE ACCTLIMS-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-APPLY-FAILED-SWITCH
                   END-WRITE
               END-IF
           ELSE
               IF WS-LIMITS-FOUND
                   REWRITE CUSTLIMS-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-APPLY-FAILED-SWITCH
                   END-REWRITE
               ELSE
                   WRITE CUSTLIMS-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-APPLY-FAILED-SWITCH
                   END-WRITE
               END-IF
           END-IF
           IF WS-APPLY-FAILED
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'LIMITS FILE UPDATE FAILED'
                   TO LMM-REJECT-REASON
           ELSE
               MOVE 'Y' TO WS-LIMITS-FOUND-SW
           END-IF.
       1800-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHANGE-LIMITS - A PERMANENT CHANGE. THE COMMAREA'S VALUES
      *                      REPLACE THE CAPS; ONE THAT RAISES AN
      *                      AMOUNT PAST THE THRESHOLD IS QUEUED FOR
      *                      APPROVAL, ANYTHING ELSE IS APPLIED NOW.
      ******************************************************************
       2000-CHANGE-LIMITS.
           IF WS-PEND-FOUND
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'A CHANGE IS ALREADY PENDING FOR THIS KEY'
                   TO LMM-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           IF WS-UPL-FOUND
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'AN UPLIFT STANDS - END IT FIRST'
                   TO LMM-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           MOVE LMM-SINGLE-TXN-CAP TO WS-CAP-SINGLE-TXN
           MOVE LMM-DAILY-COUNT-CAP TO WS-CAP-DAILY-COUNT
           MOVE LMM-DAILY-AMOUNT-CAP TO WS-CAP-DAILY-AMOUNT
           MOVE LMM-OVERDRAFT-LIMIT TO WS-CAP-OVERDRAFT
           PERFORM 2100-TEST-DUAL-CONTROL THRU 2100-EXIT
           PERFORM 1750-CAPS-TO-RECORD THRU 1750-EXIT
           IF WS-NEEDS-APPROVAL
               PERFORM 2200-QUEUE-CHANGE THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 1800-WRITE-LIMITS THRU 1800-EXIT
           IF LMM-REJECTED
               GO TO 2000-EXIT
           END-IF
           MOVE 'C' TO WS-AUDIT-ACTION
           MOVE LMM-OPERATOR-ID TO WS-AUDIT-ENTERED-BY
           MOVE SPACES TO WS-AUDIT-APPROVER-ID
           MOVE ZERO TO WS-AUDIT-EXPIRY-DATE
           PERFORM 9400-WRITE-AUDIT THRU 9400-EXIT
           DISPLAY V-PN 'LIMITS CHANGED - LEVEL ' LMM-LEVEL ' KEY '
               LMM-KEY ' BY ' LMM-OPERATOR-ID.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-TEST-DUAL-CONTROL - DOES THE CHANGE RAISE AN AMOUNT PAST
      *                          THE THRESHOLD? A CAP RAISED TO ZERO
      *                          IS LIFTED ALTOGETHER AND ALWAYS
      *                          COUNTS; LOWERING NEVER DOES. THE
      *                          DAILY COUNT CAP IS NOT AN AMOUNT AND
      *                          IS NEVER QUEUED.
      ******************************************************************
       2100-TEST-DUAL-CONTROL.
           MOVE 'N' TO WS-NEEDS-APPROVAL-SW
           IF WS-APPROVAL-LIMIT = ZERO
               GO TO 2100-EXIT
           END-IF
           IF WS-OLD-SINGLE-TXN NOT = ZERO AND
                   (WS-CAP-SINGLE-TXN = ZERO OR
                    (WS-CAP-SINGLE-TXN > WS-OLD-SINGLE-TXN AND
                     WS-CAP-SINGLE-TXN > WS-APPROVAL-LIMIT))
               MOVE 'Y' TO WS-NEEDS-APPROVAL-SW
           END-IF
           IF WS-OLD-DAILY-AMOUNT NOT = ZERO AND
                   (WS-CAP-DAILY-AMOUNT = ZERO OR
                    (WS-CAP-DAILY-AMOUNT > WS-OLD-DAILY-AMOUNT AND
                     WS-CAP-DAILY-AMOUNT > WS-APPROVAL-LIMIT))
               MOVE 'Y' TO WS-NEEDS-APPROVAL-SW
           END-IF
           IF WS-CAP-OVERDRAFT > WS-OLD-OVERDRAFT AND
                   WS-CAP-OVERDRAFT > WS-APPROVAL-LIMIT
               MOVE 'Y' TO WS-NEEDS-APPROVAL-SW
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-QUEUE-CHANGE - PUT THE CHANGE ON LIMPEND WITH BOTH IMAGES
      *                     AND ANSWER 02. NOTHING TOUCHES THE LIMITS
      *                     FILE UNTIL A SUPERVISOR APPROVES.
      ******************************************************************
       2200-QUEUE-CHANGE.
           IF WS-PEND-COUNT >= 100
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'PENDING QUEUE IS FULL' TO LMM-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO LIMPEND-RECORD
           MOVE LMM-LEVEL TO LMP-LEVEL
           MOVE LMM-KEY TO LMP-KEY
           MOVE WS-OLD-RECORD TO LMP-OLD-RECORD
           MOVE WS-NEW-RECORD TO LMP-NEW-RECORD
           MOVE LMM-OPERATOR-ID TO LMP-ENTERED-BY
           ACCEPT LMP-ENTERED-DATE FROM DATE YYYYMMDD
           ACCEPT LMP-ENTERED-TIME FROM TIME
           MOVE 'P' TO LMP-STATUS
           MOVE SPACES TO LMP-APPROVER-ID
           ADD 1 TO WS-PEND-COUNT
           MOVE LIMPEND-RECORD TO WS-PEND-RECORD(WS-PEND-COUNT)
           MOVE 'Y' TO WS-PEND-CHANGED-SW
           MOVE 02 TO LMM-RETURN-CODE
           MOVE 'E' TO WS-AUDIT-ACTION
           MOVE LMM-OPERATOR-ID TO WS-AUDIT-ENTERED-BY
           MOVE SPACES TO WS-AUDIT-APPROVER-ID
           MOVE ZERO TO WS-AUDIT-EXPIRY-DATE
           PERFORM 9400-WRITE-AUDIT THRU 9400-EXIT
           DISPLAY V-PN 'CHANGE QUEUED - LEVEL ' LMM-LEVEL ' KEY '
               LMM-KEY ' AWAITING APPROVAL'.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPROVE-CHANGE - DUAL-CONTROL APPLY. THE APPROVER MAY NOT
      *                       BE THE ENTERING OPERATOR. THE CAPS OF
      *                       THE QUEUED AFTER IMAGE ARE LAID ON THE
      *                       RECORD AS IT STANDS NOW - WHAT WAS
      *                       APPROVED IS WHAT IS APPLIED, AND THE
      *                       DAY'S ACCUMULATORS ARE NOT SET BACK.
      ******************************************************************
       3000-APPROVE-CHANGE.
           IF NOT WS-PEND-FOUND
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'NO PENDING CHANGE FOR THIS KEY'
                   TO LMM-REJECT-REASON
               GO TO 3000-EXIT
           END-IF
           MOVE WS-PEND-RECORD(WS-FOUND-INDEX) TO LIMPEND-RECORD
           IF LMP-ENTERED-BY = LMM-OPERATOR-ID
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'APPROVER MAY NOT BE ENTERING OPERATOR'
                   TO LMM-REJECT-REASON
               GO TO 3000-EXIT
           END-IF
           IF LMM-LEVEL-ACCOUNT
               MOVE LMP-NEW-RECORD TO ACCTLIMS-RECORD
           ELSE
               MOVE LMP-NEW-RECORD(1:51) TO CUSTLIMS-RECORD
           END-IF
           PERFORM 1700-CAPS-FROM-RECORD THRU 1700-EXIT
           IF WS-LIMITS-FOUND
               IF LMM-LEVEL-ACCOUNT
                   MOVE WS-OLD-RECORD TO ACCTLIMS-RECORD
               ELSE
                   MOVE WS-OLD-RECORD(1:51) TO CUSTLIMS-RECORD
               END-IF
           END-IF
           PERFORM 1750-CAPS-TO-RECORD THRU 1750-EXIT
           PERFORM 1800-WRITE-LIMITS THRU 1800-EXIT
           IF LMM-REJECTED
               MOVE 'LIMITS FILE UPDATE FAILED - LEFT PENDING'
                   TO LMM-REJECT-REASON
               GO TO 3000-EXIT
           END-IF
           MOVE 'A' TO LMP-STATUS
           MOVE LMM-OPERATOR-ID TO LMP-APPROVER-ID
           MOVE LIMPEND-RECORD TO WS-PEND-RECORD(WS-FOUND-INDEX)
           MOVE 'Y' TO WS-PEND-CHANGED-SW
           MOVE 'A' TO WS-AUDIT-ACTION
           MOVE LMP-ENTERED-BY TO WS-AUDIT-ENTERED-BY
           MOVE LMM-OPERATOR-ID TO WS-AUDIT-APPROVER-ID
           MOVE ZERO TO WS-AUDIT-EXPIRY-DATE
           PERFORM 9400-WRITE-AUDIT THRU 9400-EXIT
           DISPLAY V-PN 'CHANGE APPLIED - LEVEL ' LMM-LEVEL ' KEY '
               LMM-KEY ' APPROVED BY ' LMM-OPERATOR-ID.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-DECLINE-CHANGE - MARK THE QUEUED CHANGE DECLINED. THE
      *                       LIMITS FILE IS NOT TOUCHED; THE ENTRY
      *                       STAYS AS A RECORD OF THE DECISION.
      ******************************************************************
       4000-DECLINE-CHANGE.
           IF NOT WS-PEND-FOUND
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'NO PENDING CHANGE FOR THIS KEY'
                   TO LMM-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           MOVE WS-PEND-RECORD(WS-FOUND-INDEX) TO LIMPEND-RECORD
           MOVE 'R' TO LMP-STATUS
           MOVE LMM-OPERATOR-ID TO LMP-APPROVER-ID
           MOVE LIMPEND-RECORD TO WS-PEND-RECORD(WS-FOUND-INDEX)
           MOVE 'Y' TO WS-PEND-CHANGED-SW
           MOVE LMP-OLD-RECORD TO WS-OLD-RECORD
           MOVE LMP-NEW-RECORD TO WS-NEW-RECORD
           MOVE 'R' TO WS-AUDIT-ACTION
           MOVE LMP-ENTERED-BY TO WS-AUDIT-ENTERED-BY
           MOVE LMM-OPERATOR-ID TO WS-AUDIT-APPROVER-ID
           MOVE ZERO TO WS-AUDIT-EXPIRY-DATE
           PERFORM 9400-WRITE-AUDIT THRU 9400-EXIT
           DISPLAY V-PN 'CHANGE DECLINED - LEVEL ' LMM-LEVEL ' KEY '
               LMM-KEY ' BY ' LMM-OPERATOR-ID.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PLACE-UPLIFT - RAISE THE NAMED CAPS UNTIL THE EXPIRY
      *                     DATE. EACH NON-ZERO VALUE MUST BE ABOVE
      *                     THE CAP IT REPLACES - A ZERO CAP IS
      *                     ALREADY UNLIMITED AND CANNOT BE UPLIFTED.
      *                     THE PERMANENT CAPS GO ON THE REGISTER FOR
      *                     EXPLIMRV TO PUT BACK.
      ******************************************************************
       5000-PLACE-UPLIFT.
           IF WS-PEND-FOUND
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'A CHANGE IS PENDING FOR THIS KEY'
                   TO LMM-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF WS-UPL-FOUND
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'AN UPLIFT ALREADY STANDS FOR THIS KEY'
                   TO LMM-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF LMM-SINGLE-TXN-CAP NOT = ZERO AND
                   (WS-OLD-SINGLE-TXN = ZERO OR
                    LMM-SINGLE-TXN-CAP NOT > WS-OLD-SINGLE-TXN)
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'SINGLE-TXN UPLIFT MUST RAISE A SET CAP'
                   TO LMM-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF LMM-DAILY-COUNT-CAP NOT = ZERO AND
                   (WS-OLD-DAILY-COUNT = ZERO OR
                    LMM-DAILY-COUNT-CAP NOT > WS-OLD-DAILY-COUNT)
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'DAILY COUNT UPLIFT MUST RAISE A SET CAP'
                   TO LMM-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF LMM-DAILY-AMOUNT-CAP NOT = ZERO AND
                   (WS-OLD-DAILY-AMOUNT = ZERO OR
                    LMM-DAILY-AMOUNT-CAP NOT > WS-OLD-DAILY-AMOUNT)
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'DAILY AMOUNT UPLIFT MUST RAISE A SET CAP'
                   TO LMM-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF LMM-OVERDRAFT-LIMIT NOT = ZERO AND
                   LMM-OVERDRAFT-LIMIT NOT > WS-OLD-OVERDRAFT
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'OVERDRAFT UPLIFT MUST RAISE THE LINE'
                   TO LMM-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF WS-UPL-COUNT >= 200
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'UPLIFT REGISTER IS FULL' TO LMM-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF LMM-SINGLE-TXN-CAP NOT = ZERO
               MOVE LMM-SINGLE-TXN-CAP TO WS-CAP-SINGLE-TXN
           END-IF
           IF LMM-DAILY-COUNT-CAP NOT = ZERO
               MOVE LMM-DAILY-COUNT-CAP TO WS-CAP-DAILY-COUNT
           END-IF
           IF LMM-DAILY-AMOUNT-CAP NOT = ZERO
               MOVE LMM-DAILY-AMOUNT-CAP TO WS-CAP-DAILY-AMOUNT
           END-IF
           IF LMM-OVERDRAFT-LIMIT NOT = ZERO
               MOVE LMM-OVERDRAFT-LIMIT TO WS-CAP-OVERDRAFT
           END-IF
           PERFORM 1750-CAPS-TO-RECORD THRU 1750-EXIT
           PERFORM 1800-WRITE-LIMITS THRU 1800-EXIT
           IF LMM-REJECTED
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO LIMUPLFT-RECORD
           MOVE LMM-LEVEL TO LUP-LEVEL
           MOVE LMM-KEY TO LUP-KEY
           MOVE 'A' TO LUP-STATUS
           MOVE WS-OLD-SINGLE-TXN TO LUP-PERM-SINGLE-TXN-CAP
           MOVE WS-OLD-DAILY-COUNT TO LUP-PERM-DAILY-COUNT-CAP
           MOVE WS-OLD-DAILY-AMOUNT TO LUP-PERM-DAILY-AMOUNT-CAP
           MOVE WS-OLD-OVERDRAFT TO LUP-PERM-OVERDRAFT-LIMIT
           MOVE LMM-SINGLE-TXN-CAP TO LUP-TEMP-SINGLE-TXN-CAP
           MOVE LMM-DAILY-COUNT-CAP TO LUP-TEMP-DAILY-COUNT-CAP
           MOVE LMM-DAILY-AMOUNT-CAP TO LUP-TEMP-DAILY-AMOUNT-CAP
           MOVE LMM-OVERDRAFT-LIMIT TO LUP-TEMP-OVERDRAFT-LIMIT
           MOVE WS-TODAY TO LUP-PLACED-DATE
           MOVE LMM-EXPIRY-DATE TO LUP-EXPIRY-DATE
           MOVE LMM-OPERATOR-ID TO LUP-OPERATOR-ID
           MOVE ZERO TO LUP-ENDED-DATE
           ADD 1 TO WS-UPL-COUNT
           MOVE LIMUPLFT-RECORD TO WS-UPL-RECORD(WS-UPL-COUNT)
           MOVE 'Y' TO WS-UPL-CHANGED-SW
           MOVE 'T' TO WS-AUDIT-ACTION
           MOVE LMM-OPERATOR-ID TO WS-AUDIT-ENTERED-BY
           MOVE SPACES TO WS-AUDIT-APPROVER-ID
           MOVE LMM-EXPIRY-DATE TO WS-AUDIT-EXPIRY-DATE
           PERFORM 9400-WRITE-AUDIT THRU 9400-EXIT
           DISPLAY V-PN 'UPLIFT PLACED - LEVEL ' LMM-LEVEL ' KEY '
               LMM-KEY ' UNTIL ' LMM-EXPIRY-DATE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-END-UPLIFT - PUT THE PERMANENT CAPS BACK NOW, AHEAD OF
      *                   THE EXPIRY DATE.
      ******************************************************************
       6000-END-UPLIFT.
           IF NOT WS-UPL-FOUND
               MOVE 08 TO LMM-RETURN-CODE
               MOVE 'NO UPLIFT STANDS FOR THIS KEY'
                   TO LMM-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           MOVE WS-UPL-RECORD(WS-UPL-FOUND-INDEX) TO LIMUPLFT-RECORD
           PERFORM 6100-RESTORE-PERMANENT-CAPS THRU 6100-EXIT
           PERFORM 1750-CAPS-TO-RECORD THRU 1750-EXIT
           PERFORM 1800-WRITE-LIMITS THRU 1800-EXIT
           IF LMM-REJECTED
               GO TO 6000-EXIT
           END-IF
           MOVE 'X' TO LUP-STATUS
           MOVE WS-TODAY TO LUP-ENDED-DATE
           MOVE LIMUPLFT-RECORD TO WS-UPL-RECORD(WS-UPL-FOUND-INDEX)
           MOVE 'Y' TO WS-UPL-CHANGED-SW
           MOVE 'X' TO WS-AUDIT-ACTION
           MOVE LUP-OPERATOR-ID TO WS-AUDIT-ENTERED-BY
           MOVE LMM-OPERATOR-ID TO WS-AUDIT-APPROVER-ID
           MOVE LUP-EXPIRY-DATE TO WS-AUDIT-EXPIRY-DATE
           PERFORM 9400-WRITE-AUDIT THRU 9400-EXIT
           DISPLAY V-PN 'UPLIFT ENDED - LEVEL ' LMM-LEVEL ' KEY '
               LMM-KEY ' BY ' LMM-OPERATOR-ID.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6100-RESTORE-PERMANENT-CAPS - EACH UPLIFTED CAP BACK TO ITS
      *                               PERMANENT VALUE; CAPS THE UPLIFT
      *                               DID NOT RAISE ARE LEFT ALONE.
      *                               EXPLIMRV APPLIES THE SAME RULE.
      ******************************************************************
       6100-RESTORE-PERMANENT-CAPS.
           IF LUP-TEMP-SINGLE-TXN-CAP NOT = ZERO
               MOVE LUP-PERM-SINGLE-TXN-CAP TO WS-CAP-SINGLE-TXN
           END-IF
           IF LUP-TEMP-DAILY-COUNT-CAP NOT = ZERO
               MOVE LUP-PERM-DAILY-COUNT-CAP TO WS-CAP-DAILY-COUNT
           END-IF
           IF LUP-TEMP-DAILY-AMOUNT-CAP NOT = ZERO
               MOVE LUP-PERM-DAILY-AMOUNT-CAP TO WS-CAP-DAILY-AMOUNT
           END-IF
           IF LUP-TEMP-OVERDRAFT-LIMIT NOT = ZERO
               MOVE LUP-PERM-OVERDRAFT-LIMIT TO WS-CAP-OVERDRAFT
           END-IF.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-INQUIRE-LIMITS - THE CAPS IN FORCE, ANY STANDING UPLIFT'S
      *                       EXPIRY, AND WHETHER A CHANGE IS QUEUED.
      ******************************************************************
       7000-INQUIRE-LIMITS.
           MOVE WS-OLD-SINGLE-TXN TO LMM-SINGLE-TXN-CAP
           MOVE WS-OLD-DAILY-COUNT TO LMM-DAILY-COUNT-CAP
           MOVE WS-OLD-DAILY-AMOUNT TO LMM-DAILY-AMOUNT-CAP
           MOVE WS-OLD-OVERDRAFT TO LMM-OVERDRAFT-LIMIT
           IF WS-UPL-FOUND
               MOVE WS-UPL-RECORD(WS-UPL-FOUND-INDEX)
                   TO LIMUPLFT-RECORD
               MOVE LUP-EXPIRY-DATE TO LMM-UPLIFT-EXPIRY
           END-IF
           IF WS-PEND-FOUND
               MOVE 'Y' TO LMM-CHANGE-QUEUED-SW
           END-IF.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 9300-SAVE-PENDING-QUEUE - REWRITE LIMPEND IN FULL.
      ******************************************************************
       9300-SAVE-PENDING-QUEUE.
           OPEN OUTPUT LIMPEND-FILE
           IF NOT WS-LIMPEND-OK
               DISPLAY V-PN 'UNABLE TO REWRITE LIMPEND - STATUS '
                   WS-LIMPEND-STATUS
               GO TO 9300-EXIT
           END-IF
           PERFORM 9350-WRITE-ONE-PENDING THRU 9350-EXIT
               VARYING WS-PEND-INDEX FROM 1 BY 1
               UNTIL WS-PEND-INDEX > WS-PEND-COUNT
           CLOSE LIMPEND-FILE.
       9300-EXIT.
           EXIT.

       9350-WRITE-ONE-PENDING.
           MOVE WS-PEND-RECORD(WS-PEND-INDEX) TO LIMPEND-RECORD
           WRITE LIMPEND-RECORD.
       9350-EXIT.
           EXIT.

      ******************************************************************
      * 9400-WRITE-AUDIT - ONE APPEND-ONLY AUDIT ENTRY FOR THE ACTION
      *                    JUST TAKEN, WITH BEFORE AND AFTER IMAGES.
      ******************************************************************
       9400-WRITE-AUDIT.
           OPEN EXTEND LIMAUDT-FILE
           IF WS-LIMAUDT-NOT-FOUND
               OPEN OUTPUT LIMAUDT-FILE
           END-IF
           IF NOT WS-LIMAUDT-OK
               DISPLAY V-PN 'UNABLE TO OPEN LIMAUDT - STATUS '
                   WS-LIMAUDT-STATUS
               GO TO 9400-EXIT
           END-IF
           MOVE SPACES TO LIMAUDT-RECORD
           ACCEPT LMA-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LMA-LOG-TIME FROM TIME
           MOVE WS-AUDIT-ACTION TO LMA-ACTION
           MOVE LMM-LEVEL TO LMA-LEVEL
           MOVE LMM-KEY TO LMA-KEY
           MOVE WS-OLD-RECORD TO LMA-OLD-RECORD
           MOVE WS-NEW-RECORD TO LMA-NEW-RECORD
           MOVE WS-AUDIT-ENTERED-BY TO LMA-ENTERED-BY
           MOVE WS-AUDIT-APPROVER-ID TO LMA-APPROVER-ID
           MOVE WS-AUDIT-EXPIRY-DATE TO LMA-EXPIRY-DATE
           WRITE LIMAUDT-RECORD
           CLOSE LIMAUDT-FILE.
       9400-EXIT.
           EXIT.

      ******************************************************************
      * 9500-SAVE-UPLIFT-REGISTER - REWRITE LIMUPLFT IN FULL.
      ******************************************************************
       9500-SAVE-UPLIFT-REGISTER.
           OPEN OUTPUT LIMUPLFT-FILE
           IF NOT WS-LIMUPLFT-OK
               DISPLAY V-PN 'UNABLE TO REWRITE LIMUPLFT - STATUS '
                   WS-LIMUPLFT-STATUS
               GO TO 9500-EXIT
           END-IF
           PERFORM 9550-WRITE-ONE-UPLIFT THRU 9550-EXIT
               VARYING WS-UPL-INDEX FROM 1 BY 1
               UNTIL WS-UPL-INDEX > WS-UPL-COUNT
           CLOSE LIMUPLFT-FILE.
       9500-EXIT.
           EXIT.

       9550-WRITE-ONE-UPLIFT.
           MOVE WS-UPL-RECORD(WS-UPL-INDEX) TO LIMUPLFT-RECORD
           WRITE LIMUPLFT-RECORD.
       9550-EXIT.
           EXIT.
