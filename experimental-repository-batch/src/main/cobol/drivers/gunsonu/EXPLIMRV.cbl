      ******************************************************************
      * PROGRAM-ID : EXPLIMRV
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - TEMPORARY LIMIT UPLIFT
      *                    REVERSION, RUN IN THE EXPCTRL CHAIN AFTER
      *                    EXPAUTEX. AN ACTIVE LIMMNT UPLIFT WHOSE
      *                    EXPIRY DATE HAS PASSED HAS EACH UPLIFTED
      *                    CAP ON ACCTLIMS OR CUSTLIMS PUT BACK TO THE
      *                    PERMANENT VALUE HELD ON THE LIMUPLFT
      *                    REGISTER, IS MARKED REVERTED, AND IS
      *                    WRITTEN TO THE LIMAUDT TRAIL WITH BEFORE
      *                    AND AFTER IMAGES. THE REGISTER IS LOADED,
      *                    UPDATED IN MEMORY AND REWRITTEN IN FULL,
      *                    THE SAME WAY EXPAUTEX HANDLES AUTHRES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPLIMRV.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMUPLFT-FILE ASSIGN TO 'LIMUPLFT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMUPLFT-STATUS.
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
           SELECT LIMAUDT-FILE ASSIGN TO 'LIMAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMAUDT-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMUPLFT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY LIMUPLFT.

       FD  ACCTLIMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTLIMS.

       FD  CUSTLIMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTLIMS.

       FD  LIMAUDT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY LIMAUDT.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPLIMRV->'.

       01  WS-FILE-STATUSES.
           05  WS-LIMUPLFT-STATUS          PIC X(02) VALUE '00'.
               88  WS-LIMUPLFT-OK              VALUE '00'.
           05  WS-ACCTLIMS-STATUS          PIC X(02) VALUE '00'.
               88  WS-ACCTLIMS-OK              VALUE '00'.
           05  WS-CUSTLIMS-STATUS          PIC X(02) VALUE '00'.
               88  WS-CUSTLIMS-OK              VALUE '00'.
           05  WS-LIMAUDT-STATUS           PIC X(02) VALUE '00'.
               88  WS-LIMAUDT-OK               VALUE '00'.
               88  WS-LIMAUDT-NOT-FOUND        VALUE '35'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-UPL-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-UPL-EOF-REACHED          VALUE 'Y'.
           05  WS-UPL-OVERFLOW-SW          PIC X(01) VALUE 'N'.
               88  WS-UPL-TABLE-OVERFLOWED     VALUE 'Y'.
           05  WS-ACCTLIMS-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-ACCTLIMS-IS-OPEN         VALUE 'Y'.
               88  WS-ACCTLIMS-UNAVAILABLE     VALUE 'U'.
           05  WS-CUSTLIMS-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-CUSTLIMS-IS-OPEN         VALUE 'Y'.
               88  WS-CUSTLIMS-UNAVAILABLE     VALUE 'U'.
           05  WS-LIMITS-FOUND-SW          PIC X(01) VALUE 'N'.
               88  WS-LIMITS-FOUND             VALUE 'Y'.
           05  WS-REVERT-FAILED-SW         PIC X(01) VALUE 'N'.
               88  WS-REVERT-FAILED            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-UPLIFTS-READ             PIC 9(05) COMP VALUE ZERO.
           05  WS-UPLIFTS-REVERTED         PIC 9(05) COMP VALUE ZERO.
           05  WS-UPLIFTS-FAILED           PIC 9(05) COMP VALUE ZERO.
           05  WS-UPL-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-UPL-INDEX                PIC 9(04) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-OLD-RECORD                   PIC X(60) VALUE SPACES.
       01  WS-NEW-RECORD                   PIC X(60) VALUE SPACES.

      ******************************************************************
      * WS-UPL-TABLE - THE WHOLE LIMUPLFT REGISTER.
      ******************************************************************
       01  WS-UPL-TABLE.
           05  WS-UPL-ENTRY OCCURS 200 TIMES.
               10  WS-UPL-RECORD           PIC X(100).

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-JUDGE-ONE-UPLIFT THRU 2000-EXIT
               VARYING WS-UPL-INDEX FROM 1 BY 1
               UNTIL WS-UPL-INDEX > WS-UPL-COUNT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE AND THE LIMUPLFT LOAD.
      ******************************************************************
       1000-INITIALIZE.
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
           OPEN INPUT LIMUPLFT-FILE
           IF NOT WS-LIMUPLFT-OK
               DISPLAY V-PN 'NO LIMUPLFT FILE ON HAND - NOTHING TO '
                   'REVERT'
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-UPLIFT THRU 1100-EXIT
               UNTIL WS-UPL-EOF-REACHED
           CLOSE LIMUPLFT-FILE
      *    A TRUNCATED TABLE MUST NEVER BE REWRITTEN OVER THE LIVE
      *    FILE - EVERY UPLIFT PAST THE LIMIT WOULD VANISH AND NEVER
      *    BE PUT BACK - SO THE RUN IS REFUSED WITH THE FILES
      *    UNTOUCHED.
           IF WS-UPL-TABLE-OVERFLOWED
               DISPLAY V-PN 'UPLIFT TABLE FULL - RUN REFUSED, '
                   'LIMUPLFT AND LIMITS LEFT UNTOUCHED - RAISE THE '
                   'LIMIT'
               MOVE ZERO TO WS-UPL-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-UPLIFT.
           READ LIMUPLFT-FILE
               AT END
                   MOVE 'Y' TO WS-UPL-EOF-SWITCH
               NOT AT END
                   IF WS-UPL-COUNT < 200
                       ADD 1 TO WS-UPL-COUNT
                       MOVE LIMUPLFT-RECORD
                           TO WS-UPL-RECORD(WS-UPL-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-UPL-OVERFLOW-SW
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-JUDGE-ONE-UPLIFT - AN ACTIVE UPLIFT PAST ITS EXPIRY IS
      *                         REVERTED. ONE THAT CANNOT BE PUT BACK
      *                         STAYS ACTIVE FOR THE NEXT RUN.
      ******************************************************************
       2000-JUDGE-ONE-UPLIFT.
           MOVE WS-UPL-RECORD(WS-UPL-INDEX) TO LIMUPLFT-RECORD
           ADD 1 TO WS-UPLIFTS-READ
           IF NOT LUP-ACTIVE
               GO TO 2000-EXIT
           END-IF
           IF LUP-EXPIRY-DATE NOT NUMERIC OR
                   LUP-EXPIRY-DATE >= WS-RUN-DATE
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-REVERT-FAILED-SW
           IF LUP-LEVEL-ACCOUNT
               PERFORM 3000-REVERT-ACCOUNT THRU 3000-EXIT
           ELSE
               PERFORM 4000-REVERT-CUSTOMER THRU 4000-EXIT
           END-IF
           IF WS-REVERT-FAILED
               ADD 1 TO WS-UPLIFTS-FAILED
               MOVE 8 TO RETURN-CODE
               DISPLAY V-PN 'UPLIFT NOT REVERTED - LEVEL ' LUP-LEVEL
                   ' KEY ' LUP-KEY ' - LEFT ACTIVE FOR THE NEXT RUN'
               GO TO 2000-EXIT
           END-IF
           MOVE 'V' TO LUP-STATUS
           MOVE WS-RUN-DATE TO LUP-ENDED-DATE
           MOVE LIMUPLFT-RECORD TO WS-UPL-RECORD(WS-UPL-INDEX)
           ADD 1 TO WS-UPLIFTS-REVERTED
           PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
           IF WS-LIMITS-FOUND
               DISPLAY V-PN 'UPLIFT REVERTED - LEVEL ' LUP-LEVEL
                   ' KEY ' LUP-KEY ' EXPIRED ' LUP-EXPIRY-DATE
                   ' PLACED BY ' LUP-OPERATOR-ID
           ELSE
               DISPLAY V-PN 'UPLIFT CLOSED - LEVEL ' LUP-LEVEL
                   ' KEY ' LUP-KEY ' EXPIRED ' LUP-EXPIRY-DATE
                   ' - NO LIMITS RECORD LEFT TO RESTORE'
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REVERT-ACCOUNT - EACH UPLIFTED ACCTLIMS CAP BACK TO ITS
      *                       PERMANENT VALUE. THE SAME RULE AS
      *                       LIMMNT'S EARLY END - CAPS THE UPLIFT DID
      *                       NOT RAISE, AND THE DAY'S ACCUMULATORS,
      *                       ARE LEFT ALONE.
      ******************************************************************
       3000-REVERT-ACCOUNT.
           MOVE 'N' TO WS-LIMITS-FOUND-SW
           MOVE SPACES TO WS-OLD-RECORD
           MOVE SPACES TO WS-NEW-RECORD
           IF NOT WS-ACCTLIMS-IS-OPEN AND NOT WS-ACCTLIMS-UNAVAILABLE
               OPEN I-O ACCTLIMS-FILE
               IF WS-ACCTLIMS-OK
                   MOVE 'Y' TO WS-ACCTLIMS-OPEN-SW
               ELSE
                   DISPLAY V-PN 'UNABLE TO OPEN ACCTLIMS - STATUS '
                       WS-ACCTLIMS-STATUS
                   MOVE 'U' TO WS-ACCTLIMS-OPEN-SW
               END-IF
           END-IF
           IF WS-ACCTLIMS-UNAVAILABLE
               MOVE 'Y' TO WS-REVERT-FAILED-SW
               GO TO 3000-EXIT
           END-IF
           MOVE LUP-KEY TO LIM-ACCOUNT-NUMBER
           READ ACCTLIMS-FILE
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ
           MOVE 'Y' TO WS-LIMITS-FOUND-SW
           MOVE ACCTLIMS-RECORD TO WS-OLD-RECORD
           IF LUP-TEMP-SINGLE-TXN-CAP NOT = ZERO
               MOVE LUP-PERM-SINGLE-TXN-CAP TO LIM-SINGLE-TXN-CAP
           END-IF
           IF LUP-TEMP-DAILY-COUNT-CAP NOT = ZERO
               MOVE LUP-PERM-DAILY-COUNT-CAP TO LIM-DAILY-COUNT-CAP
           END-IF
           IF LUP-TEMP-DAILY-AMOUNT-CAP NOT = ZERO
               MOVE LUP-PERM-DAILY-AMOUNT-CAP TO LIM-DAILY-AMOUNT-CAP
           END-IF
           IF LUP-TEMP-OVERDRAFT-LIMIT NOT = ZERO
               MOVE LUP-PERM-OVERDRAFT-LIMIT TO LIM-OVERDRAFT-LIMIT
           END-IF
           REWRITE ACCTLIMS-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-REVERT-FAILED-SW
           END-REWRITE
           MOVE ACCTLIMS-RECORD TO WS-NEW-RECORD.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REVERT-CUSTOMER - THE SAME FOR CUSTLIMS, WHICH CARRIES
      *                        ONLY THE TWO DAILY CAPS.
      ******************************************************************
       4000-REVERT-CUSTOMER.
           MOVE 'N' TO WS-LIMITS-FOUND-SW
           MOVE SPACES TO WS-OLD-RECORD
           MOVE SPACES TO WS-NEW-RECORD
           IF NOT WS-CUSTLIMS-IS-OPEN AND NOT WS-CUSTLIMS-UNAVAILABLE
               OPEN I-O CUSTLIMS-FILE
               IF WS-CUSTLIMS-OK
                   MOVE 'Y' TO WS-CUSTLIMS-OPEN-SW
               ELSE
                   DISPLAY V-PN 'UNABLE TO OPEN CUSTLIMS - STATUS '
                       WS-CUSTLIMS-STATUS
                   MOVE 'U' TO WS-CUSTLIMS-OPEN-SW
               END-IF
           END-IF
           IF WS-CUSTLIMS-UNAVAILABLE
               MOVE 'Y' TO WS-REVERT-FAILED-SW
               GO TO 4000-EXIT
           END-IF
           MOVE LUP-KEY(1:8) TO CLM-CUSTOMER-NUMBER
           READ CUSTLIMS-FILE
               INVALID KEY
                   GO TO 4000-EXIT
           END-READ
           MOVE 'Y' TO WS-LIMITS-FOUND-SW
           MOVE CUSTLIMS-RECORD TO WS-OLD-RECORD
           IF LUP-TEMP-DAILY-COUNT-CAP NOT = ZERO
               MOVE LUP-PERM-DAILY-COUNT-CAP TO CLM-DAILY-COUNT-CAP
           END-IF
           IF LUP-TEMP-DAILY-AMOUNT-CAP NOT = ZERO
               MOVE LUP-PERM-DAILY-AMOUNT-CAP TO CLM-DAILY-AMOUNT-CAP
           END-IF
           REWRITE CUSTLIMS-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-REVERT-FAILED-SW
           END-REWRITE
           MOVE CUSTLIMS-RECORD TO WS-NEW-RECORD.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-AUDIT - ONE LIMAUDT ENTRY FOR THE REVERSION.
      ******************************************************************
       5000-WRITE-AUDIT.
           OPEN EXTEND LIMAUDT-FILE
           IF WS-LIMAUDT-NOT-FOUND
               OPEN OUTPUT LIMAUDT-FILE
           END-IF
           IF NOT WS-LIMAUDT-OK
               DISPLAY V-PN 'UNABLE TO OPEN LIMAUDT - STATUS '
                   WS-LIMAUDT-STATUS
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO LIMAUDT-RECORD
           ACCEPT LMA-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LMA-LOG-TIME FROM TIME
           MOVE 'V' TO LMA-ACTION
           MOVE LUP-LEVEL TO LMA-LEVEL
           MOVE LUP-KEY TO LMA-KEY
           MOVE WS-OLD-RECORD TO LMA-OLD-RECORD
           MOVE WS-NEW-RECORD TO LMA-NEW-RECORD
           MOVE LUP-OPERATOR-ID TO LMA-ENTERED-BY
           MOVE 'EXPLIMRV' TO LMA-APPROVER-ID
           MOVE LUP-EXPIRY-DATE TO LMA-EXPIRY-DATE
           WRITE LIMAUDT-RECORD
           CLOSE LIMAUDT-FILE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE THE LIMITS FILES, REWRITE LIMUPLFT,
      *                  AND REPORT THE COUNTS.
      ******************************************************************
       9000-TERMINATE.
           IF WS-ACCTLIMS-IS-OPEN
               CLOSE ACCTLIMS-FILE
           END-IF
           IF WS-CUSTLIMS-IS-OPEN
               CLOSE CUSTLIMS-FILE
           END-IF
           IF WS-UPLIFTS-REVERTED > ZERO
               PERFORM 9100-SAVE-UPLIFTS THRU 9100-EXIT
           END-IF
           DISPLAY V-PN 'UPLIFTS READ.........: ' WS-UPLIFTS-READ
           DISPLAY V-PN 'EXPIRED AND REVERTED.: ' WS-UPLIFTS-REVERTED
           DISPLAY V-PN 'NOT REVERTED.........: ' WS-UPLIFTS-FAILED.
       9000-EXIT.
           EXIT.

       9100-SAVE-UPLIFTS.
           OPEN OUTPUT LIMUPLFT-FILE
           IF NOT WS-LIMUPLFT-OK
               DISPLAY V-PN 'UNABLE TO REWRITE LIMUPLFT - STATUS '
                   WS-LIMUPLFT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 9100-EXIT
           END-IF
           PERFORM 9150-WRITE-ONE-UPLIFT THRU 9150-EXIT
               VARYING WS-UPL-INDEX FROM 1 BY 1
               UNTIL WS-UPL-INDEX > WS-UPL-COUNT
           CLOSE LIMUPLFT-FILE.
       9100-EXIT.
           EXIT.

       9150-WRITE-ONE-UPLIFT.
           MOVE WS-UPL-RECORD(WS-UPL-INDEX) TO LIMUPLFT-RECORD
           WRITE LIMUPLFT-RECORD.
       9150-EXIT.
           EXIT.
