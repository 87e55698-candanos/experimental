      *                    WITH A BLANK ACCOUNT (NEVER COUNTED BY THE
      *                    FUNDS CHECK) AND THE PARTIAL CAPTURE
      *                    AMOUNT INSTEAD OF THE RESERVATION.
      * 2026-10-15  DS    WHILE EXPCTRL HAS THE POSTING WINDOW OPEN
      *                    (BDC-CHAIN-POSTING ON BUSDCTL) A REQUEST
      *                    THAT PASSES ITS CHECKS IS QUEUED ON DEFERQ
      *                    INSTEAD OF APPLIED, AND THE CALLER GETS
      *                    RETURN CODE 02, ACCEPTED, PENDING. A QUEUED
      *                    AUTHORIZE IS GIVEN ITS AUTH ID NOW, WITH
      *                    PREFIX 'P' IN PLACE OF 'H', AND THE ID IS
      *                    HANDED BACK; WHEN EXPDRAIN REPLAYS IT THE
      *                    AUTHORIZE KEEPS THAT ID (ANY OTHER ID THE
      *                    CALLER LEAVES IN THE COMMAREA IS STILL
      *                    REPLACED BY A FRESH ONE). THE CAPTURE CHECKS
      *                    MOVED TO 3050-CHECK-CAPTURE SO THE QUEUE
      *                    PATH APPLIES THE SAME ONES.
      * 2026-10-15  DS    A CAPTURE NOW NAMES ITS AUTHORIZATION IN
      *                    SP1-ORIGINAL-TRACE-ID SO SUBPGM01 DOES NOT
      *                    HOLD IT FOR BEHAVIOUR APPROVAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEXAUTH.
           SELECT MEMOPSTN-FILE ASSIGN TO 'MEMOPSTN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEMOPSTN-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT DEFERQ-FILE ASSIGN TO 'DEFERQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEFERQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    WHEN THE LIVE FILE'S VALIDITY TRAILER IS MISSING.
       01  MEMOPSTN-RECORD                PIC X(48).

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD - READ ONLY FOR THE
      *    POSTING-WINDOW FLAG EXPCTRL SETS.
           COPY BUSDCTL.

       FD  DEFERQ-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    REQUESTS ACCEPTED WHILE THE NIGHTLY CHAIN IS POSTING,
      *    OPENED EXTEND AND LEFT FOR EXPDRAIN TO REPLAY.
           COPY DEFERQ.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'PSEXAUTH->'.
       01  WS-SUBPGM01-NAME                PIC X(08) VALUE 'SUBPGM01'.
               88  WS-MEMOPOST-EOF              VALUE '10'.
           05  WS-MEMOPSTN-STATUS          PIC X(02) VALUE '00'.
               88  WS-MEMOPSTN-OK              VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-DEFERQ-STATUS            PIC X(02) VALUE '00'.
               88  WS-DEFERQ-OK                VALUE '00'.

       01  WS-SWITCHES.
           05  WS-LOAD-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-SAVING-SIDE-COPY         VALUE 'S'.
           05  WS-MEMO-OVERFLOW-SW         PIC X(01) VALUE 'N'.
               88  WS-MEMO-OVERFLOWED          VALUE 'Y'.
           05  WS-POSTING-WINDOW-SW        PIC X(01) VALUE 'N'.
               88  WS-POSTING-WINDOW-OPEN      VALUE 'Y'.
           05  WS-ID-IN-USE-SW             PIC X(01) VALUE 'N'.
               88  WS-AUTH-ID-IN-USE           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-AUTH-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  WS-TODAY                        PIC 9(08) VALUE ZERO.
       01  WS-TIME-NOW                     PIC 9(08) VALUE ZERO.
       01  WS-AUTH-SEQUENCE                PIC 9(01) VALUE ZERO.
       01  WS-AUTH-ID-PREFIX               PIC X(01) VALUE 'H'.

      ******************************************************************
      * WS-AUTH-TABLE - THE WHOLE AUTHRES FILE, LOADED, UPDATED IN
           MOVE SPACES TO PAU-REJECT-REASON
           MOVE SPACES TO PAU-CAPTURE-TRACE-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1050-CHECK-POSTING-WINDOW THRU 1050-EXIT
           PERFORM 1000-EDIT-REQUEST THRU 1000-EXIT
           IF PAU-REJECTED
               DISPLAY V-PN 'REQUEST REJECTED AT EDIT - '
               GOBACK
           END-IF
           PERFORM 1100-LOAD-AUTHORIZATIONS THRU 1100-EXIT
           IF WS-POSTING-WINDOW-OPEN
               PERFORM 6000-DEFER-REQUEST THRU 6000-EXIT
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN PAU-FUNC-AUTHORIZE
                   PERFORM 2000-AUTHORIZE THRU 2000-EXIT
           END-IF
           GOBACK.

      ******************************************************************
      * 1050-CHECK-POSTING-WINDOW - IS EXPCTRL'S NIGHTLY CHAIN IN ITS
      *                             POSTING STEPS? A MISSING BUSDCTL
      *                             FILE MEANS NO WINDOW IS OPEN.
      ******************************************************************
       1050-CHECK-POSTING-WINDOW.
           MOVE 'N' TO WS-POSTING-WINDOW-SW
           OPEN INPUT BUSDCTL-FILE
           IF NOT WS-BUSDCTL-OK
               GO TO 1050-EXIT
           END-IF
           READ BUSDCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BDC-CHAIN-POSTING
                       MOVE 'Y' TO WS-POSTING-WINDOW-SW
                   END-IF
           END-READ
           CLOSE BUSDCTL-FILE.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1000-EDIT-REQUEST - FIELD-LEVEL EDITS AND THE ENTITLEMENT
      *                     CHECK.

      ******************************************************************
      * 2000-AUTHORIZE - MINT THE AUTH ID, WRITE THE RESERVING HOLD,
      *                  AND RECORD THE RESERVATION. AN AUTHORIZE
      *                  QUEUED DURING THE POSTING WINDOW ARRIVES
      *                  FROM EXPDRAIN WITH ITS 'P' ID ALREADY MINTED
      *                  AND KEEPS IT, UNLESS THAT ID IS SOMEHOW ON
      *                  AUTHRES ALREADY.
      ******************************************************************
       2000-AUTHORIZE.
           IF WS-AUTH-COUNT >= 200
                   TO PAU-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-ID-IN-USE-SW
           IF PAU-AUTH-ID(1:1) = 'P'
               PERFORM 2050-CHECK-ID-IN-USE
                   VARYING WS-AUTH-INDEX FROM 1 BY 1
                   UNTIL WS-AUTH-INDEX > WS-AUTH-COUNT
                       OR WS-AUTH-ID-IN-USE
           END-IF
           IF PAU-AUTH-ID(1:1) NOT = 'P' OR WS-AUTH-ID-IN-USE
               MOVE 'H' TO WS-AUTH-ID-PREFIX
               PERFORM 2100-BUILD-AUTH-ID THRU 2100-EXIT
           END-IF
           PERFORM 2200-WRITE-RESERVING-HOLD THRU 2200-EXIT
           IF PAU-REJECTED
               GO TO 2000-EXIT
       2000-EXIT.
           EXIT.

       2050-CHECK-ID-IN-USE.
           MOVE WS-AUTH-RECORD(WS-AUTH-INDEX) TO AUTHRES-RECORD
           IF ATH-AUTH-ID = PAU-AUTH-ID
               MOVE 'Y' TO WS-ID-IN-USE-SW
           END-IF.

       2100-BUILD-AUTH-ID.
           ACCEPT WS-TIME-NOW FROM TIME
           IF WS-AUTH-SEQUENCE = 9
               ADD 1 TO WS-AUTH-SEQUENCE
           END-IF
           MOVE SPACES TO PAU-AUTH-ID
           STRING WS-AUTH-ID-PREFIX DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   WS-TIME-NOW(1:6) DELIMITED BY SIZE
                   WS-AUTH-SEQUENCE DELIMITED BY SIZE
      *                AUTHORIZATION AND RELEASE ITS HOLD.
      ******************************************************************
       3000-CAPTURE.
           PERFORM 3050-CHECK-CAPTURE THRU 3050-EXIT
           IF PAU-REJECTED
               GO TO 3000-EXIT
           END-IF
      *    THE HOLD COMES OFF FIRST SO THE FUNDS CHECK DOES NOT
                   ATH-AUTH-ID(2:15) DELIMITED BY SIZE
               INTO SP1-TRACE-ID
           END-STRING
      *    NAMING THE AUTHORIZATION AS THE ORIGINAL KEEPS SUBPGM01
      *    FROM HOLDING THE CAPTURE FOR BEHAVIOUR APPROVAL - THE
      *    CARDHOLDER'S FUNDS WERE COMMITTED WHEN IT WAS RESERVED.
           MOVE ATH-AUTH-ID TO SP1-ORIGINAL-TRACE-ID
           CALL WS-SUBPGM01-NAME USING SUBPRM01
           CANCEL WS-SUBPGM01-NAME
           IF SP1-FAILED
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3050-CHECK-CAPTURE - THE AUTH MUST BE OPEN AND UNEXPIRED AND
      *                      THE CAPTURE NO MORE THAN IT RESERVED. THE
      *                      AUTHRES RECORD IS LEFT IN AUTHRES-RECORD.
      ******************************************************************
       3050-CHECK-CAPTURE.
           PERFORM 3100-FIND-OPEN-AUTH THRU 3100-EXIT
           IF NOT WS-AUTH-FOUND
               MOVE 08 TO PAU-RETURN-CODE
               MOVE 'NO OPEN AUTHORIZATION FOR THIS ID'
                   TO PAU-REJECT-REASON
               GO TO 3050-EXIT
           END-IF
           MOVE WS-AUTH-RECORD(WS-FOUND-INDEX) TO AUTHRES-RECORD
           IF ATH-EXPIRY-DATE NUMERIC AND
                   ATH-EXPIRY-DATE < WS-TODAY
               MOVE 08 TO PAU-RETURN-CODE
               MOVE 'AUTHORIZATION HAS EXPIRED' TO PAU-REJECT-REASON
               GO TO 3050-EXIT
           END-IF
           IF PAU-AMOUNT NOT NUMERIC OR PAU-AMOUNT NOT > ZERO OR
                   PAU-AMOUNT > ATH-AMOUNT
               MOVE 08 TO PAU-RETURN-CODE
               MOVE 'CAPTURE EXCEEDS AUTHORIZED AMOUNT'
                   TO PAU-REJECT-REASON
           END-IF.
       3050-EXIT.
           EXIT.

       3100-FIND-OPEN-AUTH.
           MOVE 'N' TO WS-AUTH-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-INDEX
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 6000-DEFER-REQUEST - THE NIGHTLY CHAIN IS POSTING - RUN THE
      *                      CHECKS THAT NEED NOTHING WRITTEN, THEN
      *                      QUEUE THE REQUEST ON DEFERQ FOR EXPDRAIN
      *                      INSTEAD OF TOUCHING MEMOPOST, AUTHRES OR
      *                      THE BOOKS. AN AUTHORIZE IS GIVEN ITS 'P'
      *                      AUTH ID HERE SO THE CALLER HAS IT NOW AND
      *                      THE REPLAY RESERVES UNDER THE SAME ID.
      ******************************************************************
       6000-DEFER-REQUEST.
           EVALUATE TRUE
               WHEN PAU-FUNC-AUTHORIZE
                   MOVE 'P' TO WS-AUTH-ID-PREFIX
                   PERFORM 2100-BUILD-AUTH-ID THRU 2100-EXIT
               WHEN PAU-FUNC-CAPTURE
                   PERFORM 3050-CHECK-CAPTURE THRU 3050-EXIT
               WHEN PAU-FUNC-VOID
                   PERFORM 3100-FIND-OPEN-AUTH THRU 3100-EXIT
                   IF NOT WS-AUTH-FOUND
                       MOVE 08 TO PAU-RETURN-CODE
                       MOVE 'NO OPEN AUTHORIZATION FOR THIS ID'
                           TO PAU-REJECT-REASON
                   END-IF
           END-EVALUATE
           IF PAU-REJECTED
               DISPLAY V-PN 'REQUEST REJECTED - ' PAU-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           OPEN EXTEND DEFERQ-FILE
           IF NOT WS-DEFERQ-OK
               OPEN OUTPUT DEFERQ-FILE
           END-IF
           IF NOT WS-DEFERQ-OK
               DISPLAY V-PN 'UNABLE TO OPEN DEFERQ - STATUS '
                   WS-DEFERQ-STATUS
               MOVE 08 TO PAU-RETURN-CODE
               MOVE 'DEFERRED QUEUE UNAVAILABLE' TO PAU-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           MOVE SPACES TO DEFERQ-RECORD
           MOVE 'PSEXAUTH' TO DFQ-SERVICE
           ACCEPT DFQ-QUEUED-DATE FROM DATE YYYYMMDD
           ACCEPT DFQ-QUEUED-TIME FROM TIME
           MOVE PAU-OPERATOR-ID TO DFQ-OPERATOR-ID
           MOVE PAU-AUTH-ID TO DFQ-REFERENCE
           MOVE 'P' TO DFQ-STATUS
           MOVE ZERO TO DFQ-RESULT-CODE
           MOVE PSEXAUTH-COMMAREA TO DFQ-COMMAREA
           WRITE DEFERQ-RECORD
           IF NOT WS-DEFERQ-OK
               DISPLAY V-PN 'DEFERQ WRITE FAILED - STATUS '
                   WS-DEFERQ-STATUS
               CLOSE DEFERQ-FILE
               MOVE 08 TO PAU-RETURN-CODE
               MOVE 'DEFERRED QUEUE UNAVAILABLE' TO PAU-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           CLOSE DEFERQ-FILE
           MOVE 02 TO PAU-RETURN-CODE
           MOVE 'ACCEPTED, PENDING' TO PAU-REJECT-REASON
           DISPLAY V-PN 'CHAIN POSTING - ' PAU-FUNCTION
               ' REQUEST QUEUED - AUTH ' PAU-AUTH-ID.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 9300-SAVE-AUTHORIZATIONS - REWRITE AUTHRES IN FULL.
      ******************************************************************
           MOVE 'N' TO WS-ERROR-FOUND-SWITCH
           PERFORM 9850-COMPARE-ERROR-CODE
               VARYING WS-ERROR-INDEX FROM 1 BY 1
               UNTIL WS-ERROR-INDEX > 23 OR WS-ERROR-TEXT-FOUND.
       9800-EXIT.
           EXIT.

