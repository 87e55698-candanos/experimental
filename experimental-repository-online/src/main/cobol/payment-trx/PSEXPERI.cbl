      *                    INSTEAD OF REWRITING IT TRUNCATED - THE
      *                    OLD WARNING-AND-CARRY-ON PATH WAS SILENTLY
      *                    DELETING EVERY RECORD PAST THE LIMIT.
      * 2026-10-15  DS    WHILE EXPCTRL HAS THE POSTING WINDOW OPEN
      *                    (BDC-CHAIN-POSTING ON BUSDCTL) A PAYMENT
      *                    THAT PASSES ITS EDITS IS NO LONGER POSTED -
      *                    IT IS APPENDED TO THE DEFERQ QUEUE UNDER ITS
      *                    TRACE ID (MINTED NOW WHEN THE CALLER LEFT IT
      *                    BLANK, AND HANDED BACK IN PSEV-TRACE-ID) AND
      *                    THE CALLER GETS RETURN CODE 02, ACCEPTED,
      *                    PENDING. EXPDRAIN REPLAYS THE QUEUE THROUGH
      *                    THIS PROGRAM WHEN THE CHAIN ENDS. THE DUAL-
      *                    CONTROL HOLD STILL COMES FIRST.
      * 2026-10-15  DS    A PAYER REFERENCE OR REMITTANCE TEXT SUPPLIED
      *                    IN THE COMMAREA IS RECORDED ON THE REMITINF
      *                    COMPANION FILE UNDER THE PAYMENT'S TRACE ID
      *                    ONCE THE EDITS PASS - WHETHER THE PAYMENT
      *                    THEN POSTS, IS HELD OR IS DEFERRED - SO THE
      *                    STATEMENT, NOTIFICATION AND CLEARING STEPS
      *                    CAN CARRY IT. A PAYMENT WITH NEITHER WRITES
      *                    NOTHING, AND A FAILED WRITE IS REPORTED BUT
      *                    NEVER STOPS THE PAYMENT.
      * 2026-10-15  DS    THE ACCOUNT NUMBER'S CHECK DIGIT IS VERIFIED
      *                    THROUGH ACCTCHK AS PART OF THE ACCOUNT EDIT,
      *                    BEFORE ANY LOOKUP. A NUMBER THAT FAILS IS
      *                    REJECTED AT EDIT WITH RETURN CODE 84 AND ITS
      *                    ERRCODES TEXT INSTEAD OF THE USUAL 08, AND
      *                    QUEUED TO RJSUSP LIKE ANY OTHER EDIT REJECT.
      * 2026-10-15  DS    A PAYMENT SUBPGM01 HOLDS OUT OF PATTERN
      *                    (RETURN CODE 88, ALREADY QUEUED ON PNDAPPR)
      *                    RETURNS 04 HELD FOR SUPERVISOR APPROVAL, AS
      *                    A HOLD OVER THE APPROVAL LIMIT DOES, AND IS
      *                    NOT SENT TO RJSUSP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEXPERI.
           SELECT MEMOPSTN-FILE ASSIGN TO 'MEMOPSTN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEMOPSTN-STATUS.
           SELECT DEFERQ-FILE ASSIGN TO 'DEFERQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEFERQ-STATUS.
           SELECT REMITINF-FILE ASSIGN TO 'REMITINF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMI-TRACE-ID
               FILE STATUS IS WS-REMITINF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    WHEN THE LIVE FILE'S VALIDITY TRAILER IS MISSING.
       01  MEMOPSTN-RECORD                PIC X(48).

       FD  DEFERQ-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    ONE ENTRY PER PAYMENT ACCEPTED WHILE THE NIGHTLY CHAIN IS
      *    POSTING, OPENED EXTEND SO THEY ACCUMULATE IN ARRIVAL ORDER
      *    UNTIL EXPDRAIN REPLAYS THEM.
           COPY DEFERQ.

       FD  REMITINF-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE PAYMENT'S PAYER REFERENCE AND REMITTANCE TEXT, KEYED BY
      *    TRACE ID - SEE REMITINF.
           COPY REMITINF.

       FD  PSEXCTR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  WS-SUBPGM01-NAME                PIC X(08) VALUE 'SUBPGM01'.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.
       01  WS-OPERCHK-NAME                 PIC X(08) VALUE 'OPERCHK'.
       01  WS-ACCTCHK-NAME                 PIC X(08) VALUE 'ACCTCHK'.
           COPY BUSDPARM.
           COPY OPCHKPRM.
           COPY ACCKPARM.

      ******************************************************************
      * WS-BUSDATE-CONTROL - THE DECLARED BUSINESS DATE AND CUTOFF
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
           05  WS-BUSDATE-CUTOFF           PIC 9(06) VALUE ZERO.
           05  WS-TIME-NOW                 PIC 9(08) VALUE ZERO.
           05  WS-POSTING-WINDOW-SW        PIC X(01) VALUE 'N'.
               88  WS-POSTING-WINDOW-OPEN      VALUE 'Y'.
       01  WS-DEFERQ-STATUS                PIC X(02) VALUE '00'.
           88  WS-DEFERQ-OK                    VALUE '00'.
       01  WS-REMITINF-STATUS              PIC X(02) VALUE '00'.
           88  WS-REMITINF-OK                  VALUE '00'.
           88  WS-REMITINF-NOT-FOUND           VALUE '35'.
       01  WS-RJSUSP-STATUS                PIC X(02) VALUE '00'.
           88  WS-RJSUSP-OK                    VALUE '00'.
       01  WS-PSEXCTR-STATUS               PIC X(02) VALUE '00'.
           05  OLI-TRANSACTION-DATE        PIC 9(08).
           05  OLI-TRACE-ID                PIC X(16).
           05  OLI-OPERATOR-ID             PIC X(08).
           05  OLI-PAYER-REFERENCE         PIC X(16).
           05  OLI-REMITTANCE-TEXT         PIC X(35).

       01  WS-EDIT-SWITCHES.
           05  WS-EDIT-SWITCH              PIC X(01) VALUE 'N'.
               88  WS-EDITS-FAILED             VALUE 'Y'.
               88  WS-EDITS-PASSED             VALUE 'N'.
       01  WS-REJECT-REASON                PIC X(40) VALUE SPACES.
       01  WS-REJECT-RETURN-CODE           PIC 9(02) VALUE 08.

      ******************************************************************
      * WS-AUTHORIZED-OPERATORS - TABLE OF OPERATOR IDS PERMITTED TO KEY
           PERFORM 1000-RECEIVE-INPUT THRU 1000-EXIT
           PERFORM 1500-EDIT-TRANSACTION THRU 1500-EXIT
           PERFORM 1600-BUILD-TRANSACTION THRU 1600-EXIT
           IF WS-EDITS-PASSED
               PERFORM 1700-RECORD-REMITTANCE THRU 1700-EXIT
           END-IF
           IF WS-EDITS-FAILED
               PERFORM 1900-REJECT-TRANSACTION THRU 1900-EXIT
           ELSE
                       SP1-AMOUNT > WS-APPROVAL-LIMIT
                   PERFORM 1950-HOLD-FOR-APPROVAL THRU 1950-EXIT
               ELSE
                   IF WS-POSTING-WINDOW-OPEN
                       PERFORM 2300-DEFER-TRANSACTION THRU 2300-EXIT
                   ELSE
                       PERFORM 2000-POST-TRANSACTION THRU 2000-EXIT
                   END-IF
               END-IF
           END-IF
           GOBACK.
      ******************************************************************
      * 1070-READ-BUSINESS-DATE - PICK UP THE DECLARED BUSINESS DATE
      *                           AND CUTOFF TIME FROM THE BUSDCTL
      *                           CONTROL RECORD OWNED BY EXPDAYND,
      *                           AND WHETHER EXPCTRL HAS THE POSTING
      *                           WINDOW OPEN.
      ******************************************************************
       1070-READ-BUSINESS-DATE.
           MOVE 'N' TO WS-BUSDATE-PRESENT-SW
           MOVE 'N' TO WS-POSTING-WINDOW-SW
           OPEN INPUT BUSDCTL-FILE
           IF NOT WS-BUSDCTL-OK
               GO TO 1070-EXIT
                       MOVE BDC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE BDC-CUTOFF-TIME TO WS-BUSDATE-CUTOFF
                   END-IF
                   IF BDC-CHAIN-POSTING
                       MOVE 'Y' TO WS-POSTING-WINDOW-SW
                   END-IF
           END-READ
           CLOSE BUSDCTL-FILE.
       1070-EXIT.
           MOVE PSEV-CURRENCY-CODE TO OLI-CURRENCY-CODE
           MOVE PSEV-TRANSACTION-DATE TO OLI-TRANSACTION-DATE
           MOVE PSEV-TRACE-ID TO OLI-TRACE-ID
           MOVE PSEV-OPERATOR-ID TO OLI-OPERATOR-ID
           MOVE PSEV-PAYER-REFERENCE TO OLI-PAYER-REFERENCE
           MOVE PSEV-REMITTANCE-TEXT TO OLI-REMITTANCE-TEXT
           IF OLI-PAYER-REFERENCE = LOW-VALUES
               MOVE SPACES TO OLI-PAYER-REFERENCE
           END-IF
           IF OLI-REMITTANCE-TEXT = LOW-VALUES
               MOVE SPACES TO OLI-REMITTANCE-TEXT
           END-IF.
       1000-EXIT.
           EXIT.

       1500-EDIT-TRANSACTION.
           MOVE 'N' TO WS-EDIT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 08 TO WS-REJECT-RETURN-CODE
           PERFORM 1510-EDIT-ACCOUNT THRU 1510-EXIT
           IF WS-EDITS-PASSED
               PERFORM 1520-EDIT-AMOUNT THRU 1520-EXIT
           IF OLI-ACCOUNT-NUMBER = SPACES OR LOW-VALUES
               MOVE 'Y' TO WS-EDIT-SWITCH
               MOVE 'ACCOUNT NUMBER IS BLANK' TO WS-REJECT-REASON
               GO TO 1510-EXIT
           END-IF
           MOVE 'V' TO ACK-FUNCTION
           MOVE OLI-ACCOUNT-NUMBER TO ACK-ACCOUNT-NUMBER
           CALL WS-ACCTCHK-NAME USING ACCTCHK-PARM
           CANCEL WS-ACCTCHK-NAME
           IF ACK-INVALID
               MOVE 'Y' TO WS-EDIT-SWITCH
               MOVE 84 TO WS-REJECT-RETURN-CODE
               MOVE 84 TO SP1-RETURN-CODE
               PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
               MOVE WS-ERROR-TEXT TO WS-REJECT-REASON
           END-IF.
       1510-EXIT.
           EXIT.
       1650-EXIT.
           EXIT.

      ******************************************************************
      * 1700-RECORD-REMITTANCE - FILE THE PAYER REFERENCE AND
      *                          REMITTANCE TEXT ON REMITINF UNDER THE
      *                          TRACE ID THE PAYMENT WILL POST WITH.
      *                          AN EXISTING RECORD FOR THE TRACE (A
      *                          DEFERRED PAYMENT REPLAYED BY EXPDRAIN)
      *                          IS REPLACED. THE FILE IS CREATED THE
      *                          FIRST TIME ANYTHING IS RECORDED.
      ******************************************************************
       1700-RECORD-REMITTANCE.
           IF OLI-PAYER-REFERENCE = SPACES AND
                   OLI-REMITTANCE-TEXT = SPACES
               GO TO 1700-EXIT
           END-IF
           OPEN I-O REMITINF-FILE
           IF WS-REMITINF-NOT-FOUND
               OPEN OUTPUT REMITINF-FILE
               IF WS-REMITINF-OK
                   CLOSE REMITINF-FILE
                   OPEN I-O REMITINF-FILE
               END-IF
           END-IF
           IF NOT WS-REMITINF-OK
               DISPLAY V-PN 'UNABLE TO OPEN REMITINF - STATUS '
                   WS-REMITINF-STATUS ' - REMITTANCE NOT RECORDED '
                   'FOR TRACE ' SP1-TRACE-ID
               GO TO 1700-EXIT
           END-IF
           MOVE SPACES TO REMITINF-RECORD
           MOVE SP1-TRACE-ID TO RMI-TRACE-ID
           MOVE SP1-ACCOUNT-NUMBER TO RMI-ACCOUNT-NUMBER
           MOVE SP1-TRANSACTION-DATE TO RMI-CAPTURE-DATE
           MOVE 'O' TO RMI-SOURCE
           MOVE OLI-PAYER-REFERENCE TO RMI-PAYER-REFERENCE
           MOVE OLI-REMITTANCE-TEXT TO RMI-REMITTANCE-TEXT
           WRITE REMITINF-RECORD
               INVALID KEY
                   REWRITE REMITINF-RECORD
                       INVALID KEY
                           DISPLAY V-PN 'REMITINF REWRITE FAILED - '
                               'STATUS ' WS-REMITINF-STATUS
                               ' - TRACE ' SP1-TRACE-ID
                   END-REWRITE
           END-WRITE
           CLOSE REMITINF-FILE.
       1700-EXIT.
           EXIT.

      ******************************************************************
      * 1900-REJECT-TRANSACTION - STOP SHORT OF SUBPGM01, LOG WHY, AND
      *                           QUEUE THE TRANSACTION FOR REPAIR.
      ******************************************************************
       1900-REJECT-TRANSACTION.
           MOVE WS-REJECT-RETURN-CODE TO PSEV-RETURN-CODE
           MOVE WS-REJECT-REASON TO PSEV-REJECT-REASON
           DISPLAY V-PN 'TRANSACTION REJECTED AT EDIT - '
               WS-REJECT-REASON
           ACCEPT PND-REQUEST-TIME FROM TIME
           MOVE 'P' TO PND-STATUS
           MOVE SPACES TO PND-APPROVER-ID
           MOVE ZERO TO PND-RISK-SCORE
           MOVE SPACES TO PND-RISK-REASONS
           WRITE PNDAPPR-RECORD
           CLOSE PNDAPPR-FILE
           MOVE 04 TO PSEV-RETURN-CODE
           CANCEL WS-SUBPGM01-NAME
           PERFORM 2060-CLEAR-MEMO-POST THRU 2060-EXIT
           MOVE SP1-RETURN-CODE TO PSEV-RETURN-CODE
      *    HELD OUT OF PATTERN - SUBPGM01 HAS QUEUED IT ON PNDAPPR, SO
      *    THE CALLER GETS THE SAME WARNING AS A HOLD OVER THE
      *    APPROVAL LIMIT AND NOTHING GOES TO REPAIR.
           IF SP1-HELD-FOR-APPROVAL
               MOVE 04 TO PSEV-RETURN-CODE
               MOVE 'HELD FOR SUPERVISOR APPROVAL' TO PSEV-REJECT-REASON
               DISPLAY V-PN 'TRANSACTION HELD FOR APPROVAL - TRACE '
                   SP1-TRACE-ID
               GO TO 2000-EXIT
           END-IF
           IF SP1-FAILED
               PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
               MOVE WS-ERROR-TEXT TO PSEV-REJECT-REASON
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-DEFER-TRANSACTION - THE NIGHTLY CHAIN IS POSTING - QUEUE
      *                          THE EDITED PAYMENT ON DEFERQ FOR
      *                          EXPDRAIN INSTEAD OF TOUCHING THE
      *                          BOOKS UNDER IT. THE QUEUED IMAGE IS
      *                          THE CALLER'S COMMAREA WITH THE TRACE
      *                          ID FILLED IN, SO THE REPLAY POSTS
      *                          UNDER THE SAME ID THE CALLER HOLDS.
      ******************************************************************
       2300-DEFER-TRANSACTION.
           MOVE SP1-TRACE-ID TO PSEV-TRACE-ID
           OPEN EXTEND DEFERQ-FILE
           IF NOT WS-DEFERQ-OK
               OPEN OUTPUT DEFERQ-FILE
           END-IF
           IF NOT WS-DEFERQ-OK
               DISPLAY V-PN 'UNABLE TO OPEN DEFERQ - STATUS '
                   WS-DEFERQ-STATUS
               MOVE 08 TO PSEV-RETURN-CODE
               MOVE 'DEFERRED QUEUE UNAVAILABLE' TO PSEV-REJECT-REASON
               GO TO 2300-EXIT
           END-IF
           MOVE SPACES TO DEFERQ-RECORD
           MOVE 'PSEXPERI' TO DFQ-SERVICE
           ACCEPT DFQ-QUEUED-DATE FROM DATE YYYYMMDD
           ACCEPT DFQ-QUEUED-TIME FROM TIME
           MOVE SP1-OPERATOR-ID TO DFQ-OPERATOR-ID
           MOVE SP1-TRACE-ID TO DFQ-REFERENCE
           MOVE 'P' TO DFQ-STATUS
           MOVE ZERO TO DFQ-RESULT-CODE
           MOVE PSEXPERI-COMMAREA TO DFQ-COMMAREA
           WRITE DEFERQ-RECORD
           IF NOT WS-DEFERQ-OK
               DISPLAY V-PN 'DEFERQ WRITE FAILED - STATUS '
                   WS-DEFERQ-STATUS
               CLOSE DEFERQ-FILE
               MOVE 08 TO PSEV-RETURN-CODE
               MOVE 'DEFERRED QUEUE UNAVAILABLE' TO PSEV-REJECT-REASON
               GO TO 2300-EXIT
           END-IF
           CLOSE DEFERQ-FILE
           MOVE 02 TO PSEV-RETURN-CODE
           MOVE 'ACCEPTED, PENDING' TO PSEV-REJECT-REASON
           DISPLAY V-PN 'CHAIN POSTING - TRANSACTION QUEUED - TRACE '
               SP1-TRACE-ID.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 9800-LOOKUP-ERROR-TEXT - TRANSLATE SP1-RETURN-CODE INTO TEXT
      *                          FROM THE SHARED ERRCODES TABLE.
           MOVE 'N' TO WS-ERROR-FOUND-SWITCH
           PERFORM 9850-COMPARE-ERROR-CODE
               VARYING WS-ERROR-INDEX FROM 1 BY 1
               UNTIL WS-ERROR-INDEX > 23 OR WS-ERROR-TEXT-FOUND.
       9800-EXIT.
           EXIT.

