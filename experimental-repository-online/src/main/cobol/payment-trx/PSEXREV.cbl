      *                    FOR A PARTIAL REFUND IS NO LONGER NEEDED,
      *                    SO THE SAME REFUND CAN NO LONGER BE KEYED
      *                    TWICE UNNOTICED.
      * 2026-10-15  DS    WHILE EXPCTRL HAS THE POSTING WINDOW OPEN
      *                    (BDC-CHAIN-POSTING ON BUSDCTL) A REVERSAL
      *                    THAT PASSES ITS CHECKS IS QUEUED ON DEFERQ
      *                    INSTEAD OF POSTED, AND THE CALLER GETS
      *                    RETURN CODE 02, ACCEPTED, PENDING. EXPDRAIN
      *                    REPLAYS IT THROUGH THIS PROGRAM WHEN THE
      *                    CHAIN ENDS, WHICH IS WHEN THE NEW TRACE ID
      *                    IS MINTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEXREV.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RVX-ORIGINAL-TRACE-ID
               FILE STATUS IS WS-REVXREF-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT DEFERQ-FILE ASSIGN TO 'DEFERQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEFERQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE SAME PAYMENT GETS AN IMMEDIATE, CLEAR REFUSAL.
           COPY REVXREF.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD - READ ONLY FOR THE
      *    POSTING-WINDOW FLAG EXPCTRL SETS.
           COPY BUSDCTL.

       FD  DEFERQ-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    REVERSALS ACCEPTED WHILE THE NIGHTLY CHAIN IS POSTING,
      *    OPENED EXTEND AND LEFT FOR EXPDRAIN TO REPLAY.
           COPY DEFERQ.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'PSEXREV->'.
       01  WS-OPERCHK-NAME                 PIC X(08) VALUE 'OPERCHK'.
           88  WS-TRANXREF-OK                  VALUE '00'.
       01  WS-REVXREF-STATUS               PIC X(02) VALUE '00'.
           88  WS-REVXREF-OK                   VALUE '00'.
       01  WS-BUSDCTL-STATUS               PIC X(02) VALUE '00'.
           88  WS-BUSDCTL-OK                   VALUE '00'.
       01  WS-DEFERQ-STATUS                PIC X(02) VALUE '00'.
           88  WS-DEFERQ-OK                    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-TRANLOG-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-TRANLOG-EOF-REACHED      VALUE 'Y'.
           05  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
               88  WS-ORIGINAL-FOUND           VALUE 'Y'.
           05  WS-POSTING-WINDOW-SW        PIC X(01) VALUE 'N'.
               88  WS-POSTING-WINDOW-OPEN      VALUE 'Y'.

      *    THE ORIGINAL TRANSACTION'S DETAILS, CAPTURED FROM TRANLOG
      *    BEFORE THE FILE IS CLOSED.
       PROCEDURE DIVISION USING PSEXREV-COMMAREA.

       0000-MAINLINE.
           PERFORM 1050-CHECK-POSTING-WINDOW THRU 1050-EXIT
           PERFORM 1000-RECEIVE-INPUT THRU 1000-EXIT
           PERFORM 1300-CHECK-ALREADY-REVERSED THRU 1300-EXIT
           IF PRV-REJECTED
           IF WS-ORIGINAL-FOUND
               PERFORM 1600-BUILD-REVERSAL THRU 1600-EXIT
               IF NOT PRV-REJECTED
                   IF WS-POSTING-WINDOW-OPEN
                       PERFORM 2300-DEFER-REVERSAL THRU 2300-EXIT
                   ELSE
                       PERFORM 2000-POST-REVERSAL THRU 2000-EXIT
                   END-IF
               END-IF
           ELSE
               PERFORM 1900-REJECT-NOT-FOUND THRU 1900-EXIT
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
      * 1000-RECEIVE-INPUT - RESET THE OUTPUT FIELDS OF THE COMMAREA
      *                      BEFORE DOING ANYTHING ELSE.
       2015-EXIT.
           EXIT.

      ******************************************************************
      * 2300-DEFER-REVERSAL - THE NIGHTLY CHAIN IS POSTING - QUEUE THE
      *                       CHECKED REVERSAL REQUEST ON DEFERQ FOR
      *                       EXPDRAIN INSTEAD OF POSTING IT. THE
      *                       QUEUED IMAGE IS THE CALLER'S COMMAREA,
      *                       SO THE REPLAY REPEATS EVERY CHECK AGAINST
      *                       THE BOOKS AS THEY STAND AFTER THE CHAIN.
      ******************************************************************
       2300-DEFER-REVERSAL.
           OPEN EXTEND DEFERQ-FILE
           IF NOT WS-DEFERQ-OK
               OPEN OUTPUT DEFERQ-FILE
           END-IF
           IF NOT WS-DEFERQ-OK
               DISPLAY V-PN 'UNABLE TO OPEN DEFERQ - STATUS '
                   WS-DEFERQ-STATUS
               MOVE 08 TO PRV-RETURN-CODE
               MOVE 'DEFERRED QUEUE UNAVAILABLE' TO PRV-REJECT-REASON
               GO TO 2300-EXIT
           END-IF
           MOVE SPACES TO DEFERQ-RECORD
           MOVE 'PSEXREV ' TO DFQ-SERVICE
           ACCEPT DFQ-QUEUED-DATE FROM DATE YYYYMMDD
           ACCEPT DFQ-QUEUED-TIME FROM TIME
           MOVE PRV-OPERATOR-ID TO DFQ-OPERATOR-ID
           MOVE PRV-ORIGINAL-TRACE-ID TO DFQ-REFERENCE
           MOVE 'P' TO DFQ-STATUS
           MOVE ZERO TO DFQ-RESULT-CODE
           MOVE PSEXREV-COMMAREA TO DFQ-COMMAREA
           WRITE DEFERQ-RECORD
           IF NOT WS-DEFERQ-OK
               DISPLAY V-PN 'DEFERQ WRITE FAILED - STATUS '
                   WS-DEFERQ-STATUS
               CLOSE DEFERQ-FILE
               MOVE 08 TO PRV-RETURN-CODE
               MOVE 'DEFERRED QUEUE UNAVAILABLE' TO PRV-REJECT-REASON
               GO TO 2300-EXIT
           END-IF
           CLOSE DEFERQ-FILE
           MOVE 02 TO PRV-RETURN-CODE
           MOVE 'ACCEPTED, PENDING' TO PRV-REJECT-REASON
           DISPLAY V-PN 'CHAIN POSTING - REVERSAL OF TRACE '
               PRV-ORIGINAL-TRACE-ID ' QUEUED'.
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

