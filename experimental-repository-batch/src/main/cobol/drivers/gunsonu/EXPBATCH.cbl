      *                    INSTEAD OF REWRITING IT TRUNCATED - THE
      *                    OLD WARNING-AND-CARRY-ON PATH WAS SILENTLY
      *                    DELETING EVERY RECORD PAST THE LIMIT.
      * 2026-10-15  DS    WHAT BECAME OF EACH TRANSACTION - POSTED,
      *                    REJECTED, SUSPENDED TO ITS EFFECTIVE DATE OR
      *                    HELD - IS NOW APPENDED TO BATOUTC, FROM
      *                    WHICH EXPPRESP ANSWERS THE UPSTREAM PARTNER
      *                    RECORD FOR RECORD. NOT WRITTEN IN TEST MODE.
      * 2026-10-15  DS    A PAYMENT SUBPGM01 HOLDS OUT OF PATTERN
      *                    (RETURN CODE 88) IS ALREADY QUEUED ON
      *                    PNDAPPR - IT IS NOT WRITTEN TO RJSUSP, AND
      *                    ITS BATOUTC OUTCOME IS 'H' (HELD).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPBATCH.
           SELECT FEETAX-FILE ASSIGN TO 'FEETAX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEETAX-STATUS.
           SELECT BATOUTC-FILE ASSIGN TO 'BATOUTC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATOUTC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SUBPGM01 POSTED.
           COPY FEETAX.

       FD  BATOUTC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY BATOUTC.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPBATCH->'.
       01  WS-SUBPGM01-NAME                PIC X(08) VALUE 'SUBPGM01'.
               88  WS-EXPARCHGLX-OK             VALUE '00'.
           05  WS-RJSUSP-STATUS            PIC X(02) VALUE '00'.
               88  WS-RJSUSP-OK                 VALUE '00'.
           05  WS-BATOUTC-STATUS           PIC X(02) VALUE '00'.
               88  WS-BATOUTC-OK                VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-GLEXT-IS-OPEN            VALUE 'Y'.
           05  WS-RJSUSP-OPEN-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RJSUSP-IS-OPEN           VALUE 'Y'.
           05  WS-BATOUTC-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-BATOUTC-IS-OPEN          VALUE 'Y'.
           05  WS-TEST-MODE-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-TEST-MODE-REQUESTED      VALUE 'Y'.
           05  WS-WORKER-MODE-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-ERROR-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-ERROR-TEXT-FOUND             VALUE 'Y'.
       01  WS-ERROR-TEXT                   PIC X(28) VALUE SPACES.

      *    THE OUTCOME 2017-WRITE-OUTCOME LOGS TO BATOUTC (SEE BOC-
      *    OUTCOME FOR THE CODES) AND THE REASON THAT GOES WITH IT.
       01  WS-OUTCOME-CODE                 PIC X(01) VALUE SPACE.
       01  WS-OUTCOME-RETURN-CODE          PIC 9(02) VALUE ZERO.
       01  WS-OUTCOME-REASON               PIC X(40) VALUE SPACES.
       01  WS-RETURN-CODE-EDIT             PIC X(02) VALUE SPACES.

           COPY SUBPRM01.
                   DISPLAY V-PN 'UNABLE TO OPEN RJSUSP - STATUS '
                       WS-RJSUSP-STATUS
               END-IF
               IF NOT WS-TEST-MODE-REQUESTED
                   OPEN EXTEND BATOUTC-FILE
                   IF NOT WS-BATOUTC-OK
                       OPEN OUTPUT BATOUTC-FILE
                   END-IF
                   IF WS-BATOUTC-OK
                       MOVE 'Y' TO WS-BATOUTC-OPEN-SWITCH
                   ELSE
                       DISPLAY V-PN 'UNABLE TO OPEN BATOUTC - STATUS '
                           WS-BATOUTC-STATUS
                   END-IF
               END-IF
               PERFORM 1020-OPEN-SETTLEMENT THRU 1020-EXIT
      *        A MIDDAY CYCLE LEAVES THE SUSPENSE RELEASE AND THE
      *        MEMO HOLDS TO THE OVERNIGHT CYCLE THAT OWNS THEM.
               ' AMOUNT ' SP1-AMOUNT ' TRACE ' SP1-TRACE-ID
           MOVE WS-TEST-MODE-SWITCH TO SP1-TEST-MODE
           CALL WS-SUBPGM01-NAME USING SUBPRM01
           MOVE SPACES TO WS-OUTCOME-REASON
           MOVE SP1-RETURN-CODE TO WS-OUTCOME-RETURN-CODE
           IF SP1-FAILED
               ADD 1 TO WS-RECORDS-REJECTED
               PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
               DISPLAY V-PN 'TRANSACTION REJECTED - TRACE '
                   SP1-TRACE-ID ' - ' WS-ERROR-TEXT
      *        A PAYMENT HELD OUT OF PATTERN IS ALREADY ON PNDAPPR FOR
      *        A SUPERVISOR - IT IS NOT FOR REPAIR.
               IF NOT SP1-HELD-FOR-APPROVAL
                   PERFORM 2015-WRITE-REJECT-QUEUE THRU 2015-EXIT
               END-IF
               MOVE WS-ERROR-TEXT TO WS-OUTCOME-REASON
               IF SP1-COMPLIANCE-HELD OR SP1-HELD-FOR-APPROVAL
                   MOVE 'H' TO WS-OUTCOME-CODE
               ELSE
                   MOVE 'R' TO WS-OUTCOME-CODE
               END-IF
           ELSE
               ADD 1 TO WS-RECORDS-POSTED
               PERFORM 2090-CLEAR-MEMO-HOLD THRU 2090-EXIT
               MOVE 'P' TO WS-OUTCOME-CODE
           END-IF
           PERFORM 2017-WRITE-OUTCOME THRU 2017-EXIT
           IF NOT WS-TEST-MODE-REQUESTED
               PERFORM 2070-WRITE-GL-EXTRACT THRU 2070-EXIT
               IF NOT SP1-FAILED AND SP1-FEE-AMOUNT > ZERO
       2015-EXIT.
           EXIT.

      ******************************************************************
      * 2017-WRITE-OUTCOME - APPEND WS-OUTCOME-CODE, ITS RETURN CODE
      *                      AND REASON FOR THE TRANSACTION NOW IN
      *                      SUBPRM01 TO BATOUTC, FOR EXPPRESP'S
      *                      PARTNER RESPONSE.
      ******************************************************************
       2017-WRITE-OUTCOME.
           IF NOT WS-BATOUTC-IS-OPEN
               GO TO 2017-EXIT
           END-IF
           MOVE SPACES TO BATOUTC-RECORD
           MOVE WS-RUN-DATE TO BOC-LOGGED-DATE
           MOVE SP1-TRACE-ID TO BOC-TRACE-ID
           MOVE WS-OUTCOME-CODE TO BOC-OUTCOME
           MOVE WS-OUTCOME-RETURN-CODE TO BOC-RETURN-CODE
           MOVE WS-OUTCOME-REASON TO BOC-REASON
           IF BOC-SUSPENDED
               MOVE SP1-EFFECTIVE-DATE TO BOC-EFFECTIVE-DATE
           ELSE
               MOVE ZERO TO BOC-EFFECTIVE-DATE
           END-IF
           WRITE BATOUTC-RECORD.
       2017-EXIT.
           EXIT.

      ******************************************************************
      * 2005-CHECK-REGION-BREAK - WHEN SP1-REGION-CODE CHANGES FROM THE
      *                           PRIOR TRANSACTION, PRINT THE SUBTOTAL
           ADD 1 TO WS-RECORDS-SUSPENDED
           PERFORM 1270-CARRY-FORWARD-SUSPENSE THRU 1270-EXIT
           DISPLAY V-PN 'TRANSACTION SUSPENDED - NOT YET EFFECTIVE - '
               'TRACE ' SP1-TRACE-ID
           MOVE 'S' TO WS-OUTCOME-CODE
           MOVE ZERO TO WS-OUTCOME-RETURN-CODE
           MOVE 'SUSPENDED TO EFFECTIVE DATE' TO WS-OUTCOME-REASON
           PERFORM 2017-WRITE-OUTCOME THRU 2017-EXIT.
       2065-EXIT.
           EXIT.

       2060-HOLD-FUTURE-TRANSACTION.
           ADD 1 TO WS-RECORDS-HELD
           DISPLAY V-PN 'TRANSACTION HELD - DATED AFTER CUTOFF - TRACE '
               SP1-TRACE-ID
           MOVE 'H' TO WS-OUTCOME-CODE
           MOVE ZERO TO WS-OUTCOME-RETURN-CODE
           MOVE 'HELD - DATED AFTER CLOSING CUTOFF' TO WS-OUTCOME-REASON
           PERFORM 2017-WRITE-OUTCOME THRU 2017-EXIT.
       2060-EXIT.
           EXIT.

           IF WS-RJSUSP-IS-OPEN
               CLOSE RJSUSP-FILE
           END-IF
           IF WS-BATOUTC-IS-OPEN
               CLOSE BATOUTC-FILE
           END-IF
           IF WS-MASKXREF-IS-OPEN
               CLOSE MASKXREF-FILE
           END-IF
           MOVE 'N' TO WS-ERROR-FOUND-SWITCH
           PERFORM 9850-COMPARE-ERROR-CODE
               VARYING WS-ERROR-INDEX FROM 1 BY 1
               UNTIL WS-ERROR-INDEX > 23 OR WS-ERROR-TEXT-FOUND.
       9800-EXIT.
           EXIT.

