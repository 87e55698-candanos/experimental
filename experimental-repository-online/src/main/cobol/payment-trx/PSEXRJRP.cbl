      *                    FUNCTION). WHEN THE ENTITLEMENT FILES ARE
      *                    UNAVAILABLE THE OLD COMPILED SUPERVISOR
      *                    TABLE STILL ANSWERS.
      * 2026-10-15  DS    A REPAIR SUBPGM01 HOLDS OUT OF PATTERN
      *                    (RETURN CODE 88, NOW ON PNDAPPR) CLOSES THE
      *                    RJSUSP ENTRY AND RETURNS 04 HELD FOR
      *                    SUPERVISOR APPROVAL.
      * 2026-10-15  DS    A REPAIR IS NOW REFUSED, WITH THE ENTRY
      *                    LEFT PENDING, WHILE EXPCTRL HAS THE POSTING
      *                    WINDOW OPEN ON BUSDCTL - THE RESUBMISSION
      *                    WOULD HAVE POSTED UNDER THE NIGHTLY CHAIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEXRJRP.
           SELECT RJSUSP-FILE ASSIGN TO 'RJSUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RJSUSP-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY RJSUSP.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD - READ ONLY FOR THE
      *    POSTING-WINDOW FLAG EXPCTRL SETS.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'PSEXRJRP->'.
       01  WS-OPERCHK-NAME                 PIC X(08) VALUE 'OPERCHK'.

       01  WS-RJSUSP-STATUS                PIC X(02) VALUE '00'.
           88  WS-RJSUSP-OK                    VALUE '00'.
       01  WS-BUSDCTL-STATUS               PIC X(02) VALUE '00'.
           88  WS-BUSDCTL-OK                   VALUE '00'.

       01  WS-SWITCHES.
           05  WS-RJSUSP-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-RJSUSP-EOF-REACHED       VALUE 'Y'.
           05  WS-ENTRY-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND              VALUE 'Y'.
           05  WS-POSTING-WINDOW-SW        PIC X(01) VALUE 'N'.
               88  WS-POSTING-WINDOW-OPEN      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-QUEUE-COUNT              PIC 9(04) COMP VALUE ZERO.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CHECK-POSTING-WINDOW - IS EXPCTRL'S NIGHTLY CHAIN IN ITS
      *                             POSTING STEPS? A MISSING BUSDCTL
      *                             FILE MEANS NO WINDOW IS OPEN.
      ******************************************************************
       1200-CHECK-POSTING-WINDOW.
           MOVE 'N' TO WS-POSTING-WINDOW-SW
           OPEN INPUT BUSDCTL-FILE
           IF NOT WS-BUSDCTL-OK
               GO TO 1200-EXIT
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
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-BROWSE-QUEUE - HAND BACK THE FIRST TEN PENDING ENTRIES.
      ******************************************************************
      ******************************************************************
      * 3000-REPAIR-ENTRY - APPLY THE CORRECTIONS TO THE QUEUED
      *                     PAYMENT AND RESUBMIT IT THROUGH SUBPGM01
      *                     ON THE SPOT. REFUSED, WITH THE ENTRY LEFT
      *                     PENDING, WHILE THE NIGHTLY CHAIN HAS THE
      *                     POSTING WINDOW OPEN.
      ******************************************************************
       3000-REPAIR-ENTRY.
           PERFORM 3100-FIND-PENDING-ENTRY THRU 3100-EXIT
                   TO PRJR-REJECT-REASON
               GO TO 3000-EXIT
           END-IF
           PERFORM 1200-CHECK-POSTING-WINDOW THRU 1200-EXIT
           IF WS-POSTING-WINDOW-OPEN
               MOVE 08 TO PRJR-RETURN-CODE
               MOVE 'POSTING WINDOW OPEN - RETRY AFTER CHAIN'
                   TO PRJR-REJECT-REASON
               DISPLAY V-PN 'REPAIR REFUSED - ' PRJR-REJECT-REASON
               GO TO 3000-EXIT
           END-IF
           MOVE RJS-PAYMENT-DATA TO SUBPRM01
           IF PRJR-NEW-ACCOUNT NOT = SPACES AND
                   PRJR-NEW-ACCOUNT NOT = LOW-VALUES
           CALL WS-SUBPGM01-NAME USING SUBPRM01
           CANCEL WS-SUBPGM01-NAME
           CANCEL WS-SUBPGM02-NAME
      *    HELD OUT OF PATTERN - NOW ON PNDAPPR FOR A SUPERVISOR, SO
      *    THE ENTRY IS CLOSED HERE WITH A WARNING, NOT LEFT PENDING.
           IF SP1-HELD-FOR-APPROVAL
               MOVE 04 TO PRJR-RETURN-CODE
               MOVE 'HELD FOR SUPERVISOR APPROVAL' TO PRJR-REJECT-REASON
               MOVE SUBPRM01 TO RJS-PAYMENT-DATA
               MOVE 'R' TO RJS-STATUS
               DISPLAY V-PN 'HELD FOR SUPERVISOR APPROVAL - TRACE '
                   SP1-TRACE-ID
               MOVE RJSUSP-RECORD TO WS-REPAIR-RECORD(WS-FOUND-INDEX)
               GO TO 3000-EXIT
           END-IF
           IF SP1-FAILED
               MOVE SP1-RETURN-CODE TO PRJR-RETURN-CODE
               PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
           MOVE 'N' TO WS-ERROR-FOUND-SWITCH
           PERFORM 9850-COMPARE-ERROR-CODE
               VARYING WS-ERROR-INDEX FROM 1 BY 1
               UNTIL WS-ERROR-INDEX > 23 OR WS-ERROR-TEXT-FOUND.
       9800-EXIT.
           EXIT.

