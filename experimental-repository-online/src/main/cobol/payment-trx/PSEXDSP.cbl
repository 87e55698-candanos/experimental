      *                    INSTEAD OF REWRITING IT TRUNCATED - THE
      *                    OLD WARNING-AND-CARRY-ON PATH WAS SILENTLY
      *                    DELETING EVERY RECORD PAST THE LIMIT.
      * 2026-10-15  DS    OPENING A CASE, OR A RETURN DECISION, IS
      *                    NOW REFUSED WHILE EXPCTRL HAS THE POSTING
      *                    WINDOW OPEN ON BUSDCTL - BOTH WOULD HAVE
      *                    POSTED UNDER THE NIGHTLY CHAIN. AN UPHOLD
      *                    POSTS NOTHING AND STILL CLOSES THE CASE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEXDSP.
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXR-TRACE-ID
               FILE STATUS IS WS-TRANXREF-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
           COPY TRANXREF.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD - READ ONLY FOR THE
      *    POSTING-WINDOW FLAG EXPCTRL SETS.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'PSEXDSP-> '.
       01  WS-OPERCHK-NAME                 PIC X(08) VALUE 'OPERCHK'.
               88  WS-DSPCASE-EOF               VALUE '10'.
           05  WS-TRANXREF-STATUS          PIC X(02) VALUE '00'.
               88  WS-TRANXREF-OK              VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CASE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-ORIGINAL-FOUND           VALUE 'Y'.
           05  WS-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-CASE-TABLE-OVERFLOWED    VALUE 'Y'.
           05  WS-POSTING-WINDOW-SW        PIC X(01) VALUE 'N'.
               88  WS-POSTING-WINDOW-OPEN      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CASE-COUNT               PIC 9(03) COMP VALUE ZERO.
       1000-EXIT.
           EXIT.

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
      * 1100-LOAD-CASES - THE WHOLE CASE FILE INTO MEMORY.
      ******************************************************************
      ******************************************************************
      * 2000-OPEN-CASE - LOOK UP THE ORIGINAL, REFUSE A SECOND OPEN
      *                  CASE AGAINST THE SAME TRACE, POST THE
      *                  PROVISIONAL CREDIT, AND RECORD THE CASE. NO
      *                  CASE OPENS WHILE THE NIGHTLY CHAIN HAS THE
      *                  POSTING WINDOW OPEN - THE CREDIT WOULD POST
      *                  UNDER IT.
      ******************************************************************
       2000-OPEN-CASE.
           PERFORM 2050-CHECK-ALREADY-OPEN THRU 2050-EXIT
               MOVE 'CASE FILE IS FULL' TO PDS-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           PERFORM 1050-CHECK-POSTING-WINDOW THRU 1050-EXIT
           IF WS-POSTING-WINDOW-OPEN
               MOVE 08 TO PDS-RETURN-CODE
               MOVE 'POSTING WINDOW OPEN - RETRY AFTER CHAIN'
                   TO PDS-REJECT-REASON
               DISPLAY V-PN 'OPEN REFUSED - ' PDS-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
      *    THE PROVISIONAL CREDIT - THE DISPUTED AMOUNT, NEGATED SO
      *    THE POSTING CHAIN CREDITS THE CUSTOMER WHILE THE
      *    INVESTIGATION RUNS.
      ******************************************************************
      * 3000-DECIDE-CASE - CLOSE THE CASE. AN UPHOLD LEAVES THE
      *                    PROVISIONAL CREDIT STANDING; A RETURN
      *                    POSTS THE SETTLING DEBIT AUTOMATICALLY, SO
      *                    IT IS REFUSED, WITH THE CASE LEFT OPEN,
      *                    WHILE THE POSTING WINDOW IS OPEN.
      ******************************************************************
       3000-DECIDE-CASE.
           PERFORM 3100-FIND-CASE THRU 3100-EXIT
           END-IF
           MOVE WS-CASE-RECORD(WS-FOUND-INDEX) TO DSPCASE-RECORD
           IF PDS-DECISION-RETURN
               PERFORM 1050-CHECK-POSTING-WINDOW THRU 1050-EXIT
               IF WS-POSTING-WINDOW-OPEN
                   MOVE 08 TO PDS-RETURN-CODE
                   MOVE 'POSTING WINDOW OPEN - RETRY AFTER CHAIN'
                       TO PDS-REJECT-REASON
                   DISPLAY V-PN 'DECISION REFUSED - '
                       PDS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               PERFORM 3200-POST-SETTLING-DEBIT THRU 3200-EXIT
               IF PDS-REJECTED
                   GO TO 3000-EXIT
           MOVE 'N' TO WS-ERROR-FOUND-SWITCH
           PERFORM 9850-COMPARE-ERROR-CODE
               VARYING WS-ERROR-INDEX FROM 1 BY 1
               UNTIL WS-ERROR-INDEX > 23 OR WS-ERROR-TEXT-FOUND.
       9800-EXIT.
           EXIT.

