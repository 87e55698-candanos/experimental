      ******************************************************************
      * PROGRAM-ID : EXPDRAIN
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - DEFERRED-QUEUE DRAIN, THE
      *                    LAST STEP OF THE EXPCTRL CHAIN. WHILE THE
      *                    CHAIN'S POSTING WINDOW IS OPEN (BDC-CHAIN-
      *                    POSTING ON BUSDCTL) PSEXPERI, PSEXREV,
      *                    PSEXAUTH, ACCTMNT AND TDMNT QUEUE WHAT THEY
      *                    ACCEPT ON DEFERQ INSTEAD OF POSTING IT.
      *                    EXPCTRL CLOSES THE WINDOW JUST BEFORE THIS
      *                    STEP, AND THIS PROGRAM REPLAYS EVERY
      *                    PENDING ENTRY, IN ARRIVAL ORDER, THROUGH THE
      *                    SERVICE THAT QUEUED IT - THE SAME CALL, WITH
      *                    THE SAME COMMAREA, THE CALLER MADE. EACH
      *                    ENTRY IS MARKED DONE OR FAILED AS IT GOES,
      *                    SO A RERUN AFTER AN ABEND PICKS UP WHERE
      *                    THE LAST RUN STOPPED. EVERY ENTRY THAT DID
      *                    NOT POST (REJECTED ON REPLAY, OR HELD FOR
      *                    SUPERVISOR APPROVAL) IS LISTED ON DEFERRPT
      *                    WITH THE SERVICE'S REASON. WHEN EVERY ENTRY
      *                    ON THE FILE HAS BEEN DEALT WITH THE QUEUE
      *                    IS EMPTIED.
      *
      *                    CONDITION CODES - 0 CLEAN (OR NOTHING
      *                    QUEUED), 4 WHEN ANY ENTRY FAILED OR WAS
      *                    HELD, 8 WHEN THE QUEUE CANNOT BE OPENED FOR
      *                    UPDATE OR THE POSTING WINDOW IS STILL OPEN
      *                    (THE SERVICES WOULD ONLY QUEUE THE ENTRIES
      *                    AGAIN).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPDRAIN.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFERQ-FILE ASSIGN TO 'DEFERQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEFERQ-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT DEFERRPT-FILE ASSIGN TO 'DEFERRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFERRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFERQ-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE DEFERRED ONLINE REQUEST QUEUE - OPENED I-O SO EACH
      *    ENTRY'S STATUS IS REWRITTEN IN PLACE AS IT IS REPLAYED.
           COPY DEFERQ.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    READ ONLY - THE POSTING WINDOW MUST BE CLOSED BEFORE THE
      *    QUEUE CAN BE REPLAYED.
           COPY BUSDCTL.

       FD  DEFERRPT-FILE
           LABEL RECORDS ARE STANDARD.
      *    ONE LINE PER QUEUED ENTRY THAT DID NOT POST, THEN A
      *    SUMMARY LINE.
       01  DFR-RECORD                     PIC X(100).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPDRAIN->'.
       01  WS-SERVICE-NAME                 PIC X(08) VALUE SPACES.

       01  WS-FILE-STATUSES.
           05  WS-DEFERQ-STATUS            PIC X(02) VALUE '00'.
               88  WS-DEFERQ-OK                VALUE '00'.
               88  WS-DEFERQ-EOF               VALUE '10'.
               88  WS-DEFERQ-NOT-FOUND         VALUE '35'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-DEFERRPT-STATUS          PIC X(02) VALUE '00'.
               88  WS-DEFERRPT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-DEFERQ-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-DEFERQ-EOF-REACHED       VALUE 'Y'.
           05  WS-DEFERQ-OPEN-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-DEFERQ-IS-OPEN           VALUE 'Y'.
           05  WS-DFR-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-DFR-IS-OPEN              VALUE 'Y'.
           05  WS-REWRITE-FAILED-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-REWRITE-FAILED           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-RECOUNTED        PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-ALREADY-DONE     PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-POSTED           PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-HELD             PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-REQUEUED         PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-FAILED           PIC 9(07) COMP VALUE ZERO.

       01  WS-SUMMARY-EDITS.
           05  WS-POSTED-EDIT              PIC Z(06)9.
           05  WS-HELD-EDIT                PIC Z(06)9.
           05  WS-REQUEUED-EDIT            PIC Z(06)9.
           05  WS-FAILED-EDIT              PIC Z(06)9.

      ******************************************************************
      * WS-REPLAY-RESULT - THE OUTCOME OF ONE REPLAYED ENTRY, TAKEN
      * FROM WHICHEVER SERVICE'S COMMAREA WAS USED. 00 POSTED, 02
      * QUEUED AGAIN, 04 HELD FOR APPROVAL, ANYTHING ELSE FAILED.
      ******************************************************************
       01  WS-REPLAY-RESULT.
           05  WS-RESULT-CODE              PIC 9(02) VALUE ZERO.
               88  WS-RESULT-POSTED            VALUE 00.
               88  WS-RESULT-REQUEUED          VALUE 02.
               88  WS-RESULT-HELD              VALUE 04.
           05  WS-RESULT-REASON            PIC X(40) VALUE SPACES.
           05  WS-RESULT-TEXT              PIC X(08) VALUE SPACES.

      ******************************************************************
      * THE SERVICES' COMMAREAS - EACH QUEUED IMAGE IS MOVED INTO THE
      * ONE FOR ITS SERVICE AND PASSED ON THE CALL.
      ******************************************************************
           COPY PSEVCOMM.
           COPY PREVCOMM.
           COPY PAUTCOMM.
           COPY ACMTCOMM.
           COPY TDMCOMM.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-DRAIN-ONE-ENTRY THRU 2000-EXIT
               UNTIL WS-DEFERQ-EOF-REACHED
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - REFUSE TO RUN WHILE THE POSTING WINDOW IS
      *                   STILL OPEN, THEN OPEN THE QUEUE FOR UPDATE
      *                   AND THE REPORT. NO QUEUE FILE MEANS NOTHING
      *                   WAS DEFERRED.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'Y' TO WS-DEFERQ-EOF-SWITCH
           OPEN INPUT BUSDCTL-FILE
           IF WS-BUSDCTL-OK
               READ BUSDCTL-FILE
                   AT END
                       MOVE SPACES TO BDC-POSTING-WINDOW
               END-READ
               CLOSE BUSDCTL-FILE
               IF BDC-CHAIN-POSTING
                   DISPLAY V-PN 'POSTING WINDOW IS STILL OPEN ON '
                       'BUSDCTL - QUEUE NOT DRAINED'
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF
           OPEN I-O DEFERQ-FILE
           IF WS-DEFERQ-NOT-FOUND
               DISPLAY V-PN 'NO DEFERQ FILE - NOTHING WAS QUEUED'
               GO TO 1000-EXIT
           END-IF
           IF NOT WS-DEFERQ-OK
               DISPLAY V-PN 'UNABLE TO OPEN DEFERQ - STATUS '
                   WS-DEFERQ-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-DEFERQ-OPEN-SWITCH
           MOVE 'N' TO WS-DEFERQ-EOF-SWITCH
           OPEN OUTPUT DEFERRPT-FILE
           IF WS-DEFERRPT-OK
               MOVE 'Y' TO WS-DFR-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN DEFERRPT - STATUS '
                   WS-DEFERRPT-STATUS
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-DRAIN-ONE-ENTRY - REPLAY THE NEXT PENDING ENTRY THROUGH
      *                        ITS SERVICE AND REWRITE ITS STATUS.
      *                        AN ENTRY ALREADY DONE OR FAILED (A
      *                        RERUN) IS PASSED OVER.
      ******************************************************************
       2000-DRAIN-ONE-ENTRY.
           READ DEFERQ-FILE
               AT END
                   MOVE 'Y' TO WS-DEFERQ-EOF-SWITCH
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ENTRIES-READ
           IF NOT DFQ-PENDING
               ADD 1 TO WS-ENTRIES-ALREADY-DONE
               GO TO 2000-EXIT
           END-IF
           MOVE ZERO TO WS-RESULT-CODE
           MOVE SPACES TO WS-RESULT-REASON
           MOVE DFQ-SERVICE TO WS-SERVICE-NAME
           EVALUATE DFQ-SERVICE
               WHEN 'PSEXPERI'
                   PERFORM 2100-REPLAY-PAYMENT THRU 2100-EXIT
               WHEN 'PSEXREV '
                   PERFORM 2200-REPLAY-REVERSAL THRU 2200-EXIT
               WHEN 'PSEXAUTH'
                   PERFORM 2300-REPLAY-AUTHORIZATION THRU 2300-EXIT
               WHEN 'ACCTMNT '
                   PERFORM 2400-REPLAY-ACCOUNT-MAINT THRU 2400-EXIT
               WHEN 'TDMNT   '
                   PERFORM 2500-REPLAY-DEPOSIT-MAINT THRU 2500-EXIT
               WHEN OTHER
                   MOVE 99 TO WS-RESULT-CODE
                   MOVE 'SERVICE NOT KNOWN TO EXPDRAIN'
                       TO WS-RESULT-REASON
           END-EVALUATE
           MOVE WS-RESULT-CODE TO DFQ-RESULT-CODE
           MOVE WS-RESULT-REASON TO DFQ-RESULT-REASON
           EVALUATE TRUE
               WHEN WS-RESULT-POSTED
                   MOVE 'D' TO DFQ-STATUS
                   ADD 1 TO WS-ENTRIES-POSTED
               WHEN WS-RESULT-REQUEUED
      *            THE WINDOW OPENED AGAIN UNDER THE DRAIN - THE
      *            SERVICE HAS QUEUED A FRESH COPY, SO THIS ONE IS
      *            DONE WITH.
                   MOVE 'D' TO DFQ-STATUS
                   ADD 1 TO WS-ENTRIES-REQUEUED
                   MOVE 'QUEUED AGAIN' TO WS-RESULT-TEXT
                   PERFORM 2800-REPORT-ENTRY THRU 2800-EXIT
               WHEN WS-RESULT-HELD
                   MOVE 'D' TO DFQ-STATUS
                   ADD 1 TO WS-ENTRIES-HELD
                   MOVE 'HELD' TO WS-RESULT-TEXT
                   PERFORM 2800-REPORT-ENTRY THRU 2800-EXIT
               WHEN OTHER
                   MOVE 'F' TO DFQ-STATUS
                   ADD 1 TO WS-ENTRIES-FAILED
                   MOVE 'FAILED' TO WS-RESULT-TEXT
                   PERFORM 2800-REPORT-ENTRY THRU 2800-EXIT
           END-EVALUATE
           REWRITE DEFERQ-RECORD
           IF NOT WS-DEFERQ-OK
               DISPLAY V-PN 'DEFERQ REWRITE FAILED - STATUS '
                   WS-DEFERQ-STATUS ' - SERVICE ' DFQ-SERVICE
                   ' REF ' DFQ-REFERENCE
               MOVE 'Y' TO WS-REWRITE-FAILED-SWITCH
           END-IF.
       2000-EXIT.
           EXIT.

       2100-REPLAY-PAYMENT.
           MOVE DFQ-COMMAREA TO PSEXPERI-COMMAREA
           CALL WS-SERVICE-NAME USING PSEXPERI-COMMAREA
           CANCEL WS-SERVICE-NAME
           MOVE PSEV-RETURN-CODE TO WS-RESULT-CODE
           MOVE PSEV-REJECT-REASON TO WS-RESULT-REASON.
       2100-EXIT.
           EXIT.

       2200-REPLAY-REVERSAL.
           MOVE DFQ-COMMAREA TO PSEXREV-COMMAREA
           CALL WS-SERVICE-NAME USING PSEXREV-COMMAREA
           CANCEL WS-SERVICE-NAME
           MOVE PRV-RETURN-CODE TO WS-RESULT-CODE
           MOVE PRV-REJECT-REASON TO WS-RESULT-REASON.
       2200-EXIT.
           EXIT.

       2300-REPLAY-AUTHORIZATION.
           MOVE DFQ-COMMAREA TO PSEXAUTH-COMMAREA
           CALL WS-SERVICE-NAME USING PSEXAUTH-COMMAREA
           CANCEL WS-SERVICE-NAME
           MOVE PAU-RETURN-CODE TO WS-RESULT-CODE
           MOVE PAU-REJECT-REASON TO WS-RESULT-REASON.
       2300-EXIT.
           EXIT.

       2400-REPLAY-ACCOUNT-MAINT.
           MOVE DFQ-COMMAREA TO ACCTMNT-COMMAREA
           CALL WS-SERVICE-NAME USING ACCTMNT-COMMAREA
           CANCEL WS-SERVICE-NAME
           MOVE ACMT-RETURN-CODE TO WS-RESULT-CODE
           MOVE ACMT-REJECT-REASON TO WS-RESULT-REASON.
       2400-EXIT.
           EXIT.

       2500-REPLAY-DEPOSIT-MAINT.
           MOVE DFQ-COMMAREA TO TDMNT-COMMAREA
           CALL WS-SERVICE-NAME USING TDMNT-COMMAREA
           CANCEL WS-SERVICE-NAME
           MOVE TDM-RETURN-CODE TO WS-RESULT-CODE
           MOVE TDM-REJECT-REASON TO WS-RESULT-REASON.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2800-REPORT-ENTRY - ONE LINE FOR AN ENTRY THAT DID NOT POST -
      *                     WHICH SERVICE, WHAT IT WAS FOR, WHO KEYED
      *                     IT AND WHEN, AND WHY IT DID NOT GO.
      ******************************************************************
       2800-REPORT-ENTRY.
           DISPLAY V-PN WS-RESULT-TEXT ' ' DFQ-SERVICE ' REF '
               DFQ-REFERENCE ' OPER ' DFQ-OPERATOR-ID ' RC '
               WS-RESULT-CODE ' ' WS-RESULT-REASON
           IF NOT WS-DFR-IS-OPEN
               GO TO 2800-EXIT
           END-IF
           MOVE SPACES TO DFR-RECORD
           STRING WS-RESULT-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DFQ-SERVICE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DFQ-REFERENCE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DFQ-OPERATOR-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DFQ-QUEUED-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DFQ-QUEUED-TIME(1:6) DELIMITED BY SIZE
                  ' RC ' DELIMITED BY SIZE
                  WS-RESULT-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RESULT-REASON DELIMITED BY SIZE
               INTO DFR-RECORD
           END-STRING
           WRITE DFR-RECORD.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE UP, EMPTY THE QUEUE WHEN EVERY ENTRY ON
      *                  IT HAS BEEN DEALT WITH, AND SET THE CONDITION
      *                  CODE.
      ******************************************************************
       9000-TERMINATE.
           IF WS-DEFERQ-IS-OPEN
               CLOSE DEFERQ-FILE
               PERFORM 9100-EMPTY-QUEUE THRU 9100-EXIT
           END-IF
           IF WS-DFR-IS-OPEN
               MOVE WS-ENTRIES-POSTED TO WS-POSTED-EDIT
               MOVE WS-ENTRIES-HELD TO WS-HELD-EDIT
               MOVE WS-ENTRIES-REQUEUED TO WS-REQUEUED-EDIT
               MOVE WS-ENTRIES-FAILED TO WS-FAILED-EDIT
               MOVE SPACES TO DFR-RECORD
               STRING 'ENTRIES POSTED ' DELIMITED BY SIZE
                      WS-POSTED-EDIT DELIMITED BY SIZE
                      ' HELD ' DELIMITED BY SIZE
                      WS-HELD-EDIT DELIMITED BY SIZE
                      ' QUEUED AGAIN ' DELIMITED BY SIZE
                      WS-REQUEUED-EDIT DELIMITED BY SIZE
                      ' FAILED ' DELIMITED BY SIZE
                      WS-FAILED-EDIT DELIMITED BY SIZE
                   INTO DFR-RECORD
               END-STRING
               WRITE DFR-RECORD
               CLOSE DEFERRPT-FILE
           END-IF
           DISPLAY V-PN 'QUEUE ENTRIES READ...: ' WS-ENTRIES-READ
           DISPLAY V-PN 'ALREADY DEALT WITH...: '
               WS-ENTRIES-ALREADY-DONE
           DISPLAY V-PN 'POSTED...............: ' WS-ENTRIES-POSTED
           DISPLAY V-PN 'HELD FOR APPROVAL....: ' WS-ENTRIES-HELD
           DISPLAY V-PN 'QUEUED AGAIN.........: ' WS-ENTRIES-REQUEUED
           DISPLAY V-PN 'FAILED...............: ' WS-ENTRIES-FAILED
           IF (WS-ENTRIES-FAILED > ZERO OR WS-ENTRIES-HELD > ZERO OR
                   WS-REWRITE-FAILED) AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-EMPTY-QUEUE - EMPTY DEFERQ ONLY WHEN IT STILL HOLDS
      *                    EXACTLY THE ENTRIES THIS RUN READ AND EVERY
      *                    STATUS REWRITE WENT THROUGH - AN ENTRY
      *                    APPENDED BY A SERVICE WHILE THE DRAIN WAS
      *                    RUNNING IS LEFT FOR THE NEXT DRAIN, AND
      *                    THE ENTRIES DEALT WITH HERE ARE PASSED
      *                    OVER THEN BY THEIR STATUS.
      ******************************************************************
       9100-EMPTY-QUEUE.
           IF WS-REWRITE-FAILED
               GO TO 9100-EXIT
           END-IF
           MOVE ZERO TO WS-ENTRIES-RECOUNTED
           MOVE 'N' TO WS-DEFERQ-EOF-SWITCH
           OPEN INPUT DEFERQ-FILE
           IF NOT WS-DEFERQ-OK
               GO TO 9100-EXIT
           END-IF
           PERFORM 9150-RECOUNT-ONE-ENTRY THRU 9150-EXIT
               UNTIL WS-DEFERQ-EOF-REACHED
           CLOSE DEFERQ-FILE
           IF WS-ENTRIES-RECOUNTED NOT = WS-ENTRIES-READ
               DISPLAY V-PN 'DEFERQ GREW DURING THE DRAIN - '
                   'LEFT IN PLACE FOR THE NEXT RUN'
               GO TO 9100-EXIT
           END-IF
           OPEN OUTPUT DEFERQ-FILE
           IF WS-DEFERQ-OK
               CLOSE DEFERQ-FILE
               DISPLAY V-PN 'DEFERQ EMPTIED'
           ELSE
               DISPLAY V-PN 'UNABLE TO EMPTY DEFERQ - STATUS '
                   WS-DEFERQ-STATUS
           END-IF.
       9100-EXIT.
           EXIT.

       9150-RECOUNT-ONE-ENTRY.
           READ DEFERQ-FILE
               AT END
                   MOVE 'Y' TO WS-DEFERQ-EOF-SWITCH
                   GO TO 9150-EXIT
           END-READ
           ADD 1 TO WS-ENTRIES-RECOUNTED.
       9150-EXIT.
           EXIT.
