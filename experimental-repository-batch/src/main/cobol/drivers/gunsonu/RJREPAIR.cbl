      *                    DUPLICATE-TRACE-ID TABLE, BEFORE EVERY
      *                    SUBSEQUENT ENTRY. BOTH SUBPROGRAMS ARE NOW
      *                    CANCELED ONLY ONCE, AT 9000-TERMINATE.
      * 2026-10-15  DS    AN ENTRY EXPNSFRP HAS MARKED RETURNED UNPAID
      *                    (RJS-STATUS 'U') IS FINAL - IT IS CARRIED
      *                    FORWARD UNTOUCHED FOR EXPNOTIF AND THE
      *                    ARCHIVE, NEVER RESUBMITTED.
      * 2026-10-15  DS    A RESUBMISSION SUBPGM01 HOLDS OUT OF
      *                    PATTERN (RETURN CODE 88) IS NOW ON PNDAPPR
      *                    AND LEAVES THE REPAIR QUEUE, COUNTED HELD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RJREPAIR.
           05  WS-RECORDS-RESUBMITTED       PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-STILL-REJECTED    PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-CORRECTED         PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-UNPAID-KEPT       PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-HELD              PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.


       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-REPAIR-ONE-ENTRY THRU 2000-EXIT
               VARYING WS-ENTRY-INDEX FROM 1 BY 1
               UNTIL WS-ENTRY-INDEX > WS-QUEUE-COUNT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
      *                         SUBPGM01.
      ******************************************************************
       2000-REPAIR-ONE-ENTRY.
           MOVE WS-REPAIR-RECORD(WS-ENTRY-INDEX)(193:1) TO RJS-STATUS
           IF RJS-RETURNED-UNPAID
               ADD 1 TO WS-STILL-PENDING-COUNT
               MOVE WS-REPAIR-RECORD(WS-ENTRY-INDEX) TO
                   WS-REPAIR-RECORD(WS-STILL-PENDING-COUNT)
               ADD 1 TO WS-RECORDS-UNPAID-KEPT
               GO TO 2000-EXIT
           END-IF
           MOVE WS-REPAIR-RECORD(WS-ENTRY-INDEX)(1:128) TO SUBPRM01
           MOVE WS-REPAIR-RECORD(WS-ENTRY-INDEX)(129:8)
               TO RJS-SOURCE-PROGRAM
           DISPLAY V-PN 'RESUBMITTING - TRACE ' SP1-TRACE-ID
               ' - WAS ' RJS-REJECT-REASON
           CALL WS-SUBPGM01-NAME USING SUBPRM01
      *    HELD OUT OF PATTERN - NOW ON PNDAPPR FOR A SUPERVISOR, SO
      *    IT LEAVES THE REPAIR QUEUE.
           IF SP1-HELD-FOR-APPROVAL
               ADD 1 TO WS-RECORDS-HELD
               DISPLAY V-PN 'HELD FOR SUPERVISOR APPROVAL - TRACE '
                   SP1-TRACE-ID
               GO TO 2000-EXIT
           END-IF
           IF SP1-FAILED
               PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
               MOVE WS-ERROR-TEXT TO RJS-REJECT-REASON
               DISPLAY V-PN 'RESUBMITTED SUCCESSFULLY - TRACE '
                   SP1-TRACE-ID
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-FIND-CORRECTION - IF A CORRECTION EXISTS FOR THIS
           DISPLAY V-PN 'RESUBMITTED..........: '
               WS-RECORDS-RESUBMITTED
           DISPLAY V-PN 'STILL REJECTED.......: '
               WS-RECORDS-STILL-REJECTED
           DISPLAY V-PN 'RETURNED UNPAID KEPT.: '
               WS-RECORDS-UNPAID-KEPT
           DISPLAY V-PN 'HELD FOR APPROVAL....: ' WS-RECORDS-HELD.
       9000-EXIT.
           EXIT.

           MOVE 'N' TO WS-ERROR-FOUND-SWITCH
           PERFORM 9850-COMPARE-ERROR-CODE
               VARYING WS-ERROR-INDEX FROM 1 BY 1
               UNTIL WS-ERROR-INDEX > 23 OR WS-ERROR-TEXT-FOUND.
       9800-EXIT.
           EXIT.

