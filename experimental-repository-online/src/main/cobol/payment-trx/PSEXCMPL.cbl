      *                    INSTEAD OF REWRITING IT TRUNCATED - THE
      *                    OLD WARNING-AND-CARRY-ON PATH WAS SILENTLY
      *                    DELETING EVERY RECORD PAST THE LIMIT.
      * 2026-10-15  DS    A RELEASE OF A SCREENING HIT (HOLD TYPE 'S',
      *                    RAISED BY THE EXPWLRSC RESCREEN) POSTS
      *                    NOTHING - IT LIFTS THE WLH ACCTFRZ HOLD
      *                    EXPWLRSC PLACED ON THE ACCOUNT ONCE NO OTHER
      *                    SCREENING HIT IS PENDING AGAINST IT, AND
      *                    WRITES THE LIFT TO FRZAUDT. A DECLINED HIT
      *                    LEAVES THE HOLD STANDING FOR FRZMNT.
      * 2026-10-15  DS    A RELEASE THAT POSTS IS NOW REFUSED, WITH
      *                    THE HOLD LEFT PENDING, WHILE EXPCTRL HAS THE
      *                    POSTING WINDOW OPEN ON BUSDCTL - IT WOULD
      *                    HAVE POSTED UNDER THE NIGHTLY CHAIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEXCMPL.
           SELECT CMPHOLD-FILE ASSIGN TO 'CMPHOLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMPHOLD-STATUS.
           SELECT ACCTFRZ-FILE ASSIGN TO 'ACCTFRZ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRZ-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTFRZ-STATUS.
           SELECT FRZAUDT-FILE ASSIGN TO 'FRZAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRZAUDT-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY CMPHOLD.

       FD  ACCTFRZ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTFRZ.

       FD  FRZAUDT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY FRZAUDT.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD - READ ONLY FOR THE
      *    POSTING-WINDOW FLAG EXPCTRL SETS.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'PSEXCMPL->'.
       01  WS-SUBPGM01-NAME                PIC X(08) VALUE 'SUBPGM01'.
       01  WS-CMPHOLD-STATUS               PIC X(02) VALUE '00'.
           88  WS-CMPHOLD-OK                   VALUE '00'.
           88  WS-CMPHOLD-EOF                   VALUE '10'.
       01  WS-ACCTFRZ-STATUS               PIC X(02) VALUE '00'.
           88  WS-ACCTFRZ-OK                   VALUE '00'.
       01  WS-FRZAUDT-STATUS               PIC X(02) VALUE '00'.
           88  WS-FRZAUDT-OK                   VALUE '00'.
           88  WS-FRZAUDT-NOT-FOUND            VALUE '35'.
       01  WS-BUSDCTL-STATUS               PIC X(02) VALUE '00'.
           88  WS-BUSDCTL-OK                   VALUE '00'.

       01  WS-SWITCHES.
           05  WS-LOAD-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-HOLD-FOUND               VALUE 'Y'.
           05  WS-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-HOLD-TABLE-OVERFLOWED    VALUE 'Y'.
           05  WS-OTHER-HIT-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-OTHER-HIT-PENDING        VALUE 'Y'.
           05  WS-POSTING-WINDOW-SW        PIC X(01) VALUE 'N'.
               88  WS-POSTING-WINDOW-OPEN      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HOLD-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  WS-HOLD-INDEX               PIC 9(03) COMP VALUE ZERO.
           05  WS-FOUND-INDEX              PIC 9(03) COMP VALUE ZERO.

       01  WS-HELD-ACCOUNT                 PIC X(10) VALUE SPACES.

      ******************************************************************
      * WS-HOLD-TABLE - THE WHOLE CMPHOLD QUEUE, LOADED, UPDATED IN
      * MEMORY, AND REWRITTEN IN FULL.
               PERFORM 9300-SAVE-QUEUE THRU 9300-EXIT
           END-IF
           IF PCM-FUNC-RELEASE AND PCM-SUCCESSFUL
               MOVE WS-HOLD-RECORD(WS-FOUND-INDEX) TO CMPHOLD-RECORD
               IF CMP-SCREENING-HIT
                   PERFORM 3600-LIFT-SCREENING-HOLD THRU 3600-EXIT
               ELSE
      *            THE QUEUE IS SAVED FIRST - THE SCREEN MUST SEE THE
      *            RELEASED STATUS BEFORE THE POSTING CALL RUNS.
                   PERFORM 3500-POST-RELEASED-HOLD THRU 3500-EXIT
               END-IF
           END-IF
           GOBACK.

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
      * 1100-LOAD-QUEUE - THE WHOLE CMPHOLD FILE INTO MEMORY.
      ******************************************************************

      ******************************************************************
      * 3000-RELEASE-HOLD - MARK THE PENDING HOLD RELEASED. THE POST
      *                     ITSELF RUNS AFTER THE QUEUE IS SAVED. A
      *                     HOLD WHOSE RELEASE POSTS IS REFUSED, AND
      *                     LEFT PENDING, WHILE THE NIGHTLY CHAIN HAS
      *                     THE POSTING WINDOW OPEN; A SCREENING HIT
      *                     POSTS NOTHING AND IS RELEASED AS USUAL.
      ******************************************************************
       3000-RELEASE-HOLD.
           PERFORM 3100-FIND-PENDING-HOLD THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE WS-HOLD-RECORD(WS-FOUND-INDEX) TO CMPHOLD-RECORD
           IF NOT CMP-SCREENING-HIT
               PERFORM 1050-CHECK-POSTING-WINDOW THRU 1050-EXIT
               IF WS-POSTING-WINDOW-OPEN
                   MOVE 08 TO PCM-RETURN-CODE
                   MOVE 'POSTING WINDOW OPEN - RETRY AFTER CHAIN'
                       TO PCM-REJECT-REASON
                   DISPLAY V-PN 'RELEASE REFUSED - ' PCM-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
           END-IF
           MOVE 'R' TO CMP-STATUS
           MOVE PCM-OPERATOR-ID TO CMP-DECIDED-BY
           MOVE CMPHOLD-RECORD TO WS-HOLD-RECORD(WS-FOUND-INDEX)
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-LIFT-SCREENING-HOLD - A CLEARED RESCREEN HIT LIFTS THE
      *                            WLH HOLD EXPWLRSC PLACED ON THE
      *                            ACCOUNT - BUT NOT WHILE ANOTHER
      *                            SCREENING HIT ON THE SAME ACCOUNT
      *                            IS STILL PENDING, AND NEVER A
      *                            FREEZE PLACED FOR ANY OTHER REASON.
      ******************************************************************
       3600-LIFT-SCREENING-HOLD.
           MOVE CMP-PAYMENT-DATA TO SUBPRM01
           MOVE SP1-ACCOUNT-NUMBER TO WS-HELD-ACCOUNT
           MOVE 'N' TO WS-OTHER-HIT-SWITCH
           PERFORM 3650-COMPARE-OTHER-HIT
               VARYING WS-HOLD-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
                   OR WS-OTHER-HIT-PENDING
           IF WS-OTHER-HIT-PENDING
               DISPLAY V-PN 'ACCOUNT ' WS-HELD-ACCOUNT
                   ' STAYS HELD - ANOTHER SCREENING HIT IS PENDING'
               GO TO 3600-EXIT
           END-IF
           OPEN I-O ACCTFRZ-FILE
           IF NOT WS-ACCTFRZ-OK
               DISPLAY V-PN 'UNABLE TO OPEN ACCTFRZ - STATUS '
                   WS-ACCTFRZ-STATUS ' - ACCOUNT ' WS-HELD-ACCOUNT
                   ' STILL HELD'
               MOVE 08 TO PCM-RETURN-CODE
               MOVE 'HIT CLEARED BUT ACCOUNT HOLD NOT LIFTED'
                   TO PCM-REJECT-REASON
               GO TO 3600-EXIT
           END-IF
           MOVE WS-HELD-ACCOUNT TO FRZ-ACCOUNT-NUMBER
           READ ACCTFRZ-FILE
               INVALID KEY
                   CLOSE ACCTFRZ-FILE
                   GO TO 3600-EXIT
           END-READ
           IF NOT FRZ-ACTIVE OR FRZ-REASON-CODE NOT = 'WLH'
               CLOSE ACCTFRZ-FILE
               GO TO 3600-EXIT
           END-IF
           MOVE 'L' TO FRZ-STATUS
           REWRITE ACCTFRZ-RECORD
               INVALID KEY
                   MOVE 08 TO PCM-RETURN-CODE
                   MOVE 'HIT CLEARED BUT ACCOUNT HOLD NOT LIFTED'
                       TO PCM-REJECT-REASON
           END-REWRITE
           CLOSE ACCTFRZ-FILE
           IF PCM-SUCCESSFUL
               PERFORM 3700-WRITE-FREEZE-AUDIT THRU 3700-EXIT
               DISPLAY V-PN 'ACCOUNT HOLD LIFTED - ACCOUNT '
                   WS-HELD-ACCOUNT ' BY ' PCM-OPERATOR-ID
           END-IF.
       3600-EXIT.
           EXIT.

       3650-COMPARE-OTHER-HIT.
           MOVE WS-HOLD-RECORD(WS-HOLD-INDEX) TO CMPHOLD-RECORD
           IF CMP-SCREENING-HIT AND CMP-PENDING
               MOVE CMP-PAYMENT-DATA TO SUBPRM01
               IF SP1-ACCOUNT-NUMBER = WS-HELD-ACCOUNT
                   MOVE 'Y' TO WS-OTHER-HIT-SWITCH
               END-IF
           END-IF.

      ******************************************************************
      * 3700-WRITE-FREEZE-AUDIT - THE LIFT ONTO THE FRZAUDT TRAIL, AS
      *                           A FRZMNT LIFT IS.
      ******************************************************************
       3700-WRITE-FREEZE-AUDIT.
           OPEN EXTEND FRZAUDT-FILE
           IF WS-FRZAUDT-NOT-FOUND
               OPEN OUTPUT FRZAUDT-FILE
           END-IF
           IF NOT WS-FRZAUDT-OK
               DISPLAY V-PN 'UNABLE TO OPEN FRZAUDT - STATUS '
                   WS-FRZAUDT-STATUS
               GO TO 3700-EXIT
           END-IF
           MOVE SPACES TO FRZAUDT-RECORD
           ACCEPT FZA-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT FZA-LOG-TIME FROM TIME
           MOVE 'L' TO FZA-FUNCTION
           MOVE FRZ-ACCOUNT-NUMBER TO FZA-ACCOUNT-NUMBER
           MOVE FRZ-REASON-CODE TO FZA-REASON-CODE
           MOVE FRZ-AUTHORITY-REF TO FZA-AUTHORITY-REF
           MOVE FRZ-EXPIRY-DATE TO FZA-EXPIRY-DATE
           MOVE PCM-OPERATOR-ID TO FZA-OPERATOR-ID
           WRITE FRZAUDT-RECORD
           CLOSE FRZAUDT-FILE.
       3700-EXIT.
           EXIT.

       3100-FIND-PENDING-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-INDEX
           MOVE PCM-OPERATOR-ID TO CMP-DECIDED-BY
           MOVE CMPHOLD-RECORD TO WS-HOLD-RECORD(WS-FOUND-INDEX)
           DISPLAY V-PN 'HOLD DECLINED - TRACE ' PCM-TRACE-ID
               ' BY ' PCM-OPERATOR-ID
           IF CMP-SCREENING-HIT
               MOVE CMP-PAYMENT-DATA TO SUBPRM01
               DISPLAY V-PN 'ACCOUNT ' SP1-ACCOUNT-NUMBER
                   ' STAYS HELD - LIFT ONLY THROUGH FRZMNT'
           END-IF.
       4000-EXIT.
           EXIT.

           MOVE 'N' TO WS-ERROR-FOUND-SWITCH
           PERFORM 9850-COMPARE-ERROR-CODE
               VARYING WS-ERROR-INDEX FROM 1 BY 1
               UNTIL WS-ERROR-INDEX > 23 OR WS-ERROR-TEXT-FOUND.
       9800-EXIT.
           EXIT.

