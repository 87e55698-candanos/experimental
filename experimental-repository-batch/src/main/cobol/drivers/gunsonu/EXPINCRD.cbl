      *                    TYPO; THE EXPUNAPR REPAIR JOB RE-APPLIES
      *                    PENDING ENTRIES ONCE FIXED. CONDITION CODE
      *                    4 WHEN ANYTHING WAS PARKED.
      * 2026-10-15  DS    A POSTED CREDIT IS NOW HELD UNCOLLECTED
      *                    ON UNCFLOAT FOR THE BUSINESS DAYS ITS
      *                    FLTRULE RULES SET - BY BCR-CREDIT-SOURCE,
      *                    THEN CUT FOR A TRUSTED ACCOUNT OR STRETCHED
      *                    FOR A RISK ACCOUNT - SO IT CANNOT BE SPENT
      *                    BEFORE THE SENDING BANK'S RECALL WINDOW HAS
      *                    PASSED. NO RULES HOLD NOTHING, AS BEFORE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPINCRD.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT FLTRULE-FILE ASSIGN TO 'FLTRULE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FLR-KEY
               FILE STATUS IS WS-FLTRULE-STATUS.
           SELECT UNCFLOAT-FILE ASSIGN TO 'UNCFLOAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UFL-KEY
               FILE STATUS IS WS-UNCFLOAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       FD  FLTRULE-FILE
           LABEL RECORDS ARE STANDARD.
      *    READ ONLY - HOW MANY BUSINESS DAYS A CREDIT IS HELD.
           COPY FLTRULE.

       FD  UNCFLOAT-FILE
           LABEL RECORDS ARE STANDARD.
      *    ONE ENTRY ADDED FOR EVERY CREDIT POSTED WITH A HOLD.
           COPY UNCFLOAT.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPINCRD->'.
       01  WS-SUBPGM01-NAME                PIC X(08) VALUE 'SUBPGM01'.
       01  WS-SUBPGM02-NAME                PIC X(08) VALUE 'SUBPGM02'.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.
           COPY BUSDPARM.

       01  WS-FILE-STATUSES.
           05  WS-BANKCRD-STATUS           PIC X(02) VALUE '00'.
               88  WS-UNAPSUSP-NOT-FOUND        VALUE '35'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-FLTRULE-STATUS           PIC X(02) VALUE '00'.
               88  WS-FLTRULE-OK               VALUE '00'.
           05  WS-UNCFLOAT-STATUS          PIC X(02) VALUE '00'.
               88  WS-UNCFLOAT-OK              VALUE '00'.
               88  WS-UNCFLOAT-NOT-FOUND       VALUE '35'.

       01  WS-SWITCHES.
           05  WS-BANKCRD-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-BANKCRD-EOF-REACHED      VALUE 'Y'.
           05  WS-SUSP-OPEN-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-SUSP-IS-OPEN             VALUE 'Y'.
           05  WS-FLTRULE-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-FLTRULE-IS-OPEN          VALUE 'Y'.
           05  WS-FLOAT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-FLOAT-IS-OPEN            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CREDITS-READ             PIC 9(05) COMP VALUE ZERO.
           05  WS-CREDITS-POSTED           PIC 9(05) COMP VALUE ZERO.
           05  WS-CREDITS-PARKED           PIC 9(05) COMP VALUE ZERO.
           05  WS-CREDITS-FLOATED          PIC 9(05) COMP VALUE ZERO.
           05  WS-FLOAT-WRITE-ERRORS       PIC 9(05) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

      ******************************************************************
      * WS-FLOAT-WORK - THE HOLD WORKED OUT FOR ONE POSTED CREDIT BY
      * 2200-RECORD-FLOAT, AND THE NIGHT'S TOTAL HELD.
      ******************************************************************
       01  WS-FLOAT-WORK.
           05  WS-HOLD-DAYS                PIC 9(02) VALUE ZERO.
           05  WS-RELEASE-DATE             PIC 9(08) VALUE ZERO.
           05  WS-FLOAT-TOTAL              PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-FLOAT-TOTAL-EDIT         PIC -(12)9.99.

      ******************************************************************
      * WS-TRACE-GEN-CONTROL - SUPPORTS 1700-GENERATE-TRACE-ID. A
      * GENERATED INCOMING-CREDIT TRACE STARTS WITH 'C' SO IT CAN BE
               DISPLAY V-PN 'UNABLE TO OPEN UNAPSUSP - STATUS '
                   WS-UNAPSUSP-STATUS
           END-IF
           PERFORM 1200-OPEN-FLOAT-FILES THRU 1200-EXIT
           PERFORM 2900-READ-NEXT THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1200-OPEN-FLOAT-FILES - THE FLOAT RULES, AND THE UNCFLOAT
      *                         REGISTER FOR UPDATE, CREATED ON FIRST
      *                         USE. NO RULES MEANS NO CREDIT IS HELD,
      *                         SO THE REGISTER IS NOT OPENED. IF THE
      *                         REGISTER CANNOT BE OPENED THE CREDITS
      *                         STILL POST, UNHELD, AND THE RUN ENDS
      *                         CONDITION CODE 4.
      ******************************************************************
       1200-OPEN-FLOAT-FILES.
           OPEN INPUT FLTRULE-FILE
           IF NOT WS-FLTRULE-OK
               DISPLAY V-PN 'NO FLTRULE FLOAT RULES - CREDITS ARE '
                   'NOT HELD'
               GO TO 1200-EXIT
           END-IF
           MOVE 'Y' TO WS-FLTRULE-OPEN-SWITCH
           OPEN I-O UNCFLOAT-FILE
           IF WS-UNCFLOAT-NOT-FOUND
               OPEN OUTPUT UNCFLOAT-FILE
               IF WS-UNCFLOAT-OK
                   CLOSE UNCFLOAT-FILE
                   OPEN I-O UNCFLOAT-FILE
               END-IF
           END-IF
           IF WS-UNCFLOAT-OK
               MOVE 'Y' TO WS-FLOAT-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN UNCFLOAT - STATUS '
                   WS-UNCFLOAT-STATUS ' - CREDITS POST UNHELD'
               MOVE 4 TO RETURN-CODE
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPLY-ONE-CREDIT - POST THE CREDIT THROUGH THE CHAIN, OR
      *                         PARK IT WITH ITS REASON.
               DISPLAY V-PN 'CREDIT APPLIED - ACCOUNT '
                   BCR-ACCOUNT-NUMBER ' REF ' BCR-REFERENCE
                   ' TRACE ' SP1-TRACE-ID
               PERFORM 2200-RECORD-FLOAT THRU 2200-EXIT
           END-IF
           PERFORM 2900-READ-NEXT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2200-RECORD-FLOAT - THE CREDIT IS ON THE BALANCE, BUT THE
      *                     SENDING BANK CAN STILL RECALL IT. HOLD IT
      *                     UNCOLLECTED ON UNCFLOAT FOR THE BUSINESS
      *                     DAYS ITS RULES SET, SO THE FUNDS CHECK
      *                     WILL NOT LET IT BE SPENT BEFORE IT IS
      *                     RELEASED. ZERO DAYS HOLDS NOTHING.
      ******************************************************************
       2200-RECORD-FLOAT.
           IF NOT WS-FLOAT-IS-OPEN
               GO TO 2200-EXIT
           END-IF
           IF SP1-CONVERTED-AMOUNT NOT < ZERO
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-SET-HOLD-DAYS THRU 2210-EXIT
           IF WS-HOLD-DAYS = ZERO
               GO TO 2200-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-RELEASE-DATE
           PERFORM 2250-STEP-FORWARD-ONE THRU 2250-EXIT
               WS-HOLD-DAYS TIMES
           MOVE SPACES TO UNCFLOAT-RECORD
           MOVE BCR-ACCOUNT-NUMBER TO UFL-ACCOUNT-NUMBER
           MOVE WS-RELEASE-DATE TO UFL-RELEASE-DATE
           MOVE SP1-TRACE-ID TO UFL-TRACE-ID
           COMPUTE UFL-BASE-AMOUNT = ZERO - SP1-CONVERTED-AMOUNT
           MOVE BCR-AMOUNT TO UFL-CREDIT-AMOUNT
           MOVE BCR-CURRENCY-CODE TO UFL-CURRENCY-CODE
           MOVE BCR-CREDIT-SOURCE TO UFL-CREDIT-SOURCE
           MOVE WS-RUN-DATE TO UFL-RECEIVED-DATE
           MOVE WS-HOLD-DAYS TO UFL-HOLD-DAYS
           MOVE BCR-REFERENCE TO UFL-REFERENCE
           WRITE UNCFLOAT-RECORD
               INVALID KEY
                   ADD 1 TO WS-FLOAT-WRITE-ERRORS
                   DISPLAY V-PN 'UNCFLOAT WRITE FAILED - STATUS '
                       WS-UNCFLOAT-STATUS ' TRACE ' SP1-TRACE-ID
                   GO TO 2200-EXIT
           END-WRITE
           ADD 1 TO WS-CREDITS-FLOATED
           ADD UFL-BASE-AMOUNT TO WS-FLOAT-TOTAL
           DISPLAY V-PN 'CREDIT HELD UNCOLLECTED UNTIL '
               WS-RELEASE-DATE ' - TRACE ' SP1-TRACE-ID.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2210-SET-HOLD-DAYS - THE DAYS FOR THE CREDIT'S SOURCE (OR THE
      *                      DEFAULT SOURCE RULE), THEN CUT FOR A
      *                      TRUSTED ACCOUNT OR STRETCHED FOR A RISK
      *                      ACCOUNT BY ITS OWN RULE.
      ******************************************************************
       2210-SET-HOLD-DAYS.
           MOVE ZERO TO WS-HOLD-DAYS
           MOVE 'S' TO FLR-RULE-TYPE
           MOVE BCR-CREDIT-SOURCE TO FLR-RULE-CODE
           READ FLTRULE-FILE
               INVALID KEY
                   MOVE 'S' TO FLR-RULE-TYPE
                   MOVE SPACES TO FLR-RULE-CODE
                   READ FLTRULE-FILE
                       INVALID KEY
                           MOVE ZERO TO FLR-HOLD-DAYS
                   END-READ
           END-READ
           IF FLR-HOLD-DAYS NUMERIC
               MOVE FLR-HOLD-DAYS TO WS-HOLD-DAYS
           END-IF
           MOVE 'A' TO FLR-RULE-TYPE
           MOVE BCR-ACCOUNT-NUMBER TO FLR-RULE-CODE
           READ FLTRULE-FILE
               INVALID KEY
                   GO TO 2210-EXIT
           END-READ
           IF FLR-HOLD-DAYS NOT NUMERIC
               GO TO 2210-EXIT
           END-IF
           IF FLR-TRUSTED-ACCOUNT AND FLR-HOLD-DAYS < WS-HOLD-DAYS
               MOVE FLR-HOLD-DAYS TO WS-HOLD-DAYS
           END-IF
           IF FLR-RISK-ACCOUNT AND FLR-HOLD-DAYS > WS-HOLD-DAYS
               MOVE FLR-HOLD-DAYS TO WS-HOLD-DAYS
           END-IF.
       2210-EXIT.
           EXIT.

       2250-STEP-FORWARD-ONE.
           MOVE 'A' TO BDP-FUNCTION
           MOVE WS-RELEASE-DATE TO BDP-INPUT-DATE
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF BDP-SUCCESSFUL
               MOVE BDP-RESULT-DATE TO WS-RELEASE-DATE
           END-IF.
       2250-EXIT.
           EXIT.

      ******************************************************************
      * 2500-PARK-CREDIT - THE CREDIT COULD NOT APPLY - HOLD THE
      *                    MONEY IN SUSPENSE WITH ITS REASON RATHER
           IF WS-SUSP-IS-OPEN
               CLOSE UNAPSUSP-FILE
           END-IF
           IF WS-FLTRULE-IS-OPEN
               CLOSE FLTRULE-FILE
           END-IF
           IF WS-FLOAT-IS-OPEN
               CLOSE UNCFLOAT-FILE
           END-IF
           CANCEL WS-SUBPGM01-NAME
           CANCEL WS-SUBPGM02-NAME
           CANCEL WS-BUSDAY01-NAME
           MOVE WS-FLOAT-TOTAL TO WS-FLOAT-TOTAL-EDIT
           DISPLAY V-PN 'CREDITS READ.........: ' WS-CREDITS-READ
           DISPLAY V-PN 'CREDITS POSTED.......: ' WS-CREDITS-POSTED
           DISPLAY V-PN 'CREDITS PARKED.......: ' WS-CREDITS-PARKED
           DISPLAY V-PN 'CREDITS HELD.........: ' WS-CREDITS-FLOATED
           DISPLAY V-PN 'AMOUNT HELD (BASE)...: ' WS-FLOAT-TOTAL-EDIT
           DISPLAY V-PN 'FLOAT WRITE ERRORS...: ' WS-FLOAT-WRITE-ERRORS
           IF WS-CREDITS-PARKED > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FLOAT-WRITE-ERRORS > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
           MOVE 'N' TO WS-ERROR-FOUND-SWITCH
           PERFORM 9850-COMPARE-ERROR-CODE
               VARYING WS-ERROR-INDEX FROM 1 BY 1
               UNTIL WS-ERROR-INDEX > 23 OR WS-ERROR-TEXT-FOUND.
       9800-EXIT.
           EXIT.

