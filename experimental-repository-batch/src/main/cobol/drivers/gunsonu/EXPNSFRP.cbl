      ******************************************************************
      * PROGRAM-ID : EXPNSFRP
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - AUTOMATIC RE-PRESENTMENT
      *                    OF INSUFFICIENT-FUNDS REJECTS, AHEAD OF
      *                    EXPBATCH IN THE CHAIN (AFTER EXPLNCOL). A
      *                    PAYMENT REFUSED WITH RETURN CODE 28 USED TO
      *                    SIT ON RJSUSP UNTIL SOMEBODY RAN RJREPAIR
      *                    OR PSEXRJRP BY HAND, THOUGH MOST OF THEM
      *                    WOULD POST A DAY OR TWO LATER ONCE SALARY
      *                    ARRIVED. EVERY PENDING CODE-28 ENTRY THAT
      *                    BOUNCED BEFORE THE BUSINESS DATE IS PUT
      *                    BACK ON EXPTRAN UNDER ITS OWN TRACE ID,
      *                    DATED TODAY, AND DROPPED FROM THE QUEUE -
      *                    IF IT BOUNCES AGAIN EXPBATCH QUEUES IT
      *                    AGAIN. THE ITEM IS RETRIED EACH BUSINESS
      *                    DAY FOR NSFDAYS= BUSINESS DAYS (DEFAULT 2)
      *                    AFTER IT FIRST BOUNCED, COUNTED THROUGH
      *                    BUSDAY01. THE FIRST RE-PRESENTMENT ALSO
      *                    CHARGES THE ONE-TIME NSF FEE PRICED BY THE
      *                    FEESCHED ROW FOR TYPE 'U' (FLAT AMOUNT PLUS
      *                    PERCENTAGE OF THE ITEM, REGION, CURRENCY
      *                    AND PRODUCT MATCHED THE SAME WAY SUBPGM01
      *                    PRICES ITS FEES) AS A TYPE 'U' ENTRY UNDER
      *                    A GENERATED 'J' TRACE. ONCE THE WINDOW HAS
      *                    CLOSED THE ENTRY IS MARKED RETURNED UNPAID
      *                    (RJS-STATUS 'U') FOR EXPNOTIF TO TELL THE
      *                    CUSTOMER. EACH ITEM'S HISTORY IS KEPT ON
      *                    THE NSFTRACK FILE. AN ITEM THAT HAD ALREADY
      *                    OUTLIVED THE WINDOW WHEN FIRST SEEN IS LEFT
      *                    ON THE QUEUE FOR HAND REPAIR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPNSFRP.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RJSUSP-FILE ASSIGN TO 'RJSUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RJSUSP-STATUS.
           SELECT NSFTRACK-FILE ASSIGN TO 'NSFTRACK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSF-TRACE-ID
               FILE STATUS IS WS-NSFTRACK-STATUS.
           SELECT EXPTRAN-FILE ASSIGN TO 'EXPTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPTRAN-STATUS.
           SELECT FEESCHED-FILE ASSIGN TO 'FEESCHED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEESCHED-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RJSUSP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY RJSUSP.

       FD  NSFTRACK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NSFTRACK.

       FD  EXPTRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    EXPTRAN-RECORD IS A FLAT IMAGE OF THE SUBPRM01 PAYMENT
      *    RECORD (128 BYTES). THE WHOLE FILE IS LOADED, THE RE-
      *    PRESENTED ITEMS AND NSF FEES APPENDED, AND THE FILE
      *    REWRITTEN WITH ITS INTFCTL TRAILER BROUGHT UP TO DATE - THE
      *    SAME PATTERN AS EXPINTCP.
       01  EXPTRAN-RECORD                  PIC X(128).

       FD  FEESCHED-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY FEESCHED.

       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMSTR.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPNSFRP->'.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.
       01  WS-BASE-CURRENCY                PIC X(03) VALUE 'USD'.

       01  WS-FILE-STATUSES.
           05  WS-RJSUSP-STATUS            PIC X(02) VALUE '00'.
               88  WS-RJSUSP-OK                VALUE '00'.
           05  WS-NSFTRACK-STATUS          PIC X(02) VALUE '00'.
               88  WS-NSFTRACK-OK              VALUE '00'.
               88  WS-NSFTRACK-NOT-FOUND       VALUES '23' '35'.
           05  WS-EXPTRAN-STATUS           PIC X(02) VALUE '00'.
               88  WS-EXPTRAN-OK               VALUE '00'.
           05  WS-FEESCHED-STATUS          PIC X(02) VALUE '00'.
               88  WS-FEESCHED-OK              VALUE '00'.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUE 'Y'.
           05  WS-INPUT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF-REACHED        VALUE 'Y'.
           05  WS-NSFTRACK-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-NSFTRACK-IS-OPEN         VALUE 'Y'.
           05  WS-ACCTMST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-ACCTMST-IS-OPEN          VALUE 'Y'.
           05  WS-QUEUE-OVERFLOW-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-QUEUE-OVERFLOWED         VALUE 'Y'.
           05  WS-EXPTRAN-OVERFLOW-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-EXPTRAN-OVERFLOWED       VALUE 'Y'.
           05  WS-EXPTRAN-SAVED-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-EXPTRAN-SAVED            VALUE 'Y'.
           05  WS-TRACKER-NEW-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-TRACKER-IS-NEW           VALUE 'Y'.
           05  WS-TRACKER-SCAN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-TRACKER-SCAN-DONE        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-QUEUE-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-QUEUE-INDEX              PIC 9(04) COMP VALUE ZERO.
           05  WS-ITEMS-SEEN               PIC 9(05) COMP VALUE ZERO.
           05  WS-ITEMS-PRESENTED          PIC 9(05) COMP VALUE ZERO.
           05  WS-ITEMS-RETURNED           PIC 9(05) COMP VALUE ZERO.
           05  WS-ITEMS-TOO-OLD            PIC 9(05) COMP VALUE ZERO.
           05  WS-ITEMS-CLEARED            PIC 9(05) COMP VALUE ZERO.
           05  WS-FEES-CHARGED             PIC 9(05) COMP VALUE ZERO.
           05  WS-ENTRIES-GENERATED        PIC 9(05) COMP VALUE ZERO.
           05  WS-SLOTS-NEEDED             PIC 9(04) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-RETRY-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-AMOUNT-EDIT                  PIC -(10)9.99.

      ******************************************************************
      * WS-RETRY-WINDOW - HOW MANY BUSINESS DAYS AFTER IT FIRST BOUNCED
      * AN ITEM IS RE-PRESENTED. OPERATOR-CONFIGURABLE VIA NSFDAYS= ON
      * THE PARM STRING, TOKENIZED THE SAME WAY AS EXPALERT'S.
      ******************************************************************
       01  WS-RETRY-WINDOW.
           05  WS-RETRY-DAYS               PIC 9(02) VALUE 2.

       01  WS-PARM-STRING                  PIC X(80) VALUE SPACES.
       01  WS-PARM-TABLE.
           05  WS-PARM-TOK                 PIC X(20) OCCURS 7 TIMES.
       01  WS-PARM-INDEX                   PIC 9(02) COMP VALUE ZERO.
       01  WS-PARM-KEY                     PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                   PIC X(16) VALUE SPACES.

           COPY BUSDPARM.

      ******************************************************************
      * WS-REPAIR-QUEUE - THE WHOLE RJSUSP FILE, LOADED INTO MEMORY AND
      * REWRITTEN IN FULL AT 9000-TERMINATE - THE SAME LOAD/REWRITE
      * PATTERN AS RJREPAIR. EACH ENTRY CARRIES WHAT THIS RUN DECIDED
      * FOR IT ('K' KEEP AS IS, 'P' RE-PRESENTED AND SO DROPPED, 'U'
      * MARKED RETURNED UNPAID) AND THE NSFTRACK RECORD TO FILE FOR
      * IT ONCE EXPTRAN IS SAFELY REWRITTEN. A FULL TABLE REFUSES THE
      * RUN - THE FULL REWRITE FROM A TRUNCATED TABLE WOULD DELETE
      * EVERY ENTRY PAST THE LIMIT.
      ******************************************************************
       01  WS-REPAIR-QUEUE.
           05  WS-QUEUE-ENTRY              OCCURS 500 TIMES.
               10  WS-QUEUE-RECORD         PIC X(193).
               10  WS-QUEUE-ACTION         PIC X(01).
                   88  WS-QUEUE-KEEP           VALUE 'K'.
                   88  WS-QUEUE-PRESENTED      VALUE 'P'.
                   88  WS-QUEUE-UNPAID         VALUE 'U'.
               10  WS-QUEUE-TRACKER        PIC X(114).

      ******************************************************************
      * WS-FEE-TABLE - THE FEESCHED ROWS FOR TYPE 'U', THE NSF FEE.
      ******************************************************************
       01  WS-FEE-TABLE.
           05  WS-FEE-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-FEE-INDEX                PIC 9(03) COMP VALUE ZERO.
           05  WS-FEE-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-FEE-FOUND                VALUE 'Y'.
           05  WS-FEE-ENTRY                OCCURS 50 TIMES.
               10  WS-FEE-REGION-CODE      PIC X(03).
               10  WS-FEE-CURRENCY-CODE    PIC X(03).
               10  WS-FEE-FLAT-AMOUNT      PIC S9(07)V99 COMP-3.
               10  WS-FEE-RATE-PCT         PIC 9(02)V999 COMP-3.
               10  WS-FEE-PRODUCT-CODE     PIC X(04).

      ******************************************************************
      * WS-NSF-WORK - THE ITEM IN HAND AND ITS FEE.
      ******************************************************************
       01  WS-NSF-WORK.
           05  WS-ITEM-ACCOUNT             PIC X(10) VALUE SPACES.
           05  WS-ITEM-REGION              PIC X(03) VALUE SPACES.
           05  WS-ITEM-CURRENCY            PIC X(03) VALUE SPACES.
           05  WS-ITEM-BASE-AMOUNT         PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-ACCOUNT-PRODUCT          PIC X(04) VALUE SPACES.
           05  WS-FEE-MATCH-PRODUCT        PIC X(04) VALUE SPACES.
           05  WS-FEE-FOUND-FLAT           PIC S9(07)V99 COMP-3
                                            VALUE ZERO.
           05  WS-FEE-FOUND-RATE           PIC 9(02)V999 COMP-3
                                            VALUE ZERO.
           05  WS-NSF-FEE-AMOUNT           PIC S9(07)V99 COMP-3
                                            VALUE ZERO.
           05  WS-UNPAID-REASON            PIC X(40) VALUE
               'RETURNED UNPAID - INSUFFICIENT FUNDS'.

      ******************************************************************
      * WS-EXPTRAN-TABLE - THE WHOLE EXPTRAN FILE (HEADER AND DATA,
      * TRAILER STRIPPED), LOADED SO THE RE-PRESENTED ITEMS CAN BE
      * APPENDED AND THE INTFCTL TRAILER REWRITTEN WITH THE NEW COUNT
      * AND HASH. AN OVERFLOW LEAVES EVERY FILE UNTOUCHED - THE SAME
      * SAFETY POSTURE AS EXPINTCP.
      ******************************************************************
       01  WS-EXPTRAN-TABLE.
           05  WS-EXP-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-EXP-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-EXP-ENTRY                OCCURS 2000 TIMES.
               10  WS-EXP-RECORD           PIC X(128).

      ******************************************************************
      * WS-CONTROL-TOTALS - THE REWRITTEN TRAILER'S COUNT AND HASH,
      * RECOMPUTED FROM THE DATA RECORDS ACTUALLY ON THE TABLE.
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           05  WS-HASH-TOTAL               PIC 9(15)V99 VALUE ZERO.
           05  WS-ABS-AMOUNT               PIC 9(11)V99 VALUE ZERO.
           05  WS-DATA-COUNT               PIC 9(09) VALUE ZERO.
           05  WS-HEADER-PRESENT-SW        PIC X(01) VALUE 'N'.
               88  WS-HEADER-PRESENT           VALUE 'Y'.

           COPY INTFCTL.

      ******************************************************************
      * WS-TRACE-GEN-CONTROL - SUPPORTS 1700-GENERATE-TRACE-ID. A
      * THREE-DIGIT SEQUENCE, THE SAME AS EXPINTCP.
      ******************************************************************
       01  WS-TRACE-GEN-CONTROL.
           05  WS-TRACE-TIME-NOW           PIC 9(08) VALUE ZERO.
           05  WS-TRACE-SEQUENCE           PIC 9(03) VALUE ZERO.

           COPY SUBPRM01.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-TAKE-ONE-ENTRY THRU 2000-EXIT
                   VARYING WS-QUEUE-INDEX FROM 1 BY 1
                   UNTIL WS-QUEUE-INDEX > WS-QUEUE-COUNT
                      OR WS-EXPTRAN-OVERFLOWED
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, THE RETRY WINDOW, THE REPAIR
      *                   QUEUE, THE TRACKING FILE, THE EXPTRAN LOAD
      *                   AND THE NSF FEE ROWS. AN EMPTY QUEUE IS
      *                   NOTHING TO DO; ANYTHING THAT WOULD MAKE THE
      *                   REWRITES UNSAFE REFUSES THE RUN (CC 8).
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           PERFORM 1060-ACCEPT-PARM THRU 1060-EXIT
           PERFORM 1100-LOAD-REPAIR-QUEUE THRU 1100-EXIT
           IF WS-QUEUE-OVERFLOWED
               DISPLAY V-PN 'REPAIR QUEUE TABLE FULL - RUN REFUSED, '
                   'NOTHING RE-PRESENTED, RJSUSP LEFT UNTOUCHED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF WS-QUEUE-COUNT = ZERO
               DISPLAY V-PN 'REPAIR QUEUE EMPTY - NOTHING TO '
                   'RE-PRESENT'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN I-O NSFTRACK-FILE
           IF WS-NSFTRACK-NOT-FOUND
               OPEN OUTPUT NSFTRACK-FILE
               CLOSE NSFTRACK-FILE
               OPEN I-O NSFTRACK-FILE
           END-IF
           IF NOT WS-NSFTRACK-OK
               DISPLAY V-PN 'UNABLE TO OPEN NSFTRACK - STATUS '
                   WS-NSFTRACK-STATUS ' - NOTHING RE-PRESENTED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-NSFTRACK-OPEN-SWITCH
           PERFORM 1200-LOAD-EXPTRAN THRU 1200-EXIT
           IF WS-EXPTRAN-OVERFLOWED
               DISPLAY V-PN 'EXPTRAN TABLE OVERFLOW - NOTHING '
                   'RE-PRESENTED, FILES LEFT UNTOUCHED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-LOAD-FEE-TABLE THRU 1300-EXIT
           OPEN INPUT ACCTMST-FILE
           IF WS-ACCTMST-OK
               MOVE 'Y' TO WS-ACCTMST-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'ACCTMSTR UNAVAILABLE - STATUS '
                   WS-ACCTMST-STATUS ' - NSF FEES PRICED AT THE '
                   'REGION-WIDE RATE'
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-SET-RUN-DATE - THE DECLARED BUSINESS DATE FROM BUSDCTL,
      *                     SYSTEM DATE AS FALLBACK.
      ******************************************************************
       1050-SET-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT BUSDCTL-FILE
           IF WS-BUSDCTL-OK
               READ BUSDCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE NUMERIC AND
                               BDC-BUSINESS-DATE > ZERO
                           MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSDCTL-FILE
           END-IF
           DISPLAY V-PN 'RE-PRESENTING FOR BUSINESS DATE '
               WS-RUN-DATE.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1060-ACCEPT-PARM - NSFDAYS=NN OVERRIDES THE RETRY WINDOW.
      ******************************************************************
       1060-ACCEPT-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
                    WS-PARM-TOK(4) WS-PARM-TOK(5) WS-PARM-TOK(6)
                    WS-PARM-TOK(7)
           PERFORM 1070-APPLY-PARM-TOKEN THRU 1070-EXIT
               VARYING WS-PARM-INDEX FROM 1 BY 1
               UNTIL WS-PARM-INDEX > 7
           DISPLAY V-PN 'RETRY WINDOW ' WS-RETRY-DAYS
               ' BUSINESS DAYS'.
       1060-EXIT.
           EXIT.

       1070-APPLY-PARM-TOKEN.
           IF WS-PARM-TOK(WS-PARM-INDEX) = SPACES
               GO TO 1070-EXIT
           END-IF
           MOVE SPACES TO WS-PARM-KEY WS-PARM-VALUE
           UNSTRING WS-PARM-TOK(WS-PARM-INDEX) DELIMITED BY '='
               INTO WS-PARM-KEY WS-PARM-VALUE
           IF WS-PARM-KEY = 'NSFDAYS'
               IF WS-PARM-VALUE(1:2) IS NUMERIC
                   MOVE WS-PARM-VALUE(1:2) TO WS-RETRY-DAYS
               ELSE
                   IF WS-PARM-VALUE(1:1) IS NUMERIC AND
                           WS-PARM-VALUE(2:1) = SPACE
                       MOVE WS-PARM-VALUE(1:1) TO WS-RETRY-DAYS
                   END-IF
               END-IF
           END-IF.
       1070-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-REPAIR-QUEUE - READ EVERY ENTRY CURRENTLY QUEUED IN
      *                          RJSUSP INTO WS-REPAIR-QUEUE.
      ******************************************************************
       1100-LOAD-REPAIR-QUEUE.
           OPEN INPUT RJSUSP-FILE
           IF NOT WS-RJSUSP-OK
               DISPLAY V-PN 'NO RJSUSP REPAIR QUEUE FOUND'
               GO TO 1100-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM 1110-READ-REPAIR-ENTRY THRU 1110-EXIT
               UNTIL WS-INPUT-EOF-REACHED
           CLOSE RJSUSP-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-REPAIR-ENTRY.
           READ RJSUSP-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ
           IF WS-QUEUE-COUNT NOT < 500
               MOVE 'Y' TO WS-QUEUE-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO WS-QUEUE-COUNT
           MOVE RJSUSP-RECORD TO WS-QUEUE-RECORD(WS-QUEUE-COUNT)
           MOVE 'K' TO WS-QUEUE-ACTION(WS-QUEUE-COUNT)
           MOVE SPACES TO WS-QUEUE-TRACKER(WS-QUEUE-COUNT).
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-EXPTRAN - LOAD WHATEVER THE EARLIER STEPS WROTE,
      *                     KEEPING THE HEADER IN PLACE AND STRIPPING
      *                     THE TRAILER - IT IS REWRITTEN WITH THE NEW
      *                     TOTALS AT 9000-TERMINATE. A MISSING FILE
      *                     STARTS A FRESH ONE WITH ITS OWN HEADER.
      ******************************************************************
       1200-LOAD-EXPTRAN.
           OPEN INPUT EXPTRAN-FILE
           IF NOT WS-EXPTRAN-OK
               DISPLAY V-PN 'NO EXPTRAN ON FILE - STARTING A FRESH '
                   'ONE'
               GO TO 1200-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM 1250-LOAD-ONE-RECORD THRU 1250-EXIT
               UNTIL WS-INPUT-EOF-REACHED
           CLOSE EXPTRAN-FILE.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-RECORD.
           READ EXPTRAN-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE EXPTRAN-RECORD TO INTFCTL-RECORD
                   IF ICT-TYPE-TRAILER
                       CONTINUE
                   ELSE
                       IF ICT-TYPE-HEADER
                           MOVE 'Y' TO WS-HEADER-PRESENT-SW
                       END-IF
                       IF WS-EXP-COUNT < 2000
                           ADD 1 TO WS-EXP-COUNT
                           MOVE EXPTRAN-RECORD
                               TO WS-EXP-RECORD(WS-EXP-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-EXPTRAN-OVERFLOW-SWITCH
                       END-IF
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-FEE-TABLE - KEEP THE FEESCHED ROWS FOR TYPE 'U'. NO
      *                       ROW MEANS NO NSF FEE IS CHARGED.
      ******************************************************************
       1300-LOAD-FEE-TABLE.
           OPEN INPUT FEESCHED-FILE
           IF NOT WS-FEESCHED-OK
               DISPLAY V-PN 'NO FEESCHED FILE FOUND - NO NSF FEE '
                   'CHARGED'
               GO TO 1300-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM 1350-STORE-FEE-RECORD THRU 1350-EXIT
               UNTIL WS-INPUT-EOF-REACHED
           CLOSE FEESCHED-FILE
           IF WS-FEE-COUNT = ZERO
               DISPLAY V-PN 'NO FEESCHED ROW FOR TYPE U - NO NSF FEE '
                   'CHARGED'
           END-IF.
       1300-EXIT.
           EXIT.

       1350-STORE-FEE-RECORD.
           READ FEESCHED-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 1350-EXIT
           END-READ
           IF FEE-TRANSACTION-TYPE NOT = 'U' OR WS-FEE-COUNT NOT < 50
               GO TO 1350-EXIT
           END-IF
           ADD 1 TO WS-FEE-COUNT
           MOVE FEE-REGION-CODE TO WS-FEE-REGION-CODE(WS-FEE-COUNT)
           MOVE FEE-CURRENCY-CODE TO WS-FEE-CURRENCY-CODE(WS-FEE-COUNT)
           MOVE FEE-FLAT-AMOUNT TO WS-FEE-FLAT-AMOUNT(WS-FEE-COUNT)
           MOVE FEE-RATE-PCT TO WS-FEE-RATE-PCT(WS-FEE-COUNT)
           IF FEE-PRODUCT-CODE = LOW-VALUES
               MOVE SPACES TO WS-FEE-PRODUCT-CODE(WS-FEE-COUNT)
           ELSE
               MOVE FEE-PRODUCT-CODE
                   TO WS-FEE-PRODUCT-CODE(WS-FEE-COUNT)
           END-IF.
       1350-EXIT.
           EXIT.

      ******************************************************************
      * 1700-GENERATE-TRACE-ID - MINT A CORRELATION ID FOR AN NSF FEE.
      ******************************************************************
       1700-GENERATE-TRACE-ID.
           ACCEPT WS-TRACE-TIME-NOW FROM TIME
           IF WS-TRACE-SEQUENCE = 999
               MOVE ZERO TO WS-TRACE-SEQUENCE
           ELSE
               ADD 1 TO WS-TRACE-SEQUENCE
           END-IF
           MOVE SPACES TO SP1-TRACE-ID
           STRING 'J' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   WS-TRACE-TIME-NOW(1:4) DELIMITED BY SIZE
                   WS-TRACE-SEQUENCE DELIMITED BY SIZE
               INTO SP1-TRACE-ID
           END-STRING.
       1700-EXIT.
           EXIT.

      ******************************************************************
      * 2000-TAKE-ONE-ENTRY - A PENDING CODE-28 REJECT THAT BOUNCED
      *                       BEFORE TODAY IS RE-PRESENTED WHILE ITS
      *                       WINDOW IS OPEN AND RETURNED UNPAID ONCE
      *                       IT HAS CLOSED. EVERYTHING ELSE ON THE
      *                       QUEUE IS KEPT AS IT IS.
      ******************************************************************
       2000-TAKE-ONE-ENTRY.
           MOVE WS-QUEUE-RECORD(WS-QUEUE-INDEX) TO RJSUSP-RECORD
           IF NOT RJS-PENDING-REPAIR
               GO TO 2000-EXIT
           END-IF
           MOVE RJS-PAYMENT-DATA TO SUBPRM01
           IF NOT SP1-INSUFFICIENT-FUNDS
               GO TO 2000-EXIT
           END-IF
      *    AN ITEM THAT BOUNCED TODAY HAS ITS FIRST RETRY ON THE NEXT
      *    BUSINESS DAY, AFTER THAT NIGHT'S CREDITS.
           IF RJS-REJECT-DATE NOT < WS-RUN-DATE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-SEEN
           PERFORM 2100-GET-TRACKER THRU 2100-EXIT
           IF NSF-RETURNED-UNPAID
               GO TO 2000-EXIT
           END-IF
           IF WS-TRACKER-IS-NEW AND WS-RUN-DATE > NSF-FINAL-RETRY-DATE
               DISPLAY V-PN 'TRACE ' SP1-TRACE-ID ' BOUNCED '
                   RJS-REJECT-DATE ' - OUTSIDE THE RETRY WINDOW, '
                   'LEFT FOR REPAIR'
               ADD 1 TO WS-ITEMS-TOO-OLD
               GO TO 2000-EXIT
           END-IF
           IF NSF-LAST-PRESENTED = WS-RUN-DATE
               DISPLAY V-PN 'TRACE ' SP1-TRACE-ID ' ALREADY '
                   'RE-PRESENTED FOR ' WS-RUN-DATE
               GO TO 2000-EXIT
           END-IF
           IF WS-RUN-DATE > NSF-FINAL-RETRY-DATE
               PERFORM 2300-RETURN-UNPAID THRU 2300-EXIT
           ELSE
               PERFORM 2400-RE-PRESENT THRU 2400-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-GET-TRACKER - THE ITEM'S NSFTRACK RECORD, OR A NEW ONE
      *                    WHOSE RETRY WINDOW RUNS WS-RETRY-DAYS
      *                    BUSINESS DAYS FROM THE DAY IT FIRST BOUNCED.
      *                    AN ITEM THAT LEFT THE QUEUE AND CAME BACK
      *                    RESUMES ITS OLD WINDOW AND NEVER PAYS A
      *                    SECOND FEE.
      ******************************************************************
       2100-GET-TRACKER.
           MOVE 'N' TO WS-TRACKER-NEW-SWITCH
           MOVE SP1-TRACE-ID TO NSF-TRACE-ID
           READ NSFTRACK-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TRACKER-NEW-SWITCH
           END-READ
           IF NOT WS-TRACKER-IS-NEW
               IF NSF-CLEARED
                   MOVE 'R' TO NSF-STATUS
                   MOVE ZERO TO NSF-CLOSED-DATE
               END-IF
               GO TO 2100-EXIT
           END-IF
           MOVE SPACES TO NSFTRACK-RECORD
           MOVE SP1-TRACE-ID TO NSF-TRACE-ID
           MOVE SP1-ACCOUNT-NUMBER TO NSF-ACCOUNT-NUMBER
           MOVE SP1-AMOUNT TO NSF-AMOUNT
           MOVE SP1-CURRENCY-CODE TO NSF-CURRENCY-CODE
           MOVE 'R' TO NSF-STATUS
           MOVE RJS-REJECT-DATE TO NSF-FIRST-REJECT-DATE
           MOVE ZERO TO NSF-ATTEMPTS
           MOVE ZERO TO NSF-LAST-PRESENTED
           MOVE 'N' TO NSF-FEE-SW
           MOVE ZERO TO NSF-FEE-AMOUNT
           MOVE ZERO TO NSF-CLOSED-DATE
           MOVE RJS-REJECT-DATE TO WS-RETRY-DATE
           PERFORM 2150-ADD-BUSINESS-DAY THRU 2150-EXIT
               WS-RETRY-DAYS TIMES
           MOVE WS-RETRY-DATE TO NSF-FINAL-RETRY-DATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-ADD-BUSINESS-DAY - MOVE WS-RETRY-DATE ON TO THE NEXT
      *                         BUSINESS DAY. IF THE CALENDAR CANNOT
      *                         ANSWER, THE WINDOW IS HELD OPEN TO
      *                         TODAY RATHER THAN CLOSED EARLY.
      ******************************************************************
       2150-ADD-BUSINESS-DAY.
           MOVE 'A' TO BDP-FUNCTION
           MOVE WS-RETRY-DATE TO BDP-INPUT-DATE
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF BDP-SUCCESSFUL
               MOVE BDP-RESULT-DATE TO WS-RETRY-DATE
           ELSE
               DISPLAY V-PN 'BUSDAY01 FAILED FOR ' WS-RETRY-DATE
                   ' - WINDOW HELD OPEN TO ' WS-RUN-DATE
               IF WS-RETRY-DATE < WS-RUN-DATE
                   MOVE WS-RUN-DATE TO WS-RETRY-DATE
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2300-RETURN-UNPAID - THE WINDOW HAS CLOSED WITH THE ITEM STILL
      *                      BOUNCING. THE QUEUE ENTRY IS MARKED 'U',
      *                      DATED TODAY, FOR EXPNOTIF'S NOTICE.
      ******************************************************************
       2300-RETURN-UNPAID.
           MOVE 'U' TO RJS-STATUS
           MOVE 'EXPNSFRP' TO RJS-SOURCE-PROGRAM
           MOVE WS-UNPAID-REASON TO RJS-REJECT-REASON
           MOVE WS-RUN-DATE TO RJS-REJECT-DATE
           ACCEPT RJS-REJECT-TIME FROM TIME
           MOVE RJSUSP-RECORD TO WS-QUEUE-RECORD(WS-QUEUE-INDEX)
           MOVE 'U' TO WS-QUEUE-ACTION(WS-QUEUE-INDEX)
           MOVE 'U' TO NSF-STATUS
           MOVE WS-RUN-DATE TO NSF-CLOSED-DATE
           MOVE NSFTRACK-RECORD TO WS-QUEUE-TRACKER(WS-QUEUE-INDEX)
           ADD 1 TO WS-ITEMS-RETURNED
           DISPLAY V-PN 'RETURNED UNPAID - TRACE ' SP1-TRACE-ID
               ' ACCOUNT ' SP1-ACCOUNT-NUMBER ' AFTER ' NSF-ATTEMPTS
               ' RE-PRESENTMENTS'.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-RE-PRESENT - PUT THE ITEM BACK ON EXPTRAN UNDER ITS OWN
      *                   TRACE, DATED TODAY, AND CHARGE THE NSF FEE IF
      *                   IT HAS NOT BEEN CHARGED YET. ROOM FOR THE FEE
      *                   IS RESERVED UP FRONT SO AN ITEM NEVER GOES
      *                   OUT WITHOUT IT.
      ******************************************************************
       2400-RE-PRESENT.
           MOVE 1 TO WS-SLOTS-NEEDED
           IF NOT NSF-FEE-CHARGED
               MOVE 2 TO WS-SLOTS-NEEDED
           END-IF
           IF WS-EXP-COUNT + WS-SLOTS-NEEDED > 2000
               MOVE 'Y' TO WS-EXPTRAN-OVERFLOW-SWITCH
               GO TO 2400-EXIT
           END-IF
           MOVE SP1-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT
           MOVE SP1-REGION-CODE TO WS-ITEM-REGION
           MOVE SP1-CURRENCY-CODE TO WS-ITEM-CURRENCY
           IF SP1-CONVERTED-AMOUNT NUMERIC AND
                   SP1-CONVERTED-AMOUNT > ZERO
               MOVE SP1-CONVERTED-AMOUNT TO WS-ITEM-BASE-AMOUNT
           ELSE
               MOVE SP1-AMOUNT TO WS-ITEM-BASE-AMOUNT
           END-IF
           MOVE WS-RUN-DATE TO SP1-TRANSACTION-DATE
           MOVE ZERO TO SP1-RETURN-CODE
           MOVE ZERO TO SP1-CONVERTED-AMOUNT
           MOVE ZERO TO SP1-FEE-AMOUNT
           MOVE SPACES TO SP1-FEE-TRACE-ID
           ADD 1 TO WS-EXP-COUNT
           MOVE SUBPRM01 TO WS-EXP-RECORD(WS-EXP-COUNT)
           ADD 1 TO WS-ENTRIES-GENERATED
           MOVE 'P' TO WS-QUEUE-ACTION(WS-QUEUE-INDEX)
           IF NSF-ATTEMPTS NUMERIC AND NSF-ATTEMPTS < 999
               ADD 1 TO NSF-ATTEMPTS
           END-IF
           MOVE WS-RUN-DATE TO NSF-LAST-PRESENTED
           ADD 1 TO WS-ITEMS-PRESENTED
           MOVE SP1-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY V-PN 'RE-PRESENTING TRACE ' SP1-TRACE-ID
               ' ACCOUNT ' SP1-ACCOUNT-NUMBER ' AMOUNT '
               WS-AMOUNT-EDIT ' ATTEMPT ' NSF-ATTEMPTS
           IF NOT NSF-FEE-CHARGED
               PERFORM 2500-CHARGE-NSF-FEE THRU 2500-EXIT
           END-IF
           MOVE NSFTRACK-RECORD TO WS-QUEUE-TRACKER(WS-QUEUE-INDEX).
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CHARGE-NSF-FEE - PRICE THE FEE FROM THE TYPE 'U' ROWS - A
      *                       ROW FOR THE ACCOUNT'S OWN PRODUCT WINS,
      *                       OTHERWISE THE BLANK-PRODUCT REGION-WIDE
      *                       ROW - AND APPEND IT, IN BASE, AS A TYPE
      *                       'U' DEBIT BEHIND THE ITEM.
      ******************************************************************
       2500-CHARGE-NSF-FEE.
           IF WS-FEE-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF
           MOVE SPACES TO WS-ACCOUNT-PRODUCT
           IF WS-ACCTMST-IS-OPEN
               MOVE WS-ITEM-ACCOUNT TO ACM-ACCOUNT-NUMBER
               READ ACCTMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACM-PRODUCT-CODE TO WS-ACCOUNT-PRODUCT
               END-READ
           END-IF
           MOVE 'N' TO WS-FEE-FOUND-SWITCH
           IF WS-ACCOUNT-PRODUCT NOT = SPACES AND
                   WS-ACCOUNT-PRODUCT NOT = LOW-VALUES
               MOVE WS-ACCOUNT-PRODUCT TO WS-FEE-MATCH-PRODUCT
               PERFORM 2550-COMPARE-FEE-ENTRY THRU 2550-EXIT
                   VARYING WS-FEE-INDEX FROM 1 BY 1
                   UNTIL WS-FEE-INDEX > WS-FEE-COUNT OR WS-FEE-FOUND
           END-IF
           IF NOT WS-FEE-FOUND
               MOVE SPACES TO WS-FEE-MATCH-PRODUCT
               PERFORM 2550-COMPARE-FEE-ENTRY THRU 2550-EXIT
                   VARYING WS-FEE-INDEX FROM 1 BY 1
                   UNTIL WS-FEE-INDEX > WS-FEE-COUNT OR WS-FEE-FOUND
           END-IF
           IF NOT WS-FEE-FOUND
               GO TO 2500-EXIT
           END-IF
           COMPUTE WS-NSF-FEE-AMOUNT ROUNDED =
               WS-FEE-FOUND-FLAT +
               (WS-ITEM-BASE-AMOUNT * WS-FEE-FOUND-RATE / 100)
           IF WS-NSF-FEE-AMOUNT NOT > ZERO
               GO TO 2500-EXIT
           END-IF
           INITIALIZE SUBPRM01
           MOVE WS-ITEM-ACCOUNT TO SP1-ACCOUNT-NUMBER
           MOVE WS-NSF-FEE-AMOUNT TO SP1-AMOUNT
           MOVE WS-BASE-CURRENCY TO SP1-CURRENCY-CODE
           MOVE WS-RUN-DATE TO SP1-TRANSACTION-DATE
           MOVE 'U' TO SP1-TRANSACTION-TYPE
           MOVE ZERO TO SP1-EFFECTIVE-DATE
           MOVE ZERO TO SP1-RETURN-CODE
           MOVE ZERO TO SP1-CONVERTED-AMOUNT
           MOVE 'N' TO SP1-TEST-MODE
           MOVE SPACES TO SP1-OPERATOR-ID
           MOVE WS-ITEM-REGION TO SP1-REGION-CODE
           PERFORM 1700-GENERATE-TRACE-ID THRU 1700-EXIT
           ADD 1 TO WS-EXP-COUNT
           MOVE SUBPRM01 TO WS-EXP-RECORD(WS-EXP-COUNT)
           ADD 1 TO WS-ENTRIES-GENERATED
           MOVE 'Y' TO NSF-FEE-SW
           MOVE WS-NSF-FEE-AMOUNT TO NSF-FEE-AMOUNT
           MOVE SP1-TRACE-ID TO NSF-FEE-TRACE-ID
           ADD 1 TO WS-FEES-CHARGED
           MOVE WS-NSF-FEE-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY V-PN 'NSF FEE ' WS-AMOUNT-EDIT ' ACCOUNT '
               WS-ITEM-ACCOUNT ' TRACE ' SP1-TRACE-ID.
       2500-EXIT.
           EXIT.

       2550-COMPARE-FEE-ENTRY.
           IF WS-FEE-REGION-CODE(WS-FEE-INDEX) = WS-ITEM-REGION AND
                   WS-FEE-CURRENCY-CODE(WS-FEE-INDEX)
                       = WS-ITEM-CURRENCY AND
                   WS-FEE-PRODUCT-CODE(WS-FEE-INDEX)
                       = WS-FEE-MATCH-PRODUCT
               MOVE WS-FEE-FLAT-AMOUNT(WS-FEE-INDEX)
                   TO WS-FEE-FOUND-FLAT
               MOVE WS-FEE-RATE-PCT(WS-FEE-INDEX)
                   TO WS-FEE-FOUND-RATE
               MOVE 'Y' TO WS-FEE-FOUND-SWITCH
           END-IF.
       2550-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - REWRITE EXPTRAN WITH THE RE-PRESENTED ITEMS
      *                  AND FEES, AND ONLY THEN FILE THE NSFTRACK
      *                  RECORDS, REWRITE THE QUEUE WITHOUT THE ITEMS
      *                  NOW BACK ON EXPTRAN, AND CLOSE OFF THE ITEMS
      *                  THAT HAVE LEFT THE QUEUE - UNTIL THE EXPTRAN
      *                  REWRITE SUCCEEDS NOTHING ON DISK SAYS ANYTHING
      *                  WAS RE-PRESENTED, SO A FAILURE COSTS A RERUN,
      *                  NEVER THE ITEM.
      ******************************************************************
       9000-TERMINATE.
           IF WS-EXPTRAN-OVERFLOWED AND NOT WS-RUN-REFUSED
               DISPLAY V-PN 'EXPTRAN TABLE OVERFLOW - NOTHING '
                   'RE-PRESENTED, FILES LEFT UNTOUCHED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE ZERO TO WS-ENTRIES-GENERATED
               MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT WS-RUN-REFUSED
               IF WS-ENTRIES-GENERATED > ZERO
                   PERFORM 9200-REWRITE-EXPTRAN THRU 9200-EXIT
               END-IF
               IF WS-ENTRIES-GENERATED = ZERO OR WS-EXPTRAN-SAVED
                   PERFORM 9300-FILE-ONE-TRACKER THRU 9300-EXIT
                       VARYING WS-QUEUE-INDEX FROM 1 BY 1
                       UNTIL WS-QUEUE-INDEX > WS-QUEUE-COUNT
                   IF WS-ITEMS-PRESENTED > ZERO OR
                           WS-ITEMS-RETURNED > ZERO
                       PERFORM 9400-REWRITE-RJSUSP THRU 9400-EXIT
                   END-IF
                   PERFORM 9500-CLOSE-OFF-CLEARED THRU 9500-EXIT
               END-IF
           END-IF
           IF WS-NSFTRACK-IS-OPEN
               CLOSE NSFTRACK-FILE
           END-IF
           IF WS-ACCTMST-IS-OPEN
               CLOSE ACCTMST-FILE
           END-IF
           DISPLAY V-PN 'CODE-28 ITEMS SEEN...: ' WS-ITEMS-SEEN
           DISPLAY V-PN 'RE-PRESENTED.........: ' WS-ITEMS-PRESENTED
           DISPLAY V-PN 'NSF FEES CHARGED.....: ' WS-FEES-CHARGED
           DISPLAY V-PN 'RETURNED UNPAID......: ' WS-ITEMS-RETURNED
           DISPLAY V-PN 'LEFT FOR REPAIR......: ' WS-ITEMS-TOO-OLD
           DISPLAY V-PN 'CLEARED SINCE LAST...: ' WS-ITEMS-CLEARED
           DISPLAY V-PN 'ENTRIES GENERATED....: '
               WS-ENTRIES-GENERATED.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9200-REWRITE-EXPTRAN - WRITE THE FILE BACK - HEADER (MINTED
      *                        FRESH WHEN NONE EXISTED), DATA RECORDS,
      *                        AND THE INTFCTL TRAILER RECOMPUTED FROM
      *                        THE DATA ACTUALLY ON THE TABLE.
      ******************************************************************
       9200-REWRITE-EXPTRAN.
           MOVE ZERO TO WS-DATA-COUNT
           MOVE ZERO TO WS-HASH-TOTAL
           PERFORM 9250-TALLY-ONE-RECORD THRU 9250-EXIT
               VARYING WS-EXP-INDEX FROM 1 BY 1
               UNTIL WS-EXP-INDEX > WS-EXP-COUNT
           OPEN OUTPUT EXPTRAN-FILE
           IF NOT WS-EXPTRAN-OK
               DISPLAY V-PN 'UNABLE TO REWRITE EXPTRAN - STATUS '
                   WS-EXPTRAN-STATUS ' - NOTHING RE-PRESENTED'
               MOVE 8 TO RETURN-CODE
               GO TO 9200-EXIT
           END-IF
           IF NOT WS-HEADER-PRESENT
               MOVE SPACES TO INTFCTL-RECORD
               MOVE 'HDR' TO ICT-RECORD-TYPE
               MOVE 'EXPNSFRP' TO ICT-SOURCE
               MOVE WS-RUN-DATE TO ICT-BUSINESS-DATE
               MOVE 1 TO ICT-SEQUENCE
               MOVE ZERO TO ICT-RECORD-COUNT
               MOVE ZERO TO ICT-AMOUNT-TOTAL
               MOVE INTFCTL-RECORD TO EXPTRAN-RECORD
               WRITE EXPTRAN-RECORD
           END-IF
           PERFORM 9270-WRITE-ONE-RECORD THRU 9270-EXIT
               VARYING WS-EXP-INDEX FROM 1 BY 1
               UNTIL WS-EXP-INDEX > WS-EXP-COUNT
           MOVE SPACES TO INTFCTL-RECORD
           MOVE 'TRL' TO ICT-RECORD-TYPE
           MOVE 'EXPNSFRP' TO ICT-SOURCE
           MOVE WS-RUN-DATE TO ICT-BUSINESS-DATE
           MOVE 1 TO ICT-SEQUENCE
           MOVE WS-DATA-COUNT TO ICT-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO ICT-AMOUNT-TOTAL
           MOVE INTFCTL-RECORD TO EXPTRAN-RECORD
           WRITE EXPTRAN-RECORD
           CLOSE EXPTRAN-FILE
           MOVE 'Y' TO WS-EXPTRAN-SAVED-SWITCH.
       9200-EXIT.
           EXIT.

       9250-TALLY-ONE-RECORD.
           MOVE WS-EXP-RECORD(WS-EXP-INDEX) TO INTFCTL-RECORD
           IF ICT-TYPE-HEADER OR ICT-TYPE-TRAILER
               GO TO 9250-EXIT
           END-IF
           MOVE WS-EXP-RECORD(WS-EXP-INDEX) TO SUBPRM01
           ADD 1 TO WS-DATA-COUNT
           IF SP1-AMOUNT NUMERIC
               MOVE SP1-AMOUNT TO WS-ABS-AMOUNT
               ADD WS-ABS-AMOUNT TO WS-HASH-TOTAL
           END-IF.
       9250-EXIT.
           EXIT.

       9270-WRITE-ONE-RECORD.
           MOVE WS-EXP-RECORD(WS-EXP-INDEX) TO EXPTRAN-RECORD
           WRITE EXPTRAN-RECORD.
       9270-EXIT.
           EXIT.

      ******************************************************************
      * 9300-FILE-ONE-TRACKER - THE DEFERRED NSFTRACK UPDATE FOR AN
      *                         ENTRY RE-PRESENTED OR RETURNED THIS
      *                         RUN. A TRACKER THAT CANNOT BE FILED IS
      *                         SHOUTED ABOUT (CC 8) - WITHOUT IT THE
      *                         NEXT RUN WOULD START THE ITEM'S WINDOW
      *                         AND ITS FEE AFRESH.
      ******************************************************************
       9300-FILE-ONE-TRACKER.
           IF WS-QUEUE-KEEP(WS-QUEUE-INDEX)
               GO TO 9300-EXIT
           END-IF
           MOVE WS-QUEUE-TRACKER(WS-QUEUE-INDEX) TO NSFTRACK-RECORD
           WRITE NSFTRACK-RECORD
               INVALID KEY
                   REWRITE NSFTRACK-RECORD
           END-WRITE
           IF NOT WS-NSFTRACK-OK
               DISPLAY V-PN 'NSFTRACK UPDATE FAILED - STATUS '
                   WS-NSFTRACK-STATUS ' - TRACE ' NSF-TRACE-ID
                   ' - RECORD BY HAND BEFORE THE NEXT RUN'
               MOVE 8 TO RETURN-CODE
           END-IF.
       9300-EXIT.
           EXIT.

      ******************************************************************
      * 9400-REWRITE-RJSUSP - REWRITE THE QUEUE WITH EVERY ENTRY EXCEPT
      *                       THE ONES NOW BACK ON EXPTRAN - A RETURNED
      *                       ENTRY STAYS, MARKED 'U'.
      ******************************************************************
       9400-REWRITE-RJSUSP.
           OPEN OUTPUT RJSUSP-FILE
           IF NOT WS-RJSUSP-OK
               DISPLAY V-PN 'UNABLE TO REWRITE RJSUSP - STATUS '
                   WS-RJSUSP-STATUS ' - RE-PRESENTED ITEMS STILL '
                   'QUEUED, REMOVE BY HAND BEFORE ANY REPAIR RUN'
               MOVE 8 TO RETURN-CODE
               GO TO 9400-EXIT
           END-IF
           PERFORM 9450-WRITE-QUEUE-ENTRY THRU 9450-EXIT
               VARYING WS-QUEUE-INDEX FROM 1 BY 1
               UNTIL WS-QUEUE-INDEX > WS-QUEUE-COUNT
           CLOSE RJSUSP-FILE.
       9400-EXIT.
           EXIT.

       9450-WRITE-QUEUE-ENTRY.
           IF WS-QUEUE-PRESENTED(WS-QUEUE-INDEX)
               GO TO 9450-EXIT
           END-IF
           MOVE WS-QUEUE-RECORD(WS-QUEUE-INDEX) TO RJSUSP-RECORD
           WRITE RJSUSP-RECORD.
       9450-EXIT.
           EXIT.

      ******************************************************************
      * 9500-CLOSE-OFF-CLEARED - AN ITEM STILL RE-PRESENTING THAT WAS
      *                          LAST PRESENTED BEFORE TODAY, AND SO
      *                          WAS NOT BACK ON THE QUEUE THIS RUN,
      *                          HAS POSTED (OR BEEN TAKEN IN HAND) -
      *                          MARK IT CLEARED.
      ******************************************************************
       9500-CLOSE-OFF-CLEARED.
           MOVE 'N' TO WS-TRACKER-SCAN-SWITCH
           MOVE LOW-VALUES TO NSF-TRACE-ID
           START NSFTRACK-FILE KEY IS NOT LESS THAN NSF-TRACE-ID
               INVALID KEY
                   GO TO 9500-EXIT
           END-START
           PERFORM 9550-CHECK-ONE-TRACKER THRU 9550-EXIT
               UNTIL WS-TRACKER-SCAN-DONE.
       9500-EXIT.
           EXIT.

       9550-CHECK-ONE-TRACKER.
           READ NSFTRACK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRACKER-SCAN-SWITCH
                   GO TO 9550-EXIT
           END-READ
           IF NOT NSF-RE-PRESENTING OR
                   NSF-LAST-PRESENTED NOT < WS-RUN-DATE
               GO TO 9550-EXIT
           END-IF
           MOVE 'P' TO NSF-STATUS
           MOVE WS-RUN-DATE TO NSF-CLOSED-DATE
           REWRITE NSFTRACK-RECORD
           IF WS-NSFTRACK-OK
               ADD 1 TO WS-ITEMS-CLEARED
           ELSE
               DISPLAY V-PN 'NSFTRACK REWRITE FAILED - STATUS '
                   WS-NSFTRACK-STATUS ' - TRACE ' NSF-TRACE-ID
           END-IF.
       9550-EXIT.
           EXIT.
