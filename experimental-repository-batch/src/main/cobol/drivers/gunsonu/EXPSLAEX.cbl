      ******************************************************************
      * PROGRAM-ID : EXPSLAEX
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - SERVICE-LEVEL EXPIRY AND
      *                    ESCALATION FOR THE DECISION QUEUES, RUN IN
      *                    THE EXPCTRL CHAIN AFTER EXPWLRSC. NOTHING
      *                    HAPPENED TO AN ITEM NOBODY DECIDED - A
      *                    HIGH-VALUE PAYMENT SAT ON PNDAPPR FOR NINE
      *                    DAYS WHILE THE CUSTOMER THOUGHT IT HAD GONE.
      *                    EACH QUEUE NOW HAS A WARNING LEVEL AND, FOR
      *                    PNDAPPR AND REFPEND, A FINAL LEVEL, IN
      *                    BUSINESS DAYS COUNTED THROUGH BUSDAY01
      *                    (APRWARN= APRFINAL= CMPWARN= DSPWARN=
      *                    REFWARN= REFFINAL= PARMS, TWO DIGITS, THE
      *                    SAME TOKENS EXPALERT TAKES; A FINAL LEVEL OF
      *                    00 MEANS NEVER). AN ITEM PAST ITS WARNING
      *                    LEVEL GOES ON THE EXPSLRPT ESCALATION
      *                    REPORT BY QUEUE WITH ITS AGE AND OWNER, AND
      *                    EACH QUEUE CLOSES WITH A BY-OWNER SUMMARY.
      *                    PAST THE FINAL LEVEL A HELD PAYMENT IS
      *                    AUTO-DECLINED AND A REFERENCE CHANGE IS
      *                    WITHDRAWN, EACH LOGGED WITH ITS REASON TO
      *                    SLAEVT (AND A WITHDRAWAL TO REFAUDT);
      *                    EXPNOTIF TELLS THE CUSTOMER ABOUT THE
      *                    DECLINED PAYMENT. AN OPEN DISPUTE WITHIN ITS
      *                    WARNING LEVEL OF THE DEADLINE DATE, OR PAST
      *                    IT, IS FLAGGED ESCALATED ONCE AND LOGGED.
      *                    CMPHOLD IS REPORTED ONLY - A COMPLIANCE HOLD
      *                    IS NEVER DECIDED BY THE CLOCK. EACH QUEUE IS
      *                    LOADED, UPDATED IN MEMORY AND REWRITTEN IN
      *                    FULL, AND ITS LOG ENTRIES ARE WRITTEN ONLY
      *                    ONCE THE REWRITE HAS SUCCEEDED.
      * 2026-10-15  DS    REFPEND GREW TO 108 BYTES FOR THE WIDER
      *                    FEESCHED KEY; A REFERENCE CHANGE'S ITEM KEY
      *                    IS NOW THE TARGET'S FIRST FOUR LETTERS AND
      *                    THE FULL KEY, PRODUCT CODE INCLUDED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPSLAEX.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PNDAPPR-FILE ASSIGN TO 'PNDAPPR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNDAPPR-STATUS.
           SELECT CMPHOLD-FILE ASSIGN TO 'CMPHOLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMPHOLD-STATUS.
           SELECT DSPCASE-FILE ASSIGN TO 'DSPCASE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSPCASE-STATUS.
           SELECT REFPEND-FILE ASSIGN TO 'REFPEND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFPEND-STATUS.
           SELECT REFAUDT-FILE ASSIGN TO 'REFAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFAUDT-STATUS.
           SELECT SLAEVT-FILE ASSIGN TO 'SLAEVT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLAEVT-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT EXPSLRPT-FILE ASSIGN TO 'EXPSLRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPSLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PNDAPPR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY PNDAPPR.

       FD  CMPHOLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CMPHOLD.

       FD  DSPCASE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY DSPCASE.

       FD  REFPEND-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY REFPEND.

       FD  REFAUDT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY REFAUDT.

       FD  SLAEVT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY SLAEVT.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       FD  EXPSLRPT-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE DAILY ESCALATION REPORT - ONE LINE PER ITEM PAST ITS
      *    WARNING LEVEL, AND A BY-OWNER SUMMARY PER QUEUE.
       01  SLR-RECORD                     PIC X(120).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPSLAEX->'.

       01  WS-FILE-STATUSES.
           05  WS-PNDAPPR-STATUS           PIC X(02) VALUE '00'.
               88  WS-PNDAPPR-OK               VALUE '00'.
           05  WS-CMPHOLD-STATUS           PIC X(02) VALUE '00'.
               88  WS-CMPHOLD-OK               VALUE '00'.
           05  WS-DSPCASE-STATUS           PIC X(02) VALUE '00'.
               88  WS-DSPCASE-OK               VALUE '00'.
           05  WS-REFPEND-STATUS           PIC X(02) VALUE '00'.
               88  WS-REFPEND-OK               VALUE '00'.
           05  WS-REFAUDT-STATUS           PIC X(02) VALUE '00'.
               88  WS-REFAUDT-OK               VALUE '00'.
               88  WS-REFAUDT-NOT-FOUND        VALUE '35'.
           05  WS-SLAEVT-STATUS            PIC X(02) VALUE '00'.
               88  WS-SLAEVT-OK                VALUE '00'.
               88  WS-SLAEVT-NOT-FOUND         VALUE '35'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-EXPSLRPT-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPSLRPT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF-REACHED        VALUE 'Y'.
           05  WS-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-TABLE-OVERFLOWED         VALUE 'Y'.
           05  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-REPORT-IS-OPEN           VALUE 'Y'.
           05  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUE 'Y'.
           05  WS-QUEUE-SAVED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-QUEUE-SAVED              VALUE 'Y'.
           05  WS-OWNER-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-OWNER-FOUND              VALUE 'Y'.

      ******************************************************************
      * WS-SERVICE-LEVELS - BUSINESS DAYS, OPERATOR-CONFIGURABLE VIA
      * THE PARM STRING, TOKENIZED THE SAME WAY EXPALERT DOES. THE
      * WARNING LEVEL PUTS AN ITEM ON THE REPORT; THE FINAL LEVEL
      * (00 = NEVER) DECLINES OR WITHDRAWS IT. FOR DSPCASE THE
      * WARNING LEVEL COUNTS DOWN TO THE DEADLINE DATE.
      ******************************************************************
       01  WS-SERVICE-LEVELS.
           05  WS-APR-WARN-DAYS            PIC 9(02) VALUE 02.
           05  WS-APR-FINAL-DAYS           PIC 9(02) VALUE 05.
           05  WS-CMP-WARN-DAYS            PIC 9(02) VALUE 02.
           05  WS-DSP-WARN-DAYS            PIC 9(02) VALUE 03.
           05  WS-REF-WARN-DAYS            PIC 9(02) VALUE 03.
           05  WS-REF-FINAL-DAYS           PIC 9(02) VALUE 10.

       01  WS-PARM-STRING                 PIC X(80) VALUE SPACES.
       01  WS-PARM-TABLE.
           05  WS-PARM-TOK                PIC X(20) OCCURS 6 TIMES.
       01  WS-PARM-INDEX                  PIC 9(02) COMP VALUE ZERO.
       01  WS-PARM-KEY                    PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                  PIC X(16) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-QUEUE-WAITING            PIC 9(05) COMP VALUE ZERO.
           05  WS-QUEUE-OVER               PIC 9(05) COMP VALUE ZERO.
           05  WS-TOTAL-OVER               PIC 9(05) COMP VALUE ZERO.
           05  WS-TOTAL-DECLINED           PIC 9(05) COMP VALUE ZERO.
           05  WS-TOTAL-WITHDRAWN          PIC 9(05) COMP VALUE ZERO.
           05  WS-TOTAL-ESCALATED          PIC 9(05) COMP VALUE ZERO.
           05  WS-ENTRY-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-ENTRY-INDEX              PIC 9(04) COMP VALUE ZERO.
           05  WS-ACTION-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-ACTION-INDEX             PIC 9(04) COMP VALUE ZERO.
           05  WS-OWNER-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-OWNER-INDEX              PIC 9(04) COMP VALUE ZERO.
           05  WS-OWNER-SLOT               PIC 9(04) COMP VALUE ZERO.
           05  WS-OWNERS-NOT-LISTED        PIC 9(05) COMP VALUE ZERO.
           05  WS-DAY-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-BACK-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  WS-FWD-COUNT                PIC 9(04) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-CAL-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-ITEM-DATE                    PIC 9(08) VALUE ZERO.
       01  WS-ITEM-AGE                     PIC 9(03) VALUE ZERO.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.

      ******************************************************************
      * WS-BACK-TABLE - THE 99 BUSINESS DAYS BEFORE THE BUSINESS DATE,
      * NEWEST FIRST. AN ITEM'S AGE IS THE NUMBER OF THEM ON OR AFTER
      * ITS DATE, SO ONE PLACED YESTERDAY IS ONE DAY OLD AND AGES
      * STOP AT 99. WS-FWD-TABLE - THE BUSINESS DAYS AFTER IT, AS FAR
      * AS THE DISPUTE WARNING LEVEL. ENTRY 100 IS NEVER FILLED, SO
      * A SEARCH ALWAYS STOPS INSIDE THE TABLE.
      ******************************************************************
       01  WS-BACK-TABLE.
           05  WS-BACK-DATE                PIC 9(08) OCCURS 100 TIMES.
       01  WS-FWD-TABLE.
           05  WS-FWD-DATE                 PIC 9(08) OCCURS 100 TIMES.

      ******************************************************************
      * WS-ENTRY-TABLE - THE WHOLE QUEUE BEING WORKED, AS FLAT IMAGES.
      * PNDAPPR AND DSPCASE HOLD 200 ENTRIES AND REFPEND 100 - THE
      * SAME LIMITS PSEXAPPR, PSEXDSP AND REFMNT WORK TO.
      ******************************************************************
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY-RECORD             PIC X(160) OCCURS 200 TIMES.
       01  WS-ENTRY-LIMIT                  PIC 9(04) COMP VALUE ZERO.

      ******************************************************************
      * WS-ACTION-TABLE - THE SLAEVT ENTRIES FOR THE QUEUE BEING
      * WORKED, HELD UNTIL THE QUEUE HAS BEEN REWRITTEN, WITH THE
      * ENTRY EACH ONE CAME FROM.
      ******************************************************************
       01  WS-ACTION-TABLE.
           05  WS-ACTION-ENTRY OCCURS 200 TIMES.
               10  WS-ACT-EVENT            PIC X(118).
               10  WS-ACT-ENTRY-INDEX      PIC 9(04) COMP.

      ******************************************************************
      * WS-OWNER-TABLE - ITEMS PAST THE WARNING LEVEL PER OWNER FOR
      * THE QUEUE BEING WORKED, WITH THE OLDEST AGE.
      ******************************************************************
       01  WS-OWNER-TABLE.
           05  WS-OWNER-ENTRY OCCURS 50 TIMES.
               10  WS-OWN-ID               PIC X(08).
               10  WS-OWN-ITEMS            PIC 9(05) COMP.
               10  WS-OWN-OLDEST           PIC 9(03).

      ******************************************************************
      * WS-ITEM-WORK - ONE REPORT LINE AND LOG ENTRY BEING BUILT.
      ******************************************************************
       01  WS-ITEM-WORK.
           05  WS-ITEM-QUEUE               PIC X(08) VALUE SPACES.
           05  WS-ITEM-KEY                 PIC X(16) VALUE SPACES.
           05  WS-ITEM-ACCOUNT             PIC X(10) VALUE SPACES.
           05  WS-ITEM-AMOUNT              PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
           05  WS-ITEM-OWNER               PIC X(08) VALUE SPACES.
           05  WS-ITEM-STATE               PIC X(18) VALUE SPACES.
           05  WS-ITEM-NOTE                PIC X(20) VALUE SPACES.
           05  WS-ITEM-ACTION              PIC X(01) VALUE SPACE.
           05  WS-ITEM-REASON              PIC X(40) VALUE SPACES.

       01  WS-AGE-EDIT                     PIC ZZ9.
       01  WS-COUNT-EDIT                   PIC ZZZZ9.
       01  WS-OVER-EDIT                    PIC ZZZZ9.
       01  WS-AMOUNT-EDIT                  PIC -(10)9.99.

           COPY SUBPRM01.
           COPY BUSDPARM.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-AGE-PNDAPPR THRU 2000-EXIT
               PERFORM 3000-AGE-CMPHOLD THRU 3000-EXIT
               PERFORM 4000-AGE-DSPCASE THRU 4000-EXIT
               PERFORM 5000-AGE-REFPEND THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - SERVICE-LEVEL PARMS, BUSINESS DATE, THE
      *                   BUSINESS-DAY CALENDAR AROUND IT, AND THE
      *                   REPORT.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
                    WS-PARM-TOK(4) WS-PARM-TOK(5) WS-PARM-TOK(6)
           PERFORM 1050-APPLY-PARM-TOKEN THRU 1050-EXIT
               VARYING WS-PARM-INDEX FROM 1 BY 1
               UNTIL WS-PARM-INDEX > 6
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
           OPEN OUTPUT EXPSLRPT-FILE
           IF WS-EXPSLRPT-OK
               MOVE 'Y' TO WS-REPORT-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPSLRPT - STATUS '
                   WS-EXPSLRPT-STATUS
           END-IF
           MOVE SPACES TO SLR-RECORD
           STRING 'DECISION QUEUE SERVICE-LEVEL ESCALATIONS AS OF '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO SLR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           PERFORM 1100-BUILD-CALENDAR THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1050-APPLY-PARM-TOKEN.
           IF WS-PARM-TOK(WS-PARM-INDEX) = SPACES
               GO TO 1050-EXIT
           END-IF
           MOVE SPACES TO WS-PARM-KEY WS-PARM-VALUE
           UNSTRING WS-PARM-TOK(WS-PARM-INDEX) DELIMITED BY '='
               INTO WS-PARM-KEY WS-PARM-VALUE
           IF WS-PARM-VALUE(1:2) IS NOT NUMERIC
               GO TO 1050-EXIT
           END-IF
           EVALUATE WS-PARM-KEY
               WHEN 'APRWARN'
                   MOVE WS-PARM-VALUE(1:2) TO WS-APR-WARN-DAYS
               WHEN 'APRFINAL'
                   MOVE WS-PARM-VALUE(1:2) TO WS-APR-FINAL-DAYS
               WHEN 'CMPWARN'
                   MOVE WS-PARM-VALUE(1:2) TO WS-CMP-WARN-DAYS
               WHEN 'DSPWARN'
                   MOVE WS-PARM-VALUE(1:2) TO WS-DSP-WARN-DAYS
               WHEN 'REFWARN'
                   MOVE WS-PARM-VALUE(1:2) TO WS-REF-WARN-DAYS
               WHEN 'REFFINAL'
                   MOVE WS-PARM-VALUE(1:2) TO WS-REF-FINAL-DAYS
           END-EVALUATE.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-BUILD-CALENDAR - STEP BACK 99 BUSINESS DAYS AND FORWARD
      *                       AS FAR AS THE DISPUTE WARNING LEVEL.
      *                       WITHOUT THE CALENDAR NO AGE CAN BE
      *                       TRUSTED, SO THE RUN IS REFUSED (CC 8)
      *                       WITH EVERY QUEUE UNTOUCHED.
      ******************************************************************
       1100-BUILD-CALENDAR.
           MOVE ZEROS TO WS-BACK-TABLE WS-FWD-TABLE
           MOVE ZERO TO BDP-RETURN-CODE
           MOVE WS-RUN-DATE TO WS-CAL-DATE
           MOVE 'P' TO BDP-FUNCTION
           PERFORM 1110-STEP-BACK-ONE THRU 1110-EXIT
               VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > 99
                   OR BDP-FAILED
           MOVE WS-RUN-DATE TO WS-CAL-DATE
           MOVE 'A' TO BDP-FUNCTION
           IF NOT BDP-FAILED
               PERFORM 1120-STEP-FORWARD-ONE THRU 1120-EXIT
                   VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DSP-WARN-DAYS
                       OR BDP-FAILED
           END-IF
           IF BDP-FAILED
               DISPLAY V-PN 'BUSDAY01 FAILED FOR ' WS-CAL-DATE
                   ' - RUN REFUSED, NO QUEUE TOUCHED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.
       1100-EXIT.
           EXIT.

       1110-STEP-BACK-ONE.
           MOVE WS-CAL-DATE TO BDP-INPUT-DATE
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF BDP-SUCCESSFUL
               MOVE BDP-RESULT-DATE TO WS-CAL-DATE
               MOVE WS-CAL-DATE TO WS-BACK-DATE(WS-DAY-INDEX)
               MOVE WS-DAY-INDEX TO WS-BACK-COUNT
           END-IF.
       1110-EXIT.
           EXIT.

       1120-STEP-FORWARD-ONE.
           MOVE WS-CAL-DATE TO BDP-INPUT-DATE
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF BDP-SUCCESSFUL
               MOVE BDP-RESULT-DATE TO WS-CAL-DATE
               MOVE WS-CAL-DATE TO WS-FWD-DATE(WS-DAY-INDEX)
               MOVE WS-DAY-INDEX TO WS-FWD-COUNT
           END-IF.
       1120-EXIT.
           EXIT.

      ******************************************************************
      * 2000-AGE-PNDAPPR - HELD PAYMENTS AWAITING A SUPERVISOR. THE
      *                    OWNER IS THE OPERATOR WHO KEYED THE
      *                    PAYMENT; PAST THE FINAL LEVEL IT IS
      *                    DECLINED AS IF BY PSEXAPPR.
      ******************************************************************
       2000-AGE-PNDAPPR.
           MOVE 'PNDAPPR ' TO WS-ITEM-QUEUE
           PERFORM 8050-START-QUEUE THRU 8050-EXIT
           MOVE SPACES TO SLR-RECORD
           STRING 'PNDAPPR  HELD PAYMENTS AWAITING APPROVAL - WARN '
                      DELIMITED BY SIZE
                  WS-APR-WARN-DAYS DELIMITED BY SIZE
                  ' FINAL ' DELIMITED BY SIZE
                  WS-APR-FINAL-DAYS DELIMITED BY SIZE
                  ' BUSINESS DAYS' DELIMITED BY SIZE
               INTO SLR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           OPEN INPUT PNDAPPR-FILE
           IF NOT WS-PNDAPPR-OK
               MOVE 'NO PNDAPPR QUEUE ON FILE' TO SLR-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE 200 TO WS-ENTRY-LIMIT
           PERFORM 2050-LOAD-ONE-PAYMENT THRU 2050-EXIT
               UNTIL WS-INPUT-EOF-REACHED
           CLOSE PNDAPPR-FILE
      *    A TRUNCATED TABLE MUST NEVER BE REWRITTEN OVER THE LIVE
      *    QUEUE - EVERY ENTRY PAST THE LIMIT WOULD VANISH - SO THE
      *    QUEUE IS LEFT UNTOUCHED.
           IF WS-TABLE-OVERFLOWED
               PERFORM 8060-REFUSE-QUEUE THRU 8060-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-JUDGE-ONE-PAYMENT THRU 2100-EXIT
               VARYING WS-ENTRY-INDEX FROM 1 BY 1
               UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
           IF WS-ACTION-COUNT > ZERO
               PERFORM 2800-SAVE-PNDAPPR THRU 2800-EXIT
               IF WS-QUEUE-SAVED
                   PERFORM 8500-WRITE-ACTIONS THRU 8500-EXIT
                   ADD WS-ACTION-COUNT TO WS-TOTAL-DECLINED
               END-IF
           END-IF
           PERFORM 8400-CLOSE-QUEUE THRU 8400-EXIT.
       2000-EXIT.
           EXIT.

       2050-LOAD-ONE-PAYMENT.
           READ PNDAPPR-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   IF WS-ENTRY-COUNT < WS-ENTRY-LIMIT
                       ADD 1 TO WS-ENTRY-COUNT
                       MOVE PNDAPPR-RECORD
                           TO WS-ENTRY-RECORD(WS-ENTRY-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
                   END-IF
           END-READ.
       2050-EXIT.
           EXIT.

       2100-JUDGE-ONE-PAYMENT.
           MOVE WS-ENTRY-RECORD(WS-ENTRY-INDEX) TO PNDAPPR-RECORD
           IF NOT PND-PENDING
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-QUEUE-WAITING
           MOVE PND-REQUEST-DATE TO WS-ITEM-DATE
           PERFORM 7000-AGE-ITEM THRU 7000-EXIT
           IF WS-ITEM-AGE < WS-APR-WARN-DAYS
               GO TO 2100-EXIT
           END-IF
           MOVE PND-PAYMENT-DATA TO SUBPRM01
           MOVE SP1-TRACE-ID TO WS-ITEM-KEY
           MOVE SP1-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT
           IF SP1-AMOUNT NUMERIC
               MOVE SP1-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               MOVE ZERO TO WS-ITEM-AMOUNT
           END-IF
           MOVE SP1-OPERATOR-ID TO WS-ITEM-OWNER
           MOVE SPACES TO WS-ITEM-NOTE
           IF WS-APR-FINAL-DAYS > ZERO AND
                   WS-ITEM-AGE NOT < WS-APR-FINAL-DAYS
               MOVE 'R' TO PND-STATUS
               MOVE 'EXPSLAEX' TO PND-APPROVER-ID
               MOVE PNDAPPR-RECORD TO WS-ENTRY-RECORD(WS-ENTRY-INDEX)
               MOVE 'AUTO-DECLINED' TO WS-ITEM-STATE
               MOVE 'D' TO WS-ITEM-ACTION
               MOVE SPACES TO WS-ITEM-REASON
               STRING 'NOT APPROVED WITHIN ' DELIMITED BY SIZE
                      WS-APR-FINAL-DAYS DELIMITED BY SIZE
                      ' BUSINESS DAYS' DELIMITED BY SIZE
                   INTO WS-ITEM-REASON
               PERFORM 8200-NOTE-ACTION THRU 8200-EXIT
           ELSE
               MOVE 'OVER SERVICE LEVEL' TO WS-ITEM-STATE
           END-IF
           PERFORM 8000-REPORT-ITEM THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

       2800-SAVE-PNDAPPR.
           MOVE 'N' TO WS-QUEUE-SAVED-SWITCH
           OPEN OUTPUT PNDAPPR-FILE
           IF NOT WS-PNDAPPR-OK
               DISPLAY V-PN 'UNABLE TO REWRITE PNDAPPR - STATUS '
                   WS-PNDAPPR-STATUS ' - NO PAYMENT DECLINED'
               MOVE 8 TO RETURN-CODE
               GO TO 2800-EXIT
           END-IF
           PERFORM 2850-WRITE-ONE-PAYMENT THRU 2850-EXIT
               VARYING WS-ENTRY-INDEX FROM 1 BY 1
               UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
           CLOSE PNDAPPR-FILE
           MOVE 'Y' TO WS-QUEUE-SAVED-SWITCH.
       2800-EXIT.
           EXIT.

       2850-WRITE-ONE-PAYMENT.
           MOVE WS-ENTRY-RECORD(WS-ENTRY-INDEX) TO PNDAPPR-RECORD
           WRITE PNDAPPR-RECORD.
       2850-EXIT.
           EXIT.

      ******************************************************************
      * 3000-AGE-CMPHOLD - COMPLIANCE HOLDS AND SCREENING HITS. THE
      *                    QUEUE KEEPS NO OWNER - EVERY ITEM WAITS ON
      *                    THE COMPLIANCE DESK - AND NOTHING IS EVER
      *                    DECIDED BY THE CLOCK, SO IT IS REPORTED
      *                    ONLY AND READ STRAIGHT THROUGH.
      ******************************************************************
       3000-AGE-CMPHOLD.
           MOVE 'CMPHOLD ' TO WS-ITEM-QUEUE
           PERFORM 8050-START-QUEUE THRU 8050-EXIT
           MOVE SPACES TO SLR-RECORD
           STRING 'CMPHOLD  COMPLIANCE HOLDS AWAITING REVIEW - WARN '
                      DELIMITED BY SIZE
                  WS-CMP-WARN-DAYS DELIMITED BY SIZE
                  ' BUSINESS DAYS, NO FINAL ACTION' DELIMITED BY SIZE
               INTO SLR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           OPEN INPUT CMPHOLD-FILE
           IF NOT WS-CMPHOLD-OK
               MOVE 'NO CMPHOLD QUEUE ON FILE' TO SLR-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-JUDGE-ONE-HOLD THRU 3100-EXIT
               UNTIL WS-INPUT-EOF-REACHED
           CLOSE CMPHOLD-FILE
           PERFORM 8400-CLOSE-QUEUE THRU 8400-EXIT.
       3000-EXIT.
           EXIT.

       3100-JUDGE-ONE-HOLD.
           READ CMPHOLD-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ
           IF NOT CMP-PENDING
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-QUEUE-WAITING
           MOVE CMP-HELD-DATE TO WS-ITEM-DATE
           PERFORM 7000-AGE-ITEM THRU 7000-EXIT
           IF WS-ITEM-AGE < WS-CMP-WARN-DAYS
               GO TO 3100-EXIT
           END-IF
           MOVE CMP-PAYMENT-DATA TO SUBPRM01
           MOVE SP1-TRACE-ID TO WS-ITEM-KEY
           MOVE SP1-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT
           IF SP1-AMOUNT NUMERIC
               MOVE SP1-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               MOVE ZERO TO WS-ITEM-AMOUNT
           END-IF
           MOVE 'COMPLNCE' TO WS-ITEM-OWNER
           MOVE 'OVER SERVICE LEVEL' TO WS-ITEM-STATE
           IF CMP-SCREENING-HIT
               MOVE 'SCREENING HIT' TO WS-ITEM-NOTE
           ELSE
               MOVE 'PAYMENT HOLD' TO WS-ITEM-NOTE
           END-IF
           PERFORM 8000-REPORT-ITEM THRU 8000-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-AGE-DSPCASE - OPEN DISPUTES, JUDGED AGAINST THE DEADLINE
      *                    DATE RATHER THAN THEIR AGE. ONE DUE WITHIN
      *                    THE WARNING LEVEL, OR ALREADY PAST DUE, IS
      *                    ESCALATED - FLAGGED AND LOGGED THE FIRST
      *                    TIME, REPORTED EVERY DAY UNTIL DECIDED. THE
      *                    OWNER IS THE OPERATOR WHO OPENED THE CASE.
      ******************************************************************
       4000-AGE-DSPCASE.
           MOVE 'DSPCASE ' TO WS-ITEM-QUEUE
           PERFORM 8050-START-QUEUE THRU 8050-EXIT
           MOVE SPACES TO SLR-RECORD
           STRING 'DSPCASE  OPEN DISPUTES DUE WITHIN '
                      DELIMITED BY SIZE
                  WS-DSP-WARN-DAYS DELIMITED BY SIZE
                  ' BUSINESS DAYS OR PAST DUE' DELIMITED BY SIZE
               INTO SLR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           OPEN INPUT DSPCASE-FILE
           IF NOT WS-DSPCASE-OK
               MOVE 'NO DSPCASE FILE ON HAND' TO SLR-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 4000-EXIT
           END-IF
           MOVE 200 TO WS-ENTRY-LIMIT
           PERFORM 4050-LOAD-ONE-CASE THRU 4050-EXIT
               UNTIL WS-INPUT-EOF-REACHED
           CLOSE DSPCASE-FILE
           IF WS-TABLE-OVERFLOWED
               PERFORM 8060-REFUSE-QUEUE THRU 8060-EXIT
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-JUDGE-ONE-CASE THRU 4100-EXIT
               VARYING WS-ENTRY-INDEX FROM 1 BY 1
               UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
           IF WS-ACTION-COUNT > ZERO
               PERFORM 4800-SAVE-DSPCASE THRU 4800-EXIT
               IF WS-QUEUE-SAVED
                   PERFORM 8500-WRITE-ACTIONS THRU 8500-EXIT
                   ADD WS-ACTION-COUNT TO WS-TOTAL-ESCALATED
               END-IF
           END-IF
           PERFORM 8400-CLOSE-QUEUE THRU 8400-EXIT.
       4000-EXIT.
           EXIT.

       4050-LOAD-ONE-CASE.
           READ DSPCASE-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   IF WS-ENTRY-COUNT < WS-ENTRY-LIMIT
                       ADD 1 TO WS-ENTRY-COUNT
                       MOVE DSPCASE-RECORD
                           TO WS-ENTRY-RECORD(WS-ENTRY-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
                   END-IF
           END-READ.
       4050-EXIT.
           EXIT.

       4100-JUDGE-ONE-CASE.
           MOVE WS-ENTRY-RECORD(WS-ENTRY-INDEX) TO DSPCASE-RECORD
           IF NOT DSP-OPEN
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-QUEUE-WAITING
           IF DSP-DEADLINE-DATE NOT NUMERIC OR
                   DSP-DEADLINE-DATE = ZERO
               GO TO 4100-EXIT
           END-IF
           IF DSP-DEADLINE-DATE < WS-RUN-DATE
               MOVE 'DEADLINE PASSED' TO WS-ITEM-STATE
           ELSE
               IF WS-DSP-WARN-DAYS = ZERO OR
                       WS-FWD-COUNT < WS-DSP-WARN-DAYS
                   GO TO 4100-EXIT
               END-IF
               IF DSP-DEADLINE-DATE > WS-FWD-DATE(WS-DSP-WARN-DAYS)
                   GO TO 4100-EXIT
               END-IF
               MOVE 'DEADLINE NEAR' TO WS-ITEM-STATE
           END-IF
           MOVE DSP-OPEN-DATE TO WS-ITEM-DATE
           PERFORM 7000-AGE-ITEM THRU 7000-EXIT
           MOVE DSP-CASE-ID TO WS-ITEM-KEY
           MOVE DSP-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT
           IF DSP-AMOUNT NUMERIC
               MOVE DSP-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               MOVE ZERO TO WS-ITEM-AMOUNT
           END-IF
           MOVE DSP-OPERATOR-ID TO WS-ITEM-OWNER
           MOVE SPACES TO WS-ITEM-NOTE
           STRING 'DUE ' DELIMITED BY SIZE
                  DSP-DEADLINE-DATE DELIMITED BY SIZE
               INTO WS-ITEM-NOTE
           IF NOT DSP-ESCALATED
               MOVE 'Y' TO DSP-ESCALATED-SW
               MOVE DSPCASE-RECORD TO WS-ENTRY-RECORD(WS-ENTRY-INDEX)
               MOVE 'E' TO WS-ITEM-ACTION
               MOVE SPACES TO WS-ITEM-REASON
               IF DSP-DEADLINE-DATE < WS-RUN-DATE
                   STRING 'DEADLINE ' DELIMITED BY SIZE
                          DSP-DEADLINE-DATE DELIMITED BY SIZE
                          ' PASSED UNDECIDED' DELIMITED BY SIZE
                       INTO WS-ITEM-REASON
               ELSE
                   STRING 'DEADLINE ' DELIMITED BY SIZE
                          DSP-DEADLINE-DATE DELIMITED BY SIZE
                          ' WITHIN ' DELIMITED BY SIZE
                          WS-DSP-WARN-DAYS DELIMITED BY SIZE
                          ' BUSINESS DAYS' DELIMITED BY SIZE
                       INTO WS-ITEM-REASON
               END-IF
               PERFORM 8200-NOTE-ACTION THRU 8200-EXIT
               MOVE 'ESCALATED' TO WS-ITEM-STATE
           END-IF
           PERFORM 8000-REPORT-ITEM THRU 8000-EXIT.
       4100-EXIT.
           EXIT.

       4800-SAVE-DSPCASE.
           MOVE 'N' TO WS-QUEUE-SAVED-SWITCH
           OPEN OUTPUT DSPCASE-FILE
           IF NOT WS-DSPCASE-OK
               DISPLAY V-PN 'UNABLE TO REWRITE DSPCASE - STATUS '
                   WS-DSPCASE-STATUS ' - NO CASE ESCALATED'
               MOVE 8 TO RETURN-CODE
               GO TO 4800-EXIT
           END-IF
           PERFORM 4850-WRITE-ONE-CASE THRU 4850-EXIT
               VARYING WS-ENTRY-INDEX FROM 1 BY 1
               UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
           CLOSE DSPCASE-FILE
           MOVE 'Y' TO WS-QUEUE-SAVED-SWITCH.
       4800-EXIT.
           EXIT.

       4850-WRITE-ONE-CASE.
           MOVE WS-ENTRY-RECORD(WS-ENTRY-INDEX) TO DSPCASE-RECORD
           WRITE DSPCASE-RECORD.
       4850-EXIT.
           EXIT.

      ******************************************************************
      * 5000-AGE-REFPEND - REFERENCE-FILE CHANGES AWAITING A SECOND
      *                    OPERATOR. THE OWNER IS THE OPERATOR WHO
      *                    ENTERED THE CHANGE; PAST THE FINAL LEVEL IT
      *                    IS WITHDRAWN AND THE LIVE FILE IS LEFT AS
      *                    IT STANDS.
      ******************************************************************
       5000-AGE-REFPEND.
           MOVE 'REFPEND ' TO WS-ITEM-QUEUE
           PERFORM 8050-START-QUEUE THRU 8050-EXIT
           MOVE SPACES TO SLR-RECORD
           STRING 'REFPEND  REFERENCE CHANGES AWAITING APPROVAL - WARN '
                      DELIMITED BY SIZE
                  WS-REF-WARN-DAYS DELIMITED BY SIZE
                  ' FINAL ' DELIMITED BY SIZE
                  WS-REF-FINAL-DAYS DELIMITED BY SIZE
                  ' BUSINESS DAYS' DELIMITED BY SIZE
               INTO SLR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           OPEN INPUT REFPEND-FILE
           IF NOT WS-REFPEND-OK
               MOVE 'NO REFPEND QUEUE ON FILE' TO SLR-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 5000-EXIT
           END-IF
           MOVE 100 TO WS-ENTRY-LIMIT
           PERFORM 5050-LOAD-ONE-CHANGE THRU 5050-EXIT
               UNTIL WS-INPUT-EOF-REACHED
           CLOSE REFPEND-FILE
           IF WS-TABLE-OVERFLOWED
               PERFORM 8060-REFUSE-QUEUE THRU 8060-EXIT
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-JUDGE-ONE-CHANGE THRU 5100-EXIT
               VARYING WS-ENTRY-INDEX FROM 1 BY 1
               UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
           IF WS-ACTION-COUNT > ZERO
               PERFORM 5800-SAVE-REFPEND THRU 5800-EXIT
               IF WS-QUEUE-SAVED
                   PERFORM 8500-WRITE-ACTIONS THRU 8500-EXIT
                   PERFORM 5900-WRITE-REFAUDT THRU 5900-EXIT
                   ADD WS-ACTION-COUNT TO WS-TOTAL-WITHDRAWN
               END-IF
           END-IF
           PERFORM 8400-CLOSE-QUEUE THRU 8400-EXIT.
       5000-EXIT.
           EXIT.

       5050-LOAD-ONE-CHANGE.
           READ REFPEND-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   IF WS-ENTRY-COUNT < WS-ENTRY-LIMIT
                       ADD 1 TO WS-ENTRY-COUNT
                       MOVE SPACES TO WS-ENTRY-RECORD(WS-ENTRY-COUNT)
                       MOVE REFPEND-RECORD
                           TO WS-ENTRY-RECORD(WS-ENTRY-COUNT)(1:108)
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
                   END-IF
           END-READ.
       5050-EXIT.
           EXIT.

       5100-JUDGE-ONE-CHANGE.
           MOVE WS-ENTRY-RECORD(WS-ENTRY-INDEX)(1:108)
               TO REFPEND-RECORD
           IF NOT RFP-PENDING
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO WS-QUEUE-WAITING
           MOVE RFP-ENTERED-DATE TO WS-ITEM-DATE
           PERFORM 7000-AGE-ITEM THRU 7000-EXIT
           IF WS-ITEM-AGE < WS-REF-WARN-DAYS
               GO TO 5100-EXIT
           END-IF
      *    THE FULL 11-BYTE FEESCHED KEY ONLY FITS THE 16-BYTE ITEM
      *    KEY BEHIND A SHORTENED TARGET NAME - 'FEES ' OR 'CURR '.
           MOVE SPACES TO WS-ITEM-KEY
           STRING RFP-TARGET-FILE(1:4) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RFP-RECORD-KEY DELIMITED BY SIZE
               INTO WS-ITEM-KEY
           MOVE SPACES TO WS-ITEM-ACCOUNT
           MOVE ZERO TO WS-ITEM-AMOUNT
           MOVE RFP-ENTERED-BY TO WS-ITEM-OWNER
           MOVE SPACES TO WS-ITEM-NOTE
           IF WS-REF-FINAL-DAYS > ZERO AND
                   WS-ITEM-AGE NOT < WS-REF-FINAL-DAYS
               MOVE 'W' TO RFP-STATUS
               MOVE 'EXPSLAEX' TO RFP-APPROVER-ID
               MOVE REFPEND-RECORD
                   TO WS-ENTRY-RECORD(WS-ENTRY-INDEX)(1:108)
               MOVE 'WITHDRAWN' TO WS-ITEM-STATE
               MOVE 'W' TO WS-ITEM-ACTION
               MOVE SPACES TO WS-ITEM-REASON
               STRING 'NOT APPROVED WITHIN ' DELIMITED BY SIZE
                      WS-REF-FINAL-DAYS DELIMITED BY SIZE
                      ' BUSINESS DAYS' DELIMITED BY SIZE
                   INTO WS-ITEM-REASON
               PERFORM 8200-NOTE-ACTION THRU 8200-EXIT
           ELSE
               MOVE 'OVER SERVICE LEVEL' TO WS-ITEM-STATE
           END-IF
           PERFORM 8000-REPORT-ITEM THRU 8000-EXIT.
       5100-EXIT.
           EXIT.

       5800-SAVE-REFPEND.
           MOVE 'N' TO WS-QUEUE-SAVED-SWITCH
           OPEN OUTPUT REFPEND-FILE
           IF NOT WS-REFPEND-OK
               DISPLAY V-PN 'UNABLE TO REWRITE REFPEND - STATUS '
                   WS-REFPEND-STATUS ' - NO CHANGE WITHDRAWN'
               MOVE 8 TO RETURN-CODE
               GO TO 5800-EXIT
           END-IF
           PERFORM 5850-WRITE-ONE-CHANGE THRU 5850-EXIT
               VARYING WS-ENTRY-INDEX FROM 1 BY 1
               UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
           CLOSE REFPEND-FILE
           MOVE 'Y' TO WS-QUEUE-SAVED-SWITCH.
       5800-EXIT.
           EXIT.

       5850-WRITE-ONE-CHANGE.
           MOVE WS-ENTRY-RECORD(WS-ENTRY-INDEX)(1:108)
               TO REFPEND-RECORD
           WRITE REFPEND-RECORD.
       5850-EXIT.
           EXIT.

      ******************************************************************
      * 5900-WRITE-REFAUDT - EACH WITHDRAWAL ON THE REFAUDT TRAIL WITH
      *                      ITS BEFORE AND AFTER IMAGES, THE SAME AS
      *                      A REFMNT DECLINE.
      ******************************************************************
       5900-WRITE-REFAUDT.
           OPEN EXTEND REFAUDT-FILE
           IF WS-REFAUDT-NOT-FOUND
               OPEN OUTPUT REFAUDT-FILE
           END-IF
           IF NOT WS-REFAUDT-OK
               DISPLAY V-PN 'UNABLE TO OPEN REFAUDT - STATUS '
                   WS-REFAUDT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 5900-EXIT
           END-IF
           PERFORM 5950-WRITE-ONE-REFAUDT THRU 5950-EXIT
               VARYING WS-ACTION-INDEX FROM 1 BY 1
               UNTIL WS-ACTION-INDEX > WS-ACTION-COUNT
           CLOSE REFAUDT-FILE.
       5900-EXIT.
           EXIT.

       5950-WRITE-ONE-REFAUDT.
           MOVE WS-ACT-ENTRY-INDEX(WS-ACTION-INDEX) TO WS-ENTRY-INDEX
           MOVE WS-ENTRY-RECORD(WS-ENTRY-INDEX)(1:108)
               TO REFPEND-RECORD
           MOVE SPACES TO REFAUDT-RECORD
           ACCEPT RFA-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT RFA-LOG-TIME FROM TIME
           MOVE 'W' TO RFA-ACTION
           MOVE RFP-TARGET-FILE TO RFA-TARGET-FILE
           MOVE RFP-CHANGE-FUNC TO RFA-CHANGE-FUNC
           MOVE RFP-RECORD-KEY TO RFA-RECORD-KEY
           MOVE RFP-OLD-RECORD TO RFA-OLD-RECORD
           MOVE RFP-NEW-RECORD TO RFA-NEW-RECORD
           MOVE RFP-ENTERED-BY TO RFA-ENTERED-BY
           MOVE RFP-APPROVER-ID TO RFA-APPROVER-ID
           WRITE REFAUDT-RECORD.
       5950-EXIT.
           EXIT.

      ******************************************************************
      * 7000-AGE-ITEM - WS-ITEM-DATE'S AGE IN BUSINESS DAYS AT THE
      *                 BUSINESS DATE: HOW MANY OF THE BUSINESS DAYS
      *                 BEFORE TODAY FALL ON OR AFTER IT.
      ******************************************************************
       7000-AGE-ITEM.
           MOVE ZERO TO WS-ITEM-AGE
           IF WS-ITEM-DATE NOT NUMERIC OR WS-ITEM-DATE = ZERO
               GO TO 7000-EXIT
           END-IF
           PERFORM 7050-COUNT-ONE-DAY
               VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > WS-BACK-COUNT
                   OR WS-BACK-DATE(WS-DAY-INDEX) < WS-ITEM-DATE.
       7000-EXIT.
           EXIT.

       7050-COUNT-ONE-DAY.
           ADD 1 TO WS-ITEM-AGE.

      ******************************************************************
      * 8000-REPORT-ITEM - ONE LINE FOR AN ITEM PAST ITS WARNING
      *                    LEVEL, COUNTED AGAINST ITS OWNER.
      ******************************************************************
       8000-REPORT-ITEM.
           ADD 1 TO WS-QUEUE-OVER
           ADD 1 TO WS-TOTAL-OVER
           IF WS-ITEM-OWNER = SPACES OR WS-ITEM-OWNER = LOW-VALUES
               MOVE '(NONE)' TO WS-ITEM-OWNER
           END-IF
           MOVE WS-ITEM-AGE TO WS-AGE-EDIT
           MOVE WS-ITEM-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO SLR-RECORD
           STRING '  ' DELIMITED BY SIZE
                  WS-ITEM-KEY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ITEM-ACCOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' AGE ' DELIMITED BY SIZE
                  WS-AGE-EDIT DELIMITED BY SIZE
                  ' OWNER ' DELIMITED BY SIZE
                  WS-ITEM-OWNER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ITEM-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ITEM-NOTE DELIMITED BY SIZE
               INTO SLR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           PERFORM 8300-NOTE-OWNER THRU 8300-EXIT
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8050-START-QUEUE - CLEAR THE PER-QUEUE TABLES AND COUNTS.
      ******************************************************************
       8050-START-QUEUE.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           MOVE 'N' TO WS-OVERFLOW-SWITCH
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE ZERO TO WS-ACTION-COUNT
           MOVE ZERO TO WS-OWNER-COUNT
           MOVE ZERO TO WS-OWNERS-NOT-LISTED
           MOVE ZERO TO WS-QUEUE-WAITING
           MOVE ZERO TO WS-QUEUE-OVER
           MOVE SPACES TO SLR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       8050-EXIT.
           EXIT.

       8060-REFUSE-QUEUE.
           MOVE SPACES TO SLR-RECORD
           STRING WS-ITEM-QUEUE DELIMITED BY SPACE
                  ' EXCEEDS ITS TABLE - QUEUE NOT AGED, LEFT '
                      DELIMITED BY SIZE
                  'UNTOUCHED - RAISE THE LIMIT' DELIMITED BY SIZE
               INTO SLR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE 8 TO RETURN-CODE.
       8060-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           DISPLAY V-PN SLR-RECORD(1:100)
           IF WS-REPORT-IS-OPEN
               WRITE SLR-RECORD
           END-IF
           MOVE SPACES TO SLR-RECORD.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 8200-NOTE-ACTION - HOLD THE SLAEVT ENTRY FOR THE ITEM UNTIL ITS
      *                    QUEUE HAS BEEN REWRITTEN.
      ******************************************************************
       8200-NOTE-ACTION.
           ADD 1 TO WS-ACTION-COUNT
           MOVE SPACES TO SLAEVT-RECORD
           MOVE WS-RUN-DATE TO SLE-LOG-DATE
           ACCEPT SLE-LOG-TIME FROM TIME
           MOVE WS-ITEM-QUEUE TO SLE-QUEUE
           MOVE WS-ITEM-ACTION TO SLE-ACTION
           MOVE WS-ITEM-KEY TO SLE-ITEM-KEY
           MOVE WS-ITEM-ACCOUNT TO SLE-ACCOUNT-NUMBER
           MOVE WS-ITEM-AMOUNT TO SLE-AMOUNT
           MOVE WS-ITEM-AGE TO SLE-AGE-DAYS
           MOVE WS-ITEM-OWNER TO SLE-OWNER-ID
           MOVE WS-ITEM-REASON TO SLE-REASON
           MOVE SLAEVT-RECORD TO WS-ACT-EVENT(WS-ACTION-COUNT)
           MOVE WS-ENTRY-INDEX TO WS-ACT-ENTRY-INDEX(WS-ACTION-COUNT).
       8200-EXIT.
           EXIT.

      ******************************************************************
      * 8300-NOTE-OWNER - COUNT THE ITEM AGAINST ITS OWNER AND KEEP
      *                   THE OLDEST AGE. PAST 50 OWNERS IN ONE QUEUE
      *                   THE REST ARE COUNTED BUT NOT LISTED.
      ******************************************************************
       8300-NOTE-OWNER.
           MOVE ZERO TO WS-OWNER-SLOT
           PERFORM 8350-MATCH-OWNER
               VARYING WS-OWNER-INDEX FROM 1 BY 1
               UNTIL WS-OWNER-INDEX > WS-OWNER-COUNT
                   OR WS-OWNER-SLOT > ZERO
           IF WS-OWNER-SLOT = ZERO
               IF WS-OWNER-COUNT < 50
                   ADD 1 TO WS-OWNER-COUNT
                   MOVE WS-OWNER-COUNT TO WS-OWNER-SLOT
                   MOVE WS-ITEM-OWNER TO WS-OWN-ID(WS-OWNER-SLOT)
                   MOVE ZERO TO WS-OWN-ITEMS(WS-OWNER-SLOT)
                   MOVE ZERO TO WS-OWN-OLDEST(WS-OWNER-SLOT)
               ELSE
                   ADD 1 TO WS-OWNERS-NOT-LISTED
                   GO TO 8300-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-OWN-ITEMS(WS-OWNER-SLOT)
           IF WS-ITEM-AGE > WS-OWN-OLDEST(WS-OWNER-SLOT)
               MOVE WS-ITEM-AGE TO WS-OWN-OLDEST(WS-OWNER-SLOT)
           END-IF.
       8300-EXIT.
           EXIT.

       8350-MATCH-OWNER.
           IF WS-OWN-ID(WS-OWNER-INDEX) = WS-ITEM-OWNER
               MOVE WS-OWNER-INDEX TO WS-OWNER-SLOT
           END-IF.

      ******************************************************************
      * 8400-CLOSE-QUEUE - THE QUEUE'S TOTALS AND BY-OWNER SUMMARY.
      ******************************************************************
       8400-CLOSE-QUEUE.
           MOVE WS-QUEUE-WAITING TO WS-COUNT-EDIT
           MOVE WS-QUEUE-OVER TO WS-OVER-EDIT
           MOVE SPACES TO SLR-RECORD
           STRING '  WAITING ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  '  PAST WARNING LEVEL ' DELIMITED BY SIZE
                  WS-OVER-EDIT DELIMITED BY SIZE
               INTO SLR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           PERFORM 8450-PRINT-ONE-OWNER THRU 8450-EXIT
               VARYING WS-OWNER-INDEX FROM 1 BY 1
               UNTIL WS-OWNER-INDEX > WS-OWNER-COUNT
           IF WS-OWNERS-NOT-LISTED > ZERO
               MOVE WS-OWNERS-NOT-LISTED TO WS-COUNT-EDIT
               STRING '  ITEMS FOR FURTHER OWNERS NOT LISTED '
                          DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO SLR-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.
       8400-EXIT.
           EXIT.

       8450-PRINT-ONE-OWNER.
           MOVE WS-OWN-ITEMS(WS-OWNER-INDEX) TO WS-COUNT-EDIT
           MOVE WS-OWN-OLDEST(WS-OWNER-INDEX) TO WS-AGE-EDIT
           MOVE SPACES TO SLR-RECORD
           STRING '  OWNER ' DELIMITED BY SIZE
                  WS-OWN-ID(WS-OWNER-INDEX) DELIMITED BY SIZE
                  ' ITEMS ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  ' OLDEST ' DELIMITED BY SIZE
                  WS-AGE-EDIT DELIMITED BY SIZE
                  ' BUSINESS DAYS' DELIMITED BY SIZE
               INTO SLR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       8450-EXIT.
           EXIT.

      ******************************************************************
      * 8500-WRITE-ACTIONS - APPEND THE QUEUE'S HELD SLAEVT ENTRIES.
      ******************************************************************
       8500-WRITE-ACTIONS.
           OPEN EXTEND SLAEVT-FILE
           IF WS-SLAEVT-NOT-FOUND
               OPEN OUTPUT SLAEVT-FILE
           END-IF
           IF NOT WS-SLAEVT-OK
               DISPLAY V-PN 'UNABLE TO OPEN SLAEVT - STATUS '
                   WS-SLAEVT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 8500-EXIT
           END-IF
           PERFORM 8550-WRITE-ONE-ACTION THRU 8550-EXIT
               VARYING WS-ACTION-INDEX FROM 1 BY 1
               UNTIL WS-ACTION-INDEX > WS-ACTION-COUNT
           CLOSE SLAEVT-FILE.
       8500-EXIT.
           EXIT.

       8550-WRITE-ONE-ACTION.
           MOVE WS-ACT-EVENT(WS-ACTION-INDEX) TO SLAEVT-RECORD
           WRITE SLAEVT-RECORD.
       8550-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE THE REPORT AND GIVE THE COUNTS.
      ******************************************************************
       9000-TERMINATE.
           CANCEL WS-BUSDAY01-NAME
           IF WS-REPORT-IS-OPEN
               CLOSE EXPSLRPT-FILE
           END-IF
           DISPLAY V-PN 'PAST WARNING LEVEL...: ' WS-TOTAL-OVER
           DISPLAY V-PN 'PAYMENTS DECLINED....: ' WS-TOTAL-DECLINED
           DISPLAY V-PN 'CHANGES WITHDRAWN....: ' WS-TOTAL-WITHDRAWN
           DISPLAY V-PN 'DISPUTES ESCALATED...: ' WS-TOTAL-ESCALATED.
       9000-EXIT.
           EXIT.
