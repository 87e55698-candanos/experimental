      ******************************************************************
      * PROGRAM-ID : EXPBHVRP
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - WEEKLY BEHAVIOUR-FLAG
      *                    REPORT. LISTS TO EXPBHVRT EVERY PAYMENT
      *                    SUBPGM01 HELD ON PNDAPPR FOR SCORING OUT OF
      *                    PATTERN AGAINST ITS ACCTPROF PROFILE (A
      *                    RISK SCORE ABOVE ZERO) WHOSE HOLD WAS
      *                    RAISED IN THE SEVEN DAYS ENDING ON THE
      *                    BUSDCTL BUSINESS DATE, OR ON DATE=YYYYMMDD
      *                    WHEN GIVEN. EACH LINE SHOWS THE SCORE, THE
      *                    REASONS AND WHAT BECAME OF IT - RELEASED BY
      *                    A SUPERVISOR, DECLINED BY ONE, AUTO-DECLINED
      *                    BY EXPSLAEX WHEN NOBODY DECIDED IN TIME, OR
      *                    STILL PENDING. TOTALS GIVE HOW MANY WERE
      *                    FLAGGED, HOW MANY OF THOSE WERE DECLINED AND
      *                    THE DECLINE RATE, WITH THE SAME SPLIT BY
      *                    REASON SO THE THRESHOLD CAN BE TUNED.
      *                    AMOUNTS ARE IN THE BASE CURRENCY. RUN WEEKLY
      *                    FROM THE EXPRNSCH SCHEDULE WITH NO PARM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPBHVRP.
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
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT EXPBHVRT-FILE ASSIGN TO 'EXPBHVRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPBHVRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PNDAPPR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY PNDAPPR.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY BUSDCTL.

       FD  EXPBHVRT-FILE
           LABEL RECORDS ARE STANDARD.
      *    SIZED FOR THE DETAIL LINE - 104 CHARACTERS WITH THE FULL
      *    REASON TEXT AND OUTCOME.
       01  BHR-RECORD                     PIC X(110).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPBHVRP->'.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.
           COPY BUSDPARM.

       01  WS-FILE-STATUSES.
           05  WS-PNDAPPR-STATUS           PIC X(02) VALUE '00'.
               88  WS-PNDAPPR-OK               VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-EXPBHVRT-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPBHVRT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-PNDAPPR-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-PNDAPPR-EOF-REACHED      VALUE 'Y'.
           05  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUE 'Y'.
           05  WS-BHVRT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-BHVRT-IS-OPEN            VALUE 'Y'.

      ******************************************************************
      * THE WEEK - SEVEN CALENDAR DAYS ENDING ON THE REPORT DATE, HELD
      * AS BUSDAY01 SERIAL DAY NUMBERS. THE LAST REQUEST DATE LOOKED UP
      * IS KEPT SO A RUN OF ENTRIES FROM ONE DAY COSTS ONE CALL.
      ******************************************************************
       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-WEEK-END-DAY                 PIC S9(07) COMP VALUE ZERO.
       01  WS-WEEK-START-DAY               PIC S9(07) COMP VALUE ZERO.
       01  WS-LAST-DATE                    PIC 9(08) VALUE ZERO.
       01  WS-LAST-DAY-NUMBER              PIC S9(07) COMP VALUE ZERO.
       01  WS-SLAEX-DECIDER                PIC X(08) VALUE 'EXPSLAEX'.

      ******************************************************************
      * WS-WEEK-TOTALS - FLAGGED PAYMENTS AND WHAT BECAME OF THEM.
      * WS-REASON-ENTRY 1-4 ARE SIZE, CURRENCY, REGION AND FREQUENCY,
      * EACH WITH ITS FLAGGED AND DECLINED COUNTS (A PAYMENT WITH TWO
      * REASONS COUNTS UNDER BOTH).
      ******************************************************************
       01  WS-WEEK-TOTALS.
           05  WS-FLAGGED-COUNT            PIC 9(07) COMP VALUE ZERO.
           05  WS-FLAGGED-AMOUNT           PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-APPROVED-COUNT           PIC 9(07) COMP VALUE ZERO.
           05  WS-DECLINED-COUNT           PIC 9(07) COMP VALUE ZERO.
           05  WS-DECLINED-AMOUNT          PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-AUTO-DECLINED-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  WS-PENDING-COUNT            PIC 9(07) COMP VALUE ZERO.
           05  WS-REASON-ENTRY OCCURS 4 TIMES.
               10  WS-REASON-FLAGGED       PIC 9(07) COMP.
               10  WS-REASON-DECLINED      PIC 9(07) COMP.
       01  WS-REASON-INDEX                 PIC 9(01) COMP VALUE ZERO.
       01  WS-REASON-LABEL-VALUES.
           05  FILLER                      PIC X(10) VALUE 'SIZE'.
           05  FILLER                      PIC X(10) VALUE 'CURRENCY'.
           05  FILLER                      PIC X(10) VALUE 'REGION'.
           05  FILLER                      PIC X(10) VALUE 'FREQUENCY'.
       01  WS-REASON-LABELS REDEFINES WS-REASON-LABEL-VALUES.
           05  WS-REASON-LABEL             PIC X(10) OCCURS 4 TIMES.

      ******************************************************************
      * ONE FLAGGED PAYMENT - ITS OUTCOME AND REASON TEXT.
      ******************************************************************
       01  WS-ENTRY-DECLINED-SW            PIC X(01) VALUE 'N'.
           88  WS-ENTRY-DECLINED               VALUE 'Y'.
       01  WS-OUTCOME-TEXT                 PIC X(13) VALUE SPACES.
       01  WS-REASON-TEXT                  PIC X(30) VALUE SPACES.
       01  WS-REASON-POINTER               PIC 9(02) COMP VALUE ZERO.
       01  WS-DECLINE-RATE                 PIC 9(03)V9 VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05  WS-AMOUNT-EDIT              PIC -(12)9.99.
           05  WS-COUNT-EDIT               PIC Z(06)9.
           05  WS-COUNT-EDIT-2             PIC Z(06)9.
           05  WS-SCORE-EDIT               PIC ZZ9.
           05  WS-RATE-EDIT                PIC ZZ9.9.

       01  WS-PARM-STRING                 PIC X(80) VALUE SPACES.
       01  WS-PARM-KEY                    PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                  PIC X(16) VALUE SPACES.

           COPY SUBPRM01.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-SCAN-QUEUE THRU 2000-EXIT
               PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - THE REPORT DATE (DATE= PARM, ELSE THE BUSDCTL
      *                   BUSINESS DATE, ELSE TODAY), THE WEEK ENDING
      *                   ON IT, AND THE REPORT FILE.
      ******************************************************************
       1000-INITIALIZE.
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
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY '='
                   INTO WS-PARM-KEY WS-PARM-VALUE
               IF WS-PARM-KEY = 'DATE' AND
                       WS-PARM-VALUE(1:8) IS NUMERIC
                   MOVE WS-PARM-VALUE(1:8) TO WS-RUN-DATE
               END-IF
           END-IF
           MOVE 'D' TO BDP-FUNCTION
           MOVE WS-RUN-DATE TO BDP-INPUT-DATE
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF NOT BDP-SUCCESSFUL
               DISPLAY V-PN 'BUSDAY01 FAILED FOR ' WS-RUN-DATE
                   ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE BDP-DAY-NUMBER TO WS-WEEK-END-DAY
           COMPUTE WS-WEEK-START-DAY = WS-WEEK-END-DAY - 6
           OPEN OUTPUT EXPBHVRT-FILE
           IF WS-EXPBHVRT-OK
               MOVE 'Y' TO WS-BHVRT-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPBHVRT - STATUS '
                   WS-EXPBHVRT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO BHR-RECORD
           STRING 'PAYMENTS HELD FOR BEHAVIOUR REVIEW - SEVEN DAYS '
                      DELIMITED BY SIZE
                  'ENDING ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO BHR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO BHR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO BHR-RECORD
           STRING 'HELD     TRACE ID         ACCOUNT   '
                      DELIMITED BY SIZE
                  '           AMOUNT SCORE REASONS                 '
                      DELIMITED BY SIZE
                  '       OUTCOME' DELIMITED BY SIZE
               INTO BHR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SCAN-QUEUE - EVERY PNDAPPR ENTRY, APPROVED AND DECLINED AS
      *                   WELL AS PENDING. THE QUEUE IS REWRITTEN IN
      *                   FULL BY ITS OWNERS, SO DECIDED ENTRIES STAY
      *                   ON IT WITH THEIR OUTCOME.
      ******************************************************************
       2000-SCAN-QUEUE.
           OPEN INPUT PNDAPPR-FILE
           IF NOT WS-PNDAPPR-OK
               DISPLAY V-PN 'NO PNDAPPR APPROVAL QUEUE FOUND - STATUS '
                   WS-PNDAPPR-STATUS
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-QUEUE-ENTRY THRU 2100-EXIT
               UNTIL WS-PNDAPPR-EOF-REACHED
           CLOSE PNDAPPR-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-QUEUE-ENTRY.
           READ PNDAPPR-FILE
               AT END
                   MOVE 'Y' TO WS-PNDAPPR-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ
      *    AN ORDINARY APPROVAL-LIMIT HOLD CARRIES NO SCORE.
           IF PND-RISK-SCORE NOT NUMERIC OR PND-RISK-SCORE = ZERO
               GO TO 2100-EXIT
           END-IF
           IF PND-REQUEST-DATE NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           IF PND-REQUEST-DATE NOT = WS-LAST-DATE
               MOVE 'D' TO BDP-FUNCTION
               MOVE PND-REQUEST-DATE TO BDP-INPUT-DATE
               CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
               IF NOT BDP-SUCCESSFUL
                   GO TO 2100-EXIT
               END-IF
               MOVE PND-REQUEST-DATE TO WS-LAST-DATE
               MOVE BDP-DAY-NUMBER TO WS-LAST-DAY-NUMBER
           END-IF
           IF WS-LAST-DAY-NUMBER < WS-WEEK-START-DAY OR
                   WS-LAST-DAY-NUMBER > WS-WEEK-END-DAY
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-REPORT-ONE-FLAG THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-REPORT-ONE-FLAG - COUNT ONE FLAGGED PAYMENT UNDER ITS
      *                        OUTCOME AND REASONS AND PRINT ITS LINE.
      ******************************************************************
       2200-REPORT-ONE-FLAG.
           MOVE PND-PAYMENT-DATA TO SUBPRM01
           ADD 1 TO WS-FLAGGED-COUNT
           ADD SP1-CONVERTED-AMOUNT TO WS-FLAGGED-AMOUNT
           MOVE 'N' TO WS-ENTRY-DECLINED-SW
           EVALUATE TRUE
               WHEN PND-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE 'RELEASED' TO WS-OUTCOME-TEXT
               WHEN PND-DECLINED AND
                       PND-APPROVER-ID = WS-SLAEX-DECIDER
                   MOVE 'Y' TO WS-ENTRY-DECLINED-SW
                   ADD 1 TO WS-AUTO-DECLINED-COUNT
                   MOVE 'AUTO-DECLINED' TO WS-OUTCOME-TEXT
               WHEN PND-DECLINED
                   MOVE 'Y' TO WS-ENTRY-DECLINED-SW
                   MOVE 'DECLINED' TO WS-OUTCOME-TEXT
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE 'PENDING' TO WS-OUTCOME-TEXT
           END-EVALUATE
           IF WS-ENTRY-DECLINED
               ADD 1 TO WS-DECLINED-COUNT
               ADD SP1-CONVERTED-AMOUNT TO WS-DECLINED-AMOUNT
           END-IF
           MOVE SPACES TO WS-REASON-TEXT
           MOVE 1 TO WS-REASON-POINTER
           IF PND-UNUSUAL-SIZE
               MOVE 1 TO WS-REASON-INDEX
               PERFORM 2250-COUNT-REASON THRU 2250-EXIT
           END-IF
           IF PND-NEW-CURRENCY
               MOVE 2 TO WS-REASON-INDEX
               PERFORM 2250-COUNT-REASON THRU 2250-EXIT
           END-IF
           IF PND-NEW-REGION
               MOVE 3 TO WS-REASON-INDEX
               PERFORM 2250-COUNT-REASON THRU 2250-EXIT
           END-IF
           IF PND-UNUSUAL-FREQUENCY
               MOVE 4 TO WS-REASON-INDEX
               PERFORM 2250-COUNT-REASON THRU 2250-EXIT
           END-IF
           MOVE SP1-CONVERTED-AMOUNT TO WS-AMOUNT-EDIT
           MOVE PND-RISK-SCORE TO WS-SCORE-EDIT
           MOVE SPACES TO BHR-RECORD
           STRING PND-REQUEST-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SP1-TRACE-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SP1-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-SCORE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REASON-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OUTCOME-TEXT DELIMITED BY SIZE
               INTO BHR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       2200-EXIT.
           EXIT.

       2250-COUNT-REASON.
           ADD 1 TO WS-REASON-FLAGGED(WS-REASON-INDEX)
           IF WS-ENTRY-DECLINED
               ADD 1 TO WS-REASON-DECLINED(WS-REASON-INDEX)
           END-IF
           STRING WS-REASON-LABEL(WS-REASON-INDEX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
               INTO WS-REASON-TEXT
               WITH POINTER WS-REASON-POINTER
           END-STRING.
       2250-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-TOTALS - HOW MANY WERE FLAGGED AND HOW MANY OF THOSE
      *                     WERE DECLINED, THEN THE SAME BY REASON.
      ******************************************************************
       3000-PRINT-TOTALS.
           MOVE SPACES TO BHR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT
           MOVE WS-FLAGGED-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO BHR-RECORD
           STRING 'PAYMENTS FLAGGED.......: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  '  VALUE ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO BHR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE WS-APPROVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO BHR-RECORD
           STRING '  RELEASED BY SUPERVISOR: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO BHR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           COMPUTE WS-COUNT-EDIT =
               WS-DECLINED-COUNT - WS-AUTO-DECLINED-COUNT
           MOVE SPACES TO BHR-RECORD
           STRING '  DECLINED BY SUPERVISOR: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO BHR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE WS-AUTO-DECLINED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO BHR-RECORD
           STRING '  AUTO-DECLINED (SLA)..: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO BHR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO BHR-RECORD
           STRING '  STILL PENDING........: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO BHR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE WS-DECLINED-COUNT TO WS-COUNT-EDIT
           MOVE WS-DECLINED-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO BHR-RECORD
           STRING 'PAYMENTS DECLINED......: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  '  VALUE ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO BHR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE ZERO TO WS-DECLINE-RATE
           IF WS-FLAGGED-COUNT > ZERO
               COMPUTE WS-DECLINE-RATE ROUNDED =
                   WS-DECLINED-COUNT * 100 / WS-FLAGGED-COUNT
           END-IF
           MOVE WS-DECLINE-RATE TO WS-RATE-EDIT
           MOVE SPACES TO BHR-RECORD
           STRING 'DECLINE RATE (PCT).....:   ' DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
               INTO BHR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO BHR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO BHR-RECORD
           STRING 'REASON       FLAGGED DECLINED' DELIMITED BY SIZE
               INTO BHR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           PERFORM 3100-PRINT-REASON-LINE THRU 3100-EXIT
               VARYING WS-REASON-INDEX FROM 1 BY 1
               UNTIL WS-REASON-INDEX > 4.
       3000-EXIT.
           EXIT.

       3100-PRINT-REASON-LINE.
           MOVE WS-REASON-FLAGGED(WS-REASON-INDEX) TO WS-COUNT-EDIT
           MOVE WS-REASON-DECLINED(WS-REASON-INDEX) TO WS-COUNT-EDIT-2
           MOVE SPACES TO BHR-RECORD
           STRING WS-REASON-LABEL(WS-REASON-INDEX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-COUNT-EDIT-2 DELIMITED BY SIZE
               INTO BHR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           DISPLAY V-PN BHR-RECORD(1:70)
           IF WS-BHVRT-IS-OPEN
               WRITE BHR-RECORD
           END-IF.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE AND SUMMARIZE.
      ******************************************************************
       9000-TERMINATE.
           IF WS-BHVRT-IS-OPEN
               CLOSE EXPBHVRT-FILE
           END-IF
           CANCEL WS-BUSDAY01-NAME
           DISPLAY V-PN 'PAYMENTS FLAGGED.....: ' WS-FLAGGED-COUNT
           DISPLAY V-PN 'PAYMENTS DECLINED....: ' WS-DECLINED-COUNT.
       9000-EXIT.
           EXIT.
