      ******************************************************************
      * PROGRAM-ID : EXPSTRUC
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - NIGHTLY STRUCTURING
      *                    DETECTION. EXPREGRP REPORTS AN ACCOUNT/DATE
      *                    OVER THE THRESH= AMOUNT, BUT NOT THE PATTERN
      *                    COMPLIANCE ACTUALLY WORRIES ABOUT - A
      *                    CUSTOMER KEEPING EVERY PAYMENT JUST UNDER
      *                    THE THRESHOLD, SPREAD OVER SEVERAL DAYS AND
      *                    SEVERAL OF THEIR ACCOUNTS. EVERY CLEANLY
      *                    POSTED PAYMENT ON TRANLOG AND TRANARCH
      *                    DATED INSIDE THE LAST DAYS= BUSINESS DAYS
      *                    (DEFAULT 5, COUNTED THROUGH BUSDAY01 BACK
      *                    FROM THE BUSDCTL BUSINESS DATE) WHOSE
      *                    AMOUNT FALLS IN THE BAND= PERCENT BELOW THE
      *                    THRESHOLD (DEFAULT 10) IS SORTED BY THE
      *                    CUSTOMER WHO LEADS ITS ACCOUNT ON ACCTMSTR.
      *                    A CUSTOMER WITH AT LEAST HITS= SUCH PAYMENTS
      *                    (DEFAULT 3) WHOSE COMBINED TOTAL GOES OVER
      *                    THE THRESHOLD IS WRITTEN TO THE STRCASE
      *                    CASE LIST WITH THE TRACE IDS BEHIND THE
      *                    FLAG. THRESH= IS READ THE SAME WAY EXPREGRP
      *                    READS IT (WHOLE CURRENCY UNITS, DEFAULT
      *                    10000). ENDS CC 4 WHEN ANY CASE IS RAISED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPSTRUC.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANLOG-FILE ASSIGN TO 'TRANLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT TRANARCH-FILE ASSIGN TO 'TRANARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANARCH-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT CUSTMST-FILE ASSIGN TO 'CUSTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT STRCASE-FILE ASSIGN TO 'STRCASE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRCASE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK01'.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANLOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TLOGREC.

       FD  TRANARCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    FLAT IMAGE OF TLOG-RECORD (112 BYTES), AS EXPARCPG WRITES.
       01  TRANARCH-RECORD                PIC X(112).

       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMSTR.

       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMSTR.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY BUSDCTL.

       FD  STRCASE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY STRCASE.

       SD  SORT-WORK-FILE.
      *    ONE RELEASED RECORD PER IN-BAND PAYMENT INSIDE THE WINDOW,
      *    KEYED BY THE CUSTOMER WHO LEADS ITS ACCOUNT - OR BY THE
      *    ACCOUNT ITSELF ('A') WHEN ACCTMSTR NAMES NO CUSTOMER.
       01  SRT-RECORD.
           05  SRT-SORT-KEY.
               10  SRT-GROUP-TYPE          PIC X(01).
               10  SRT-GROUP-ID            PIC X(10).
               10  SRT-DATE                PIC 9(08).
               10  SRT-ACCOUNT             PIC X(10).
           05  SRT-AMOUNT                  PIC 9(11)V99.
           05  SRT-TRACE-ID                PIC X(16).
           05  SRT-OPERATOR-ID             PIC X(08).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPSTRUC->'.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.
           COPY BUSDPARM.

       01  WS-FILE-STATUSES.
           05  WS-TRANLOG-STATUS           PIC X(02) VALUE '00'.
               88  WS-TRANLOG-OK               VALUE '00'.
           05  WS-TRANARCH-STATUS          PIC X(02) VALUE '00'.
               88  WS-TRANARCH-OK              VALUE '00'.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-CUSTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-CUSTMST-OK               VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-STRCASE-STATUS           PIC X(02) VALUE '00'.
               88  WS-STRCASE-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF-REACHED        VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-SORT-DONE                VALUE 'Y'.
           05  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUE 'Y'.
           05  WS-ACCTMST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-ACCTMST-IS-OPEN          VALUE 'Y'.
           05  WS-CUSTMST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-CUSTMST-IS-OPEN          VALUE 'Y'.
           05  WS-STRCASE-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-STRCASE-IS-OPEN          VALUE 'Y'.
           05  WS-ACCOUNT-SEEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-ACCOUNT-SEEN             VALUE 'Y'.

      ******************************************************************
      * WS-DETECTION-RULES - THE THRESHOLD, THE BAND BELOW IT, THE
      * WINDOW LENGTH AND THE HIT COUNT, EACH OVERRIDABLE BY PARM.
      ******************************************************************
       01  WS-DETECTION-RULES.
           05  WS-THRESHOLD                PIC 9(11) VALUE 10000.
           05  WS-BAND-PERCENT             PIC 9(02) VALUE 10.
           05  WS-WINDOW-DAYS              PIC 9(02) VALUE 5.
           05  WS-MINIMUM-HITS             PIC 9(03) VALUE 3.
           05  WS-BAND-FLOOR               PIC 9(11)V99 VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-START                 PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-STEP                  PIC 9(02) COMP VALUE ZERO.

      ******************************************************************
      * WS-GROUP-CONTROL - THE CUSTOMER (OR LONE ACCOUNT) NOW STREAMING
      * BACK FROM THE SORT. ONLY THIS ONE GROUP'S IN-BAND PAYMENTS ARE
      * HELD, AS IN EXPREGRP.
      ******************************************************************
       01  WS-GROUP-CONTROL.
           05  WS-GROUP-TYPE               PIC X(01) VALUE SPACE.
               88  WS-GROUP-IS-CUSTOMER        VALUE 'C'.
           05  WS-GROUP-ID                 PIC X(10) VALUE SPACES.
           05  WS-GROUP-FIRST-SW           PIC X(01) VALUE 'Y'.
               88  WS-GROUP-FIRST              VALUE 'Y'.
           05  WS-GROUP-TOTAL              PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-GROUP-HITS               PIC 9(05) COMP VALUE ZERO.
           05  WS-GROUP-DAYS               PIC 9(03) COMP VALUE ZERO.
           05  WS-GROUP-ACCOUNTS           PIC 9(03) COMP VALUE ZERO.
           05  WS-GROUP-LAST-DATE          PIC 9(08) VALUE ZERO.
           05  WS-GROUP-TRUNCATED-SW       PIC X(01) VALUE 'N'.
               88  WS-GROUP-TRUNCATED          VALUE 'Y'.
           05  WS-DET-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-DET-INDEX                PIC 9(03) COMP VALUE ZERO.
           05  WS-DET-ENTRY OCCURS 500 TIMES.
               10  WS-DET-ACCOUNT          PIC X(10).
               10  WS-DET-DATE             PIC 9(08).
               10  WS-DET-AMOUNT           PIC 9(11)V99.
               10  WS-DET-TRACE-ID         PIC X(16).
               10  WS-DET-OPERATOR-ID      PIC X(08).

       01  WS-COUNTERS.
           05  WS-PAYMENTS-IN-BAND         PIC 9(07) COMP VALUE ZERO.
           05  WS-GROUPS-JUDGED            PIC 9(07) COMP VALUE ZERO.
           05  WS-CASE-SEQUENCE            PIC 9(04) COMP VALUE ZERO.
           05  WS-DETAILS-WRITTEN          PIC 9(07) COMP VALUE ZERO.
       01  WS-AMOUNT-EDIT                  PIC -(12)9.99.
       01  WS-ABS-AMOUNT                   PIC 9(11)V99 VALUE ZERO.

      * THE PARM STRING, TOKENIZED THE SAME WAY AS EXPALERT'S.
       01  WS-PARM-STRING                  PIC X(80) VALUE SPACES.
       01  WS-PARM-TABLE.
           05  WS-PARM-TOK                 PIC X(20) OCCURS 7 TIMES.
       01  WS-PARM-INDEX                   PIC 9(02) COMP VALUE ZERO.
       01  WS-PARM-KEY                     PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                   PIC X(16) VALUE SPACES.

      ******************************************************************
      * 0000-MAINLINE - SET THE WINDOW, ONE SORT BY CUSTOMER, ONE
      *                 GROUP-AT-A-TIME JUDGING PASS.
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-SORT-KEY
                   INPUT PROCEDURE IS 2000-RELEASE-INPUTS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-JUDGE-GROUPS
                       THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, PARMS, THE WINDOW, AND THE
      *                   FILES. WITHOUT ACCTMSTR NO PAYMENT CAN BE
      *                   PUT TO ITS CUSTOMER, SO THE RUN IS REFUSED
      *                   (CC 8) RATHER THAN JUDGE ACCOUNTS ALONE.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           PERFORM 1060-ACCEPT-PARM THRU 1060-EXIT
           PERFORM 1100-SET-WINDOW THRU 1100-EXIT
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               DISPLAY V-PN 'ACCTMSTR UNAVAILABLE - STATUS '
                   WS-ACCTMST-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-ACCTMST-OPEN-SWITCH
           OPEN INPUT CUSTMST-FILE
           IF WS-CUSTMST-OK
               MOVE 'Y' TO WS-CUSTMST-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'CUSTMSTR UNAVAILABLE - STATUS '
                   WS-CUSTMST-STATUS ' - CASES LISTED WITHOUT NAMES'
           END-IF
           OPEN OUTPUT STRCASE-FILE
           IF NOT WS-STRCASE-OK
               DISPLAY V-PN 'UNABLE TO OPEN STRCASE - STATUS '
                   WS-STRCASE-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-STRCASE-OPEN-SWITCH.
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
           END-IF.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1060-ACCEPT-PARM - THRESH=, BAND=, DAYS= AND HITS= OVERRIDE THE
      *                    DETECTION RULES. A BAND OR WINDOW OF ZERO,
      *                    OR A BAND OF 100 OR MORE, IS IGNORED.
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
           COMPUTE WS-BAND-FLOOR ROUNDED =
               WS-THRESHOLD * (100 - WS-BAND-PERCENT) / 100
           DISPLAY V-PN 'REPORTING THRESHOLD..: ' WS-THRESHOLD
           DISPLAY V-PN 'BAND BELOW IT (PCT)..: ' WS-BAND-PERCENT
           DISPLAY V-PN 'WINDOW BUSINESS DAYS.: ' WS-WINDOW-DAYS
           DISPLAY V-PN 'MINIMUM IN-BAND HITS.: ' WS-MINIMUM-HITS.
       1060-EXIT.
           EXIT.

       1070-APPLY-PARM-TOKEN.
           IF WS-PARM-TOK(WS-PARM-INDEX) = SPACES
               GO TO 1070-EXIT
           END-IF
           MOVE SPACES TO WS-PARM-KEY WS-PARM-VALUE
           UNSTRING WS-PARM-TOK(WS-PARM-INDEX) DELIMITED BY '='
               INTO WS-PARM-KEY WS-PARM-VALUE
           EVALUATE WS-PARM-KEY
               WHEN 'THRESH'
                   IF WS-PARM-VALUE(1:11) IS NUMERIC
                       MOVE WS-PARM-VALUE(1:11) TO WS-THRESHOLD
                   END-IF
               WHEN 'BAND'
                   IF WS-PARM-VALUE(1:2) IS NUMERIC AND
                           WS-PARM-VALUE(1:2) > ZERO
                       MOVE WS-PARM-VALUE(1:2) TO WS-BAND-PERCENT
                   ELSE
                       IF WS-PARM-VALUE(1:1) IS NUMERIC AND
                               WS-PARM-VALUE(1:1) > ZERO AND
                               WS-PARM-VALUE(2:1) = SPACE
                           MOVE WS-PARM-VALUE(1:1) TO WS-BAND-PERCENT
                       END-IF
                   END-IF
               WHEN 'DAYS'
                   IF WS-PARM-VALUE(1:2) IS NUMERIC AND
                           WS-PARM-VALUE(1:2) > ZERO
                       MOVE WS-PARM-VALUE(1:2) TO WS-WINDOW-DAYS
                   ELSE
                       IF WS-PARM-VALUE(1:1) IS NUMERIC AND
                               WS-PARM-VALUE(1:1) > ZERO AND
                               WS-PARM-VALUE(2:1) = SPACE
                           MOVE WS-PARM-VALUE(1:1) TO WS-WINDOW-DAYS
                       END-IF
                   END-IF
               WHEN 'HITS'
                   IF WS-PARM-VALUE(1:3) IS NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO WS-MINIMUM-HITS
                   ELSE
                       IF WS-PARM-VALUE(1:2) IS NUMERIC AND
                               WS-PARM-VALUE(3:1) = SPACE
                           MOVE WS-PARM-VALUE(1:2) TO WS-MINIMUM-HITS
                       ELSE
                           IF WS-PARM-VALUE(1:1) IS NUMERIC AND
                                   WS-PARM-VALUE(2:1) = SPACE
                               MOVE WS-PARM-VALUE(1:1)
                                   TO WS-MINIMUM-HITS
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       1070-EXIT.
           EXIT.

      ******************************************************************
      * 1100-SET-WINDOW - THE WINDOW ENDS ON THE BUSINESS DATE AND
      *                   STARTS ON THE BUSINESS DAY THAT MAKES IT
      *                   DAYS= BUSINESS DAYS LONG, COUNTING THE LAST
      *                   BUSINESS DAY ON OR BEFORE THE RUN DATE AS
      *                   THE FIRST. ANYTHING DATED BETWEEN THE TWO -
      *                   A WEEKEND OR HOLIDAY INCLUDED - IS IN IT.
      ******************************************************************
       1100-SET-WINDOW.
           MOVE WS-RUN-DATE TO WS-WINDOW-START
           MOVE 'B' TO BDP-FUNCTION
           MOVE WS-WINDOW-START TO BDP-INPUT-DATE
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF BDP-FAILED
               GO TO 1100-FAILED
           END-IF
           IF NOT BDP-IS-BUSINESS-DAY
               PERFORM 1110-STEP-BACK-ONE THRU 1110-EXIT
           END-IF
           PERFORM 1110-STEP-BACK-ONE THRU 1110-EXIT
               VARYING WS-WINDOW-STEP FROM 2 BY 1
               UNTIL WS-WINDOW-STEP > WS-WINDOW-DAYS
                   OR BDP-FAILED
           IF BDP-FAILED
               GO TO 1100-FAILED
           END-IF
           DISPLAY V-PN 'WINDOW...............: ' WS-WINDOW-START
               ' TO ' WS-RUN-DATE
           GO TO 1100-EXIT.
       1100-FAILED.
           DISPLAY V-PN 'BUSDAY01 FAILED FOR ' WS-WINDOW-START
               ' - RUN REFUSED'
           MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
           MOVE 8 TO RETURN-CODE.
       1100-EXIT.
           EXIT.

       1110-STEP-BACK-ONE.
           MOVE 'P' TO BDP-FUNCTION
           MOVE WS-WINDOW-START TO BDP-INPUT-DATE
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF BDP-SUCCESSFUL
               MOVE BDP-RESULT-DATE TO WS-WINDOW-START
           END-IF.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RELEASE-INPUTS - ONE WALK OVER TRANLOG THEN TRANARCH,
      *                       RELEASING EVERY CLEANLY POSTED PAYMENT
      *                       IN THE WINDOW AND IN THE BAND.
      ******************************************************************
       2000-RELEASE-INPUTS.
           OPEN INPUT TRANLOG-FILE
           IF WS-TRANLOG-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 2100-RELEASE-TRANLOG-ENTRY THRU 2100-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE TRANLOG-FILE
           END-IF
           OPEN INPUT TRANARCH-FILE
           IF WS-TRANARCH-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 2200-RELEASE-TRANARCH-ENTRY THRU 2200-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE TRANARCH-FILE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-RELEASE-TRANLOG-ENTRY.
           READ TRANLOG-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   PERFORM 2300-RELEASE-ONE-ENTRY THRU 2300-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-RELEASE-TRANARCH-ENTRY.
           READ TRANARCH-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE TRANARCH-RECORD TO TLOG-RECORD
                   PERFORM 2300-RELEASE-ONE-ENTRY THRU 2300-EXIT
           END-READ.
       2200-EXIT.
           EXIT.

       2300-RELEASE-ONE-ENTRY.
           IF TLOG-RETURN-CODE NOT = ZERO
               GO TO 2300-EXIT
           END-IF
           IF NOT TLOG-TYPE-PAYMENT
               GO TO 2300-EXIT
           END-IF
           IF TLOG-TRANSACTION-DATE < WS-WINDOW-START OR
                   TLOG-TRANSACTION-DATE > WS-RUN-DATE
               GO TO 2300-EXIT
           END-IF
           IF TLOG-CONVERTED-AMOUNT NOT NUMERIC
               GO TO 2300-EXIT
           END-IF
           MOVE TLOG-CONVERTED-AMOUNT TO WS-ABS-AMOUNT
           IF WS-ABS-AMOUNT < WS-BAND-FLOOR OR
                   WS-ABS-AMOUNT > WS-THRESHOLD
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-PAYMENTS-IN-BAND
           MOVE TLOG-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE SPACES TO ACM-CUSTOMER-NUMBER
           END-READ
           IF ACM-CUSTOMER-NUMBER = SPACES OR LOW-VALUES
               MOVE 'A' TO SRT-GROUP-TYPE
               MOVE TLOG-ACCOUNT-NUMBER TO SRT-GROUP-ID
           ELSE
               MOVE 'C' TO SRT-GROUP-TYPE
               MOVE ACM-CUSTOMER-NUMBER TO SRT-GROUP-ID
           END-IF
           MOVE TLOG-TRANSACTION-DATE TO SRT-DATE
           MOVE TLOG-ACCOUNT-NUMBER TO SRT-ACCOUNT
           MOVE WS-ABS-AMOUNT TO SRT-AMOUNT
           MOVE TLOG-TRACE-ID TO SRT-TRACE-ID
           MOVE TLOG-OPERATOR-ID TO SRT-OPERATOR-ID
           RELEASE SRT-RECORD.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-JUDGE-GROUPS - THE SORTED STREAM COMES BACK ONE CUSTOMER
      *                     AT A TIME, DATE ORDER WITHIN; EACH GROUP
      *                     IS JUDGED (AND WHEN FLAGGED, WRITTEN) AT
      *                     ITS BREAK.
      ******************************************************************
       3000-JUDGE-GROUPS.
           PERFORM 3100-TAKE-ONE-SORTED THRU 3100-EXIT
               UNTIL WS-SORT-DONE
           IF NOT WS-GROUP-FIRST
               PERFORM 3500-JUDGE-GROUP THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-TAKE-ONE-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   GO TO 3100-EXIT
           END-RETURN
           IF WS-GROUP-FIRST OR
                   SRT-GROUP-TYPE NOT = WS-GROUP-TYPE OR
                   SRT-GROUP-ID NOT = WS-GROUP-ID
               IF NOT WS-GROUP-FIRST
                   PERFORM 3500-JUDGE-GROUP THRU 3500-EXIT
               END-IF
               MOVE 'N' TO WS-GROUP-FIRST-SW
               MOVE SRT-GROUP-TYPE TO WS-GROUP-TYPE
               MOVE SRT-GROUP-ID TO WS-GROUP-ID
               MOVE ZERO TO WS-GROUP-TOTAL
               MOVE ZERO TO WS-GROUP-HITS
               MOVE ZERO TO WS-GROUP-DAYS
               MOVE ZERO TO WS-GROUP-ACCOUNTS
               MOVE ZERO TO WS-GROUP-LAST-DATE
               MOVE ZERO TO WS-DET-COUNT
               MOVE 'N' TO WS-GROUP-TRUNCATED-SW
           END-IF
           ADD SRT-AMOUNT TO WS-GROUP-TOTAL
           ADD 1 TO WS-GROUP-HITS
           IF SRT-DATE NOT = WS-GROUP-LAST-DATE
               ADD 1 TO WS-GROUP-DAYS
               MOVE SRT-DATE TO WS-GROUP-LAST-DATE
           END-IF
           MOVE 'N' TO WS-ACCOUNT-SEEN-SWITCH
           PERFORM 3150-COMPARE-DETAIL-ACCOUNT
               VARYING WS-DET-INDEX FROM 1 BY 1
               UNTIL WS-DET-INDEX > WS-DET-COUNT
                   OR WS-ACCOUNT-SEEN
           IF NOT WS-ACCOUNT-SEEN
               ADD 1 TO WS-GROUP-ACCOUNTS
           END-IF
           IF WS-DET-COUNT < 500
               ADD 1 TO WS-DET-COUNT
               MOVE SRT-ACCOUNT TO WS-DET-ACCOUNT(WS-DET-COUNT)
               MOVE SRT-DATE TO WS-DET-DATE(WS-DET-COUNT)
               MOVE SRT-AMOUNT TO WS-DET-AMOUNT(WS-DET-COUNT)
               MOVE SRT-TRACE-ID TO WS-DET-TRACE-ID(WS-DET-COUNT)
               MOVE SRT-OPERATOR-ID
                   TO WS-DET-OPERATOR-ID(WS-DET-COUNT)
           ELSE
               MOVE 'Y' TO WS-GROUP-TRUNCATED-SW
           END-IF.
       3100-EXIT.
           EXIT.

       3150-COMPARE-DETAIL-ACCOUNT.
           IF WS-DET-ACCOUNT(WS-DET-INDEX) = SRT-ACCOUNT
               MOVE 'Y' TO WS-ACCOUNT-SEEN-SWITCH
           END-IF.

      ******************************************************************
      * 3500-JUDGE-GROUP - ENOUGH IN-BAND PAYMENTS, TOGETHER OVER THE
      *                    THRESHOLD, RAISE A CASE: ITS 'C' RECORD,
      *                    THEN ONE 'D' RECORD PER PAYMENT.
      ******************************************************************
       3500-JUDGE-GROUP.
           ADD 1 TO WS-GROUPS-JUDGED
           IF WS-GROUP-HITS < WS-MINIMUM-HITS
               GO TO 3500-EXIT
           END-IF
           IF WS-GROUP-TOTAL NOT > WS-THRESHOLD
               GO TO 3500-EXIT
           END-IF
           ADD 1 TO WS-CASE-SEQUENCE
           MOVE WS-GROUP-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY V-PN 'CASE RAISED - ' WS-GROUP-TYPE ' '
               WS-GROUP-ID ' HITS ' WS-GROUP-HITS
               ' TOTAL ' WS-AMOUNT-EDIT
           IF WS-GROUP-TRUNCATED
               DISPLAY V-PN 'WARNING - CASE EXCEEDS 500 PAYMENTS - '
                   'DETAIL RECORDS TRUNCATED'
           END-IF
           MOVE SPACES TO STRCASE-RECORD
           MOVE 'C' TO STC-RECORD-TYPE
           MOVE WS-RUN-DATE TO STC-CASE-DATE
           MOVE WS-CASE-SEQUENCE TO STC-CASE-SEQUENCE
           IF WS-GROUP-IS-CUSTOMER
               MOVE WS-GROUP-ID TO STC-CUSTOMER-NUMBER
               PERFORM 3550-NAME-CUSTOMER THRU 3550-EXIT
           ELSE
               MOVE WS-GROUP-ID TO STC-LONE-ACCOUNT
           END-IF
           MOVE WS-WINDOW-START TO STC-WINDOW-START
           MOVE WS-RUN-DATE TO STC-WINDOW-END
           MOVE WS-GROUP-HITS TO STC-BAND-COUNT
           MOVE WS-GROUP-TOTAL TO STC-BAND-TOTAL
           MOVE WS-GROUP-ACCOUNTS TO STC-ACCOUNT-COUNT
           MOVE WS-GROUP-DAYS TO STC-DAY-COUNT
           WRITE STRCASE-RECORD
           PERFORM 3600-WRITE-ONE-DETAIL THRU 3600-EXIT
               VARYING WS-DET-INDEX FROM 1 BY 1
               UNTIL WS-DET-INDEX > WS-DET-COUNT.
       3500-EXIT.
           EXIT.

       3550-NAME-CUSTOMER.
           IF NOT WS-CUSTMST-IS-OPEN
               GO TO 3550-EXIT
           END-IF
           MOVE WS-GROUP-ID TO CUS-CUSTOMER-NUMBER
           READ CUSTMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUS-CUSTOMER-NAME TO STC-CUSTOMER-NAME
           END-READ.
       3550-EXIT.
           EXIT.

       3600-WRITE-ONE-DETAIL.
           ADD 1 TO WS-DETAILS-WRITTEN
           MOVE SPACES TO STRCASE-RECORD
           MOVE 'D' TO STC-RECORD-TYPE
           MOVE WS-RUN-DATE TO STC-CASE-DATE
           MOVE WS-CASE-SEQUENCE TO STC-CASE-SEQUENCE
           IF WS-GROUP-IS-CUSTOMER
               MOVE WS-GROUP-ID TO STC-CUSTOMER-NUMBER
           END-IF
           MOVE WS-DET-ACCOUNT(WS-DET-INDEX) TO STC-ACCOUNT-NUMBER
           MOVE WS-DET-DATE(WS-DET-INDEX) TO STC-TRANSACTION-DATE
           MOVE WS-DET-AMOUNT(WS-DET-INDEX) TO STC-AMOUNT
           MOVE WS-DET-TRACE-ID(WS-DET-INDEX) TO STC-TRACE-ID
           MOVE WS-DET-OPERATOR-ID(WS-DET-INDEX) TO STC-OPERATOR-ID
           WRITE STRCASE-RECORD.
       3600-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-ACCTMST-IS-OPEN
               CLOSE ACCTMST-FILE
           END-IF
           IF WS-CUSTMST-IS-OPEN
               CLOSE CUSTMST-FILE
           END-IF
           IF WS-STRCASE-IS-OPEN
               CLOSE STRCASE-FILE
           END-IF
           IF WS-CASE-SEQUENCE > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY V-PN 'IN-BAND PAYMENTS.....: ' WS-PAYMENTS-IN-BAND
           DISPLAY V-PN 'CUSTOMERS JUDGED.....: ' WS-GROUPS-JUDGED
           DISPLAY V-PN 'CASES RAISED.........: ' WS-CASE-SEQUENCE
           DISPLAY V-PN 'DETAIL RECORDS.......: ' WS-DETAILS-WRITTEN.
       9000-EXIT.
           EXIT.
