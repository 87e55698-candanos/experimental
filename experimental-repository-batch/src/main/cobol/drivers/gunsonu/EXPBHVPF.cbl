      ******************************************************************
      * PROGRAM-ID : EXPBHVPF
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - NIGHTLY ACCOUNT BEHAVIOUR
      *                    PROFILE BUILD. THE ACCTLIMS CAPS AND THE
      *                    WATCH LIST DO NOT CATCH AN ACCOUNT THAT
      *                    NORMALLY MAKES A FEW SMALL PAYMENTS AND
      *                    SUDDENLY SENDS A LARGE ONE IN A CURRENCY IT
      *                    HAS NEVER USED. EVERY CLEANLY POSTED PAYMENT
      *                    DEBIT (TYPE 'P') ON TRANLOG AND TRANARCH
      *                    DATED INSIDE THE LAST DAYS= BUSINESS DAYS
      *                    (DEFAULT 60, COUNTED THROUGH BUSDAY01 BACK
      *                    FROM THE BUSDCTL BUSINESS DATE, AS EXPSTRUC
      *                    COUNTS ITS WINDOW) IS SORTED BY ACCOUNT AND
      *                    DATE, AND ONE ACCTPROF RECORD IS WRITTEN PER
      *                    ACCOUNT - PAYMENT COUNT, TOTAL, AVERAGE AND
      *                    LARGEST (BASE CURRENCY), THE DAYS IT PAID
      *                    ON AND THE MOST PAYMENTS ON ANY ONE DAY, AND
      *                    THE CURRENCIES PAID IN AND REGIONS PAID TO.
      *                    ACCTPROF IS REBUILT IN FULL IN KEY ORDER, AS
      *                    EXPSNRST LOADS THE INDEXED MASTERS; AN
      *                    ACCOUNT WITH NO PAYMENT IN THE WINDOW HAS NO
      *                    PROFILE AND SUBPGM01 DOES NOT SCORE IT. A
      *                    FAILED BUSINESS-DAY LOOKUP REFUSES THE RUN
      *                    (CC 8) BEFORE ACCTPROF IS TOUCHED, SO THE
      *                    PRIOR NIGHT'S PROFILES STAND.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPBHVPF.
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
           SELECT ACCTPROF-FILE ASSIGN TO 'ACCTPROF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRF-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTPROF-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
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

       FD  ACCTPROF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTPROF.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY BUSDCTL.

       SD  SORT-WORK-FILE.
      *    ONE RELEASED RECORD PER CLEANLY POSTED PAYMENT DEBIT INSIDE
      *    THE WINDOW, IN ACCOUNT AND DATE ORDER SO EACH ACCOUNT'S DAYS
      *    COME BACK TOGETHER.
       01  SRT-RECORD.
           05  SRT-SORT-KEY.
               10  SRT-ACCOUNT             PIC X(10).
               10  SRT-DATE                PIC 9(08).
           05  SRT-CURRENCY-CODE           PIC X(03).
           05  SRT-REGION-CODE             PIC X(03).
           05  SRT-AMOUNT                  PIC S9(11)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPBHVPF->'.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.
           COPY BUSDPARM.

       01  WS-FILE-STATUSES.
           05  WS-TRANLOG-STATUS           PIC X(02) VALUE '00'.
               88  WS-TRANLOG-OK               VALUE '00'.
           05  WS-TRANARCH-STATUS          PIC X(02) VALUE '00'.
               88  WS-TRANARCH-OK              VALUE '00'.
           05  WS-ACCTPROF-STATUS          PIC X(02) VALUE '00'.
               88  WS-ACCTPROF-OK              VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF-REACHED        VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-SORT-DONE                VALUE 'Y'.
           05  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUE 'Y'.
           05  WS-ACCTPROF-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-ACCTPROF-IS-OPEN         VALUE 'Y'.
           05  WS-ACCOUNT-FIRST-SW         PIC X(01) VALUE 'Y'.
               88  WS-ACCOUNT-FIRST            VALUE 'Y'.
           05  WS-CODE-FOUND-SW            PIC X(01) VALUE 'N'.
               88  WS-CODE-FOUND               VALUE 'Y'.

      ******************************************************************
      * THE WINDOW - DAYS= BUSINESS DAYS ENDING ON THE BUSINESS DATE.
      ******************************************************************
       01  WS-WINDOW-DAYS                  PIC 9(02) VALUE 60.
       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-START                 PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-STEP                  PIC 9(02) COMP VALUE ZERO.

      ******************************************************************
      * WS-ACCOUNT-CONTROL - THE ACCOUNT NOW STREAMING BACK FROM THE
      * SORT AND THE DAY WITHIN IT. THE PROFILE ITSELF IS BUILT UP IN
      * ACCTPROF-RECORD; THE RUNNING FIGURES ARE KEPT WIDER HERE AND
      * CAPPED TO THE RECORD'S PICTURES WHEN IT IS WRITTEN.
      ******************************************************************
       01  WS-ACCOUNT-CONTROL.
           05  WS-ACCOUNT-NUMBER           PIC X(10) VALUE SPACES.
           05  WS-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNT-TOTAL            PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-ACCOUNT-DAYS             PIC 9(05) COMP VALUE ZERO.
           05  WS-ACCOUNT-BUSIEST          PIC 9(05) COMP VALUE ZERO.
           05  WS-DAY-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-DAY-COUNT                PIC 9(05) COMP VALUE ZERO.
           05  WS-CODE-INDEX               PIC 9(02) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-PAYMENTS-TAKEN           PIC 9(09) COMP VALUE ZERO.
           05  WS-PROFILES-WRITTEN         PIC 9(07) COMP VALUE ZERO.
           05  WS-PROFILE-ERRORS           PIC 9(07) COMP VALUE ZERO.

      * THE PARM STRING, TOKENIZED THE SAME WAY AS EXPALERT'S.
       01  WS-PARM-STRING                  PIC X(80) VALUE SPACES.
       01  WS-PARM-TABLE.
           05  WS-PARM-TOK                 PIC X(20) OCCURS 3 TIMES.
       01  WS-PARM-INDEX                   PIC 9(02) COMP VALUE ZERO.
       01  WS-PARM-KEY                     PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                   PIC X(16) VALUE SPACES.

      ******************************************************************
      * 0000-MAINLINE - SET THE WINDOW, ONE SORT BY ACCOUNT AND DATE,
      *                 ONE ACCOUNT-AT-A-TIME BUILD PASS.
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-SORT-KEY
                   INPUT PROCEDURE IS 2000-RELEASE-INPUTS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-BUILD-PROFILES
                       THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, PARM, THE WINDOW, AND THEN
      *                   ACCTPROF - OPENED FOR OUTPUT ONLY ONCE THE
      *                   WINDOW IS KNOWN GOOD.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           PERFORM 1060-ACCEPT-PARM THRU 1060-EXIT
           PERFORM 1100-SET-WINDOW THRU 1100-EXIT
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT ACCTPROF-FILE
           IF NOT WS-ACCTPROF-OK
               DISPLAY V-PN 'UNABLE TO REBUILD ACCTPROF - STATUS '
                   WS-ACCTPROF-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-ACCTPROF-OPEN-SWITCH.
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
      * 1060-ACCEPT-PARM - DAYS= OVERRIDES THE WINDOW LENGTH. A WINDOW
      *                    OF ZERO IS IGNORED.
      ******************************************************************
       1060-ACCEPT-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
           PERFORM 1070-APPLY-PARM-TOKEN THRU 1070-EXIT
               VARYING WS-PARM-INDEX FROM 1 BY 1
               UNTIL WS-PARM-INDEX > 3
           DISPLAY V-PN 'WINDOW BUSINESS DAYS.: ' WS-WINDOW-DAYS.
       1060-EXIT.
           EXIT.

       1070-APPLY-PARM-TOKEN.
           IF WS-PARM-TOK(WS-PARM-INDEX) = SPACES
               GO TO 1070-EXIT
           END-IF
           MOVE SPACES TO WS-PARM-KEY WS-PARM-VALUE
           UNSTRING WS-PARM-TOK(WS-PARM-INDEX) DELIMITED BY '='
               INTO WS-PARM-KEY WS-PARM-VALUE
           IF WS-PARM-KEY NOT = 'DAYS'
               GO TO 1070-EXIT
           END-IF
           IF WS-PARM-VALUE(1:2) IS NUMERIC AND
                   WS-PARM-VALUE(1:2) > ZERO
               MOVE WS-PARM-VALUE(1:2) TO WS-WINDOW-DAYS
           ELSE
               IF WS-PARM-VALUE(1:1) IS NUMERIC AND
                       WS-PARM-VALUE(1:1) > ZERO AND
                       WS-PARM-VALUE(2:1) = SPACE
                   MOVE WS-PARM-VALUE(1:1) TO WS-WINDOW-DAYS
               END-IF
           END-IF.
       1070-EXIT.
           EXIT.

      ******************************************************************
      * 1100-SET-WINDOW - THE WINDOW ENDS ON THE BUSINESS DATE AND
      *                   STARTS ON THE BUSINESS DAY THAT MAKES IT
      *                   DAYS= BUSINESS DAYS LONG, COUNTING THE LAST
      *                   BUSINESS DAY ON OR BEFORE THE RUN DATE AS
      *                   THE FIRST - THE SAME RULE AS EXPSTRUC.
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
               ' - RUN REFUSED, PROFILES NOT REBUILT'
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
      *                       DEBIT IN THE WINDOW.
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
           IF TLOG-CONVERTED-AMOUNT NOT > ZERO
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-PAYMENTS-TAKEN
           MOVE TLOG-ACCOUNT-NUMBER TO SRT-ACCOUNT
           MOVE TLOG-TRANSACTION-DATE TO SRT-DATE
           MOVE TLOG-CURRENCY-CODE TO SRT-CURRENCY-CODE
           MOVE TLOG-REGION-CODE TO SRT-REGION-CODE
           MOVE TLOG-CONVERTED-AMOUNT TO SRT-AMOUNT
           RELEASE SRT-RECORD.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-BUILD-PROFILES - THE SORTED STREAM COMES BACK ONE ACCOUNT
      *                       AT A TIME, DATE ORDER WITHIN; EACH
      *                       ACCOUNT'S PROFILE IS WRITTEN AT ITS BREAK.
      ******************************************************************
       3000-BUILD-PROFILES.
           PERFORM 3100-TAKE-ONE-SORTED THRU 3100-EXIT
               UNTIL WS-SORT-DONE
           IF NOT WS-ACCOUNT-FIRST
               PERFORM 3500-WRITE-PROFILE THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-TAKE-ONE-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   GO TO 3100-EXIT
           END-RETURN
           IF WS-ACCOUNT-FIRST OR
                   SRT-ACCOUNT NOT = WS-ACCOUNT-NUMBER
               IF NOT WS-ACCOUNT-FIRST
                   PERFORM 3500-WRITE-PROFILE THRU 3500-EXIT
               END-IF
               PERFORM 3200-START-ACCOUNT THRU 3200-EXIT
           END-IF
           IF SRT-DATE NOT = WS-DAY-DATE
               PERFORM 3300-CLOSE-DAY THRU 3300-EXIT
               MOVE SRT-DATE TO WS-DAY-DATE
               ADD 1 TO WS-ACCOUNT-DAYS
           END-IF
           ADD 1 TO WS-DAY-COUNT
           ADD 1 TO WS-ACCOUNT-COUNT
           ADD SRT-AMOUNT TO WS-ACCOUNT-TOTAL
           IF SRT-AMOUNT > PRF-LARGEST-AMOUNT
               MOVE SRT-AMOUNT TO PRF-LARGEST-AMOUNT
           END-IF
           PERFORM 3400-NOTE-CURRENCY THRU 3400-EXIT
           PERFORM 3450-NOTE-REGION THRU 3450-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-START-ACCOUNT - A FRESH PROFILE FOR THE NEXT ACCOUNT.
      ******************************************************************
       3200-START-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FIRST-SW
           MOVE SRT-ACCOUNT TO WS-ACCOUNT-NUMBER
           MOVE ZERO TO WS-ACCOUNT-COUNT WS-ACCOUNT-TOTAL
               WS-ACCOUNT-DAYS WS-ACCOUNT-BUSIEST WS-DAY-DATE
               WS-DAY-COUNT
           MOVE SPACES TO ACCTPROF-RECORD
           MOVE SRT-ACCOUNT TO PRF-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE TO PRF-BUILD-DATE
           MOVE WS-WINDOW-START TO PRF-WINDOW-START-DATE
           MOVE ZERO TO PRF-PAYMENT-COUNT PRF-PAYMENT-TOTAL
               PRF-AVERAGE-AMOUNT PRF-LARGEST-AMOUNT
               PRF-ACTIVE-DAYS PRF-BUSIEST-DAY-COUNT
               PRF-CURRENCY-COUNT PRF-REGION-COUNT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-CLOSE-DAY - THE DAY JUST FINISHED MAY BE THE ACCOUNT'S
      *                  BUSIEST.
      ******************************************************************
       3300-CLOSE-DAY.
           IF WS-DAY-COUNT > WS-ACCOUNT-BUSIEST
               MOVE WS-DAY-COUNT TO WS-ACCOUNT-BUSIEST
           END-IF
           MOVE ZERO TO WS-DAY-COUNT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-NOTE-CURRENCY / 3450-NOTE-REGION - ADD A CODE NOT YET ON
      *                     THE PROFILE'S LIST WHILE THERE IS ROOM. A
      *                     BLANK REGION IS NOT A REGION.
      ******************************************************************
       3400-NOTE-CURRENCY.
           IF SRT-CURRENCY-CODE = SPACES
               GO TO 3400-EXIT
           END-IF
           MOVE 'N' TO WS-CODE-FOUND-SW
           PERFORM 3410-COMPARE-CURRENCY
               VARYING WS-CODE-INDEX FROM 1 BY 1
               UNTIL WS-CODE-INDEX > PRF-CURRENCY-COUNT
                   OR WS-CODE-FOUND
           IF WS-CODE-FOUND OR PRF-CURRENCY-COUNT NOT < 5
               GO TO 3400-EXIT
           END-IF
           ADD 1 TO PRF-CURRENCY-COUNT
           MOVE SRT-CURRENCY-CODE
               TO PRF-CURRENCY-CODE(PRF-CURRENCY-COUNT).
       3400-EXIT.
           EXIT.

       3410-COMPARE-CURRENCY.
           IF PRF-CURRENCY-CODE(WS-CODE-INDEX) = SRT-CURRENCY-CODE
               MOVE 'Y' TO WS-CODE-FOUND-SW
           END-IF.

       3450-NOTE-REGION.
           IF SRT-REGION-CODE = SPACES
               GO TO 3450-EXIT
           END-IF
           MOVE 'N' TO WS-CODE-FOUND-SW
           PERFORM 3460-COMPARE-REGION
               VARYING WS-CODE-INDEX FROM 1 BY 1
               UNTIL WS-CODE-INDEX > PRF-REGION-COUNT
                   OR WS-CODE-FOUND
           IF WS-CODE-FOUND OR PRF-REGION-COUNT NOT < 5
               GO TO 3450-EXIT
           END-IF
           ADD 1 TO PRF-REGION-COUNT
           MOVE SRT-REGION-CODE TO PRF-REGION-CODE(PRF-REGION-COUNT).
       3450-EXIT.
           EXIT.

       3460-COMPARE-REGION.
           IF PRF-REGION-CODE(WS-CODE-INDEX) = SRT-REGION-CODE
               MOVE 'Y' TO WS-CODE-FOUND-SW
           END-IF.

      ******************************************************************
      * 3500-WRITE-PROFILE - FINISH THE ACCOUNT'S FIGURES, CAPPED TO
      *                      THE RECORD'S PICTURES, AND WRITE IT. THE
      *                      STREAM IS IN ACCOUNT ORDER, SO THE INDEXED
      *                      FILE LOADS WITH PLAIN SEQUENTIAL WRITES.
      ******************************************************************
       3500-WRITE-PROFILE.
           PERFORM 3300-CLOSE-DAY THRU 3300-EXIT
           IF WS-ACCOUNT-COUNT > 99999
               MOVE 99999 TO PRF-PAYMENT-COUNT
           ELSE
               MOVE WS-ACCOUNT-COUNT TO PRF-PAYMENT-COUNT
           END-IF
           MOVE WS-ACCOUNT-TOTAL TO PRF-PAYMENT-TOTAL
           COMPUTE PRF-AVERAGE-AMOUNT ROUNDED =
               WS-ACCOUNT-TOTAL / WS-ACCOUNT-COUNT
           IF WS-ACCOUNT-DAYS > 999
               MOVE 999 TO PRF-ACTIVE-DAYS
           ELSE
               MOVE WS-ACCOUNT-DAYS TO PRF-ACTIVE-DAYS
           END-IF
           IF WS-ACCOUNT-BUSIEST > 999
               MOVE 999 TO PRF-BUSIEST-DAY-COUNT
           ELSE
               MOVE WS-ACCOUNT-BUSIEST TO PRF-BUSIEST-DAY-COUNT
           END-IF
           WRITE ACCTPROF-RECORD
           IF WS-ACCTPROF-OK
               ADD 1 TO WS-PROFILES-WRITTEN
           ELSE
               DISPLAY V-PN 'ACCTPROF WRITE FAILED - ACCOUNT '
                   PRF-ACCOUNT-NUMBER ' - STATUS ' WS-ACCTPROF-STATUS
               ADD 1 TO WS-PROFILE-ERRORS
           END-IF.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE DOWN AND SUMMARIZE. A PROFILE THAT
      *                  COULD NOT BE WRITTEN ENDS THE RUN CC 4.
      ******************************************************************
       9000-TERMINATE.
           IF WS-ACCTPROF-IS-OPEN
               CLOSE ACCTPROF-FILE
           END-IF
           IF WS-PROFILE-ERRORS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY V-PN 'PAYMENTS TAKEN.......: ' WS-PAYMENTS-TAKEN
           DISPLAY V-PN 'PROFILES WRITTEN.....: ' WS-PROFILES-WRITTEN
           DISPLAY V-PN 'PROFILE WRITE ERRORS.: ' WS-PROFILE-ERRORS.
       9000-EXIT.
           EXIT.
