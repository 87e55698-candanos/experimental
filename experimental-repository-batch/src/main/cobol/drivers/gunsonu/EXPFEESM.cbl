      ******************************************************************
      * PROGRAM-ID : EXPFEESM
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - IMPACT SIMULATION OF THE
      *                    FEESCHED CHANGES STANDING ON THE REFPEND
      *                    QUEUE, RUN ON DEMAND BEFORE THE SECOND
      *                    OPERATOR APPROVES THEM THROUGH REFMNT. THE
      *                    APPROVER HAD NOTHING BUT THE BEFORE AND
      *                    AFTER IMAGES TO GO ON - A MISTYPED
      *                    FEE-RATE-PCT IS OBVIOUS IN MONEY, NOT IN A
      *                    PACKED FIELD. THE LIVE SCHEDULE IS LOADED,
      *                    A PROPOSED SCHEDULE IS BUILT FROM IT BY
      *                    APPLYING EVERY PENDING FEESCHED CHANGE
      *                    EXACTLY AS REFMNT WOULD ON APPROVAL, AND
      *                    EVERY CLEANLY POSTED ENTRY ON TRANLOG AND
      *                    TRANARCH DATED INSIDE THE LAST DAYS=
      *                    BUSINESS DAYS (DEFAULT 20, COUNTED THROUGH
      *                    BUSDAY01 BACK FROM THE BUSDCTL BUSINESS
      *                    DATE) IS PRICED UNDER BOTH, WITH THE SAME
      *                    REGION/CURRENCY/TYPE/PRODUCT MATCH AS
      *                    SUBPGM01 1400-CALCULATE-FEE, AND THE FEETAX
      *                    WITHHOLDING ON EACH. THE FEE AND TAX
      *                    DIFFERENCES ARE REPORTED ON EXPFSRPT PER
      *                    PENDING CHANGE, PER REGION, PER CURRENCY
      *                    AND FOR THE TOP= MOST AFFECTED ACCOUNTS
      *                    (DEFAULT 10), AND EACH CHANGE SIMULATED IS
      *                    STAMPED ON REFPEND WITH ITS FEE DIFFERENCE
      *                    FOR REFMNT TO SHOW THE APPROVER. NOTHING
      *                    IS POSTED AND FEESCHED IS NOT TOUCHED.
      * 2026-10-15  DS    A PENDING CHANGE NOW APPLIES ONLY TO THE ROW
      *                    OF ITS OWN PRODUCT (REFPEND KEY WIDENED TO
      *                    11 BYTES), A POSTING'S DIFFERENCE IS CREDITED
      *                    TO THE CHANGE ON ITS ACCOUNT'S PRODUCT ROW
      *                    BEFORE THE REGION-WIDE ONE, AND THE CHANGE
      *                    LINE SHOWS THE PRODUCT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPFEESM.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEESCHED-FILE ASSIGN TO 'FEESCHED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEESCHED-STATUS.
           SELECT FEETAX-FILE ASSIGN TO 'FEETAX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEETAX-STATUS.
           SELECT REFPEND-FILE ASSIGN TO 'REFPEND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFPEND-STATUS.
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
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT EXPFSRPT-FILE ASSIGN TO 'EXPFSRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPFSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEESCHED-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY FEESCHED.

       FD  FEETAX-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY FEETAX.

       FD  REFPEND-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY REFPEND.

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

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY BUSDCTL.

       FD  EXPFSRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FSR-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPFEESM->'.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.
           COPY BUSDPARM.

       01  WS-FILE-STATUSES.
           05  WS-FEESCHED-STATUS          PIC X(02) VALUE '00'.
               88  WS-FEESCHED-OK              VALUE '00'.
               88  WS-FEESCHED-EOF             VALUE '10'.
           05  WS-FEETAX-STATUS            PIC X(02) VALUE '00'.
               88  WS-FEETAX-OK                VALUE '00'.
           05  WS-REFPEND-STATUS           PIC X(02) VALUE '00'.
               88  WS-REFPEND-OK               VALUE '00'.
               88  WS-REFPEND-EOF              VALUE '10'.
           05  WS-TRANLOG-STATUS           PIC X(02) VALUE '00'.
               88  WS-TRANLOG-OK               VALUE '00'.
           05  WS-TRANARCH-STATUS          PIC X(02) VALUE '00'.
               88  WS-TRANARCH-OK              VALUE '00'.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-EXPFSRPT-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPFSRPT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF-REACHED        VALUE 'Y'.
           05  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUE 'Y'.
           05  WS-ACCTMST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-ACCTMST-IS-OPEN          VALUE 'Y'.
           05  WS-FSRPT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-FSRPT-IS-OPEN            VALUE 'Y'.
           05  WS-PEND-OVERFLOW-SW         PIC X(01) VALUE 'N'.
               88  WS-PEND-TABLE-OVERFLOWED    VALUE 'Y'.
           05  WS-SCHED-OVERFLOW-SW        PIC X(01) VALUE 'N'.
               88  WS-SCHED-TABLE-OVERFLOWED   VALUE 'Y'.
           05  WS-ROW-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-ROW-FOUND                VALUE 'Y'.
           05  WS-FEE-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-FEE-FOUND                VALUE 'Y'.
           05  WS-SIM-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-SIM-FOUND                VALUE 'Y'.
           05  WS-TOTAL-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-TOTAL-FOUND              VALUE 'Y'.
           05  WS-TOTALS-WARNING-SW        PIC X(01) VALUE 'N'.
               88  WS-TOTALS-TRUNCATED         VALUE 'Y'.

      ******************************************************************
      * WS-SIM-RULES - THE WINDOW LENGTH AND HOW MANY ACCOUNTS TO
      * LIST, EACH OVERRIDABLE BY PARM.
      ******************************************************************
       01  WS-SIM-RULES.
           05  WS-WINDOW-DAYS              PIC 9(02) VALUE 20.
           05  WS-TOP-ACCOUNTS             PIC 9(02) VALUE 10.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-START                 PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-STEP                  PIC 9(02) COMP VALUE ZERO.

      ******************************************************************
      * WS-LIVE-SCHEDULE AND WS-PROP-SCHEDULE - FEESCHED AS IT STANDS,
      * AND AS IT WOULD STAND WITH EVERY PENDING CHANGE APPROVED. THE
      * ENTRIES ARE THE SAME 24-BYTE FLAT IMAGES REFMNT APPLIES ITS
      * CHANGES TO, WITH A FIELD VIEW FOR PRICING. A LOW-VALUES
      * PRODUCT CODE IS HELD AS SPACES, AS SUBPGM01 HOLDS IT.
      ******************************************************************
       01  WS-LIVE-SCHEDULE.
           05  WS-LIVE-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  WS-LIVE-ENTRY OCCURS 100 TIMES.
               10  WS-LIVE-IMAGE           PIC X(24).
               10  WS-LIVE-FIELDS REDEFINES WS-LIVE-IMAGE.
                   15  WS-LIVE-KEY         PIC X(07).
                   15  WS-LIVE-FLAT-AMOUNT PIC S9(07)V99 COMP-3.
                   15  WS-LIVE-RATE-PCT    PIC 9(02)V999 COMP-3.
                   15  WS-LIVE-PRODUCT-CODE
                                           PIC X(04).
                   15  FILLER              PIC X(05).
       01  WS-PROP-SCHEDULE.
           05  WS-PROP-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  WS-PROP-ENTRY OCCURS 100 TIMES.
               10  WS-PROP-IMAGE           PIC X(24).
               10  WS-PROP-FIELDS REDEFINES WS-PROP-IMAGE.
                   15  WS-PROP-KEY         PIC X(07).
                   15  WS-PROP-FLAT-AMOUNT PIC S9(07)V99 COMP-3.
                   15  WS-PROP-RATE-PCT    PIC 9(02)V999 COMP-3.
                   15  WS-PROP-PRODUCT-CODE
                                           PIC X(04).
                   15  FILLER              PIC X(05).
       01  WS-SCHED-INDEX                  PIC 9(03) COMP VALUE ZERO.

      ******************************************************************
      * WS-PEND-TABLE - THE WHOLE REFPEND QUEUE, LOADED AND REWRITTEN
      * IN FULL THE SAME WAY REFMNT HANDLES IT.
      ******************************************************************
       01  WS-PEND-TABLE.
           05  WS-PEND-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  WS-PEND-INDEX               PIC 9(03) COMP VALUE ZERO.
           05  WS-PEND-ENTRY OCCURS 100 TIMES.
               10  WS-PEND-RECORD          PIC X(108).

      ******************************************************************
      * WS-SIM-TABLE - ONE ENTRY PER PENDING FEESCHED CHANGE, WITH
      * WHAT THE REPLAY FOUND FOR IT. REFMNT ALLOWS ONE PENDING CHANGE
      * PER KEY (REGION, CURRENCY, TYPE AND PRODUCT), AND A POSTING IS
      * CREDITED TO THE CHANGE ON ITS ACCOUNT'S OWN PRODUCT ROW BEFORE
      * THE REGION-WIDE ONE, SO EVERY DIFFERENCE FOUND BELONGS TO
      * EXACTLY ONE CHANGE.
      * THE ENTERING OPERATOR, DATE AND TIME IDENTIFY THE QUEUE ENTRY
      * AGAIN AT STAMPING TIME.
      ******************************************************************
       01  WS-SIM-TABLE.
           05  WS-SIM-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-SIM-INDEX                PIC 9(03) COMP VALUE ZERO.
           05  WS-SIM-FOUND-INDEX          PIC 9(03) COMP VALUE ZERO.
           05  WS-SIM-ENTRY OCCURS 100 TIMES.
               10  WS-SIM-KEY.
                   15  WS-SIM-FEE-KEY.
                       20  WS-SIM-REGION-CODE
                                           PIC X(03).
                       20  WS-SIM-CURRENCY-CODE
                                           PIC X(03).
                       20  WS-SIM-TRANS-TYPE
                                           PIC X(01).
                   15  WS-SIM-PRODUCT-CODE PIC X(04).
               10  WS-SIM-CHANGE-FUNC      PIC X(01).
               10  WS-SIM-ENTERED-BY       PIC X(08).
               10  WS-SIM-ENTERED-DATE     PIC 9(08).
               10  WS-SIM-ENTERED-TIME     PIC 9(08).
               10  WS-SIM-STATE            PIC X(01).
                   88  WS-SIM-APPLIED          VALUE 'A'.
                   88  WS-SIM-NOT-APPLIED      VALUE 'X'.
               10  WS-SIM-POSTINGS         PIC 9(07) COMP.
               10  WS-SIM-CHANGED          PIC 9(07) COMP.
               10  WS-SIM-FEE-DIFF         PIC S9(11)V99 COMP-3.
               10  WS-SIM-TAX-DIFF         PIC S9(11)V99 COMP-3.

      ******************************************************************
      * WS-REGION-TOTALS, WS-CURRENCY-TOTALS - THE REPLAYED POSTINGS'
      * FEES UNDER EACH SCHEDULE, AND THE DIFFERENCES, BY REGION AND
      * BY CURRENCY.
      ******************************************************************
       01  WS-REGION-TOTALS.
           05  WS-RGN-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-RGN-INDEX                PIC 9(03) COMP VALUE ZERO.
           05  WS-RGN-ENTRY OCCURS 50 TIMES.
               10  WS-RGN-CODE             PIC X(03).
               10  WS-RGN-POSTINGS         PIC 9(07) COMP.
               10  WS-RGN-LIVE-FEE         PIC S9(11)V99 COMP-3.
               10  WS-RGN-PROP-FEE         PIC S9(11)V99 COMP-3.
               10  WS-RGN-FEE-DIFF         PIC S9(11)V99 COMP-3.
               10  WS-RGN-TAX-DIFF         PIC S9(11)V99 COMP-3.
       01  WS-CURRENCY-TOTALS.
           05  WS-CCY-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-CCY-INDEX                PIC 9(03) COMP VALUE ZERO.
           05  WS-CCY-ENTRY OCCURS 50 TIMES.
               10  WS-CCY-CODE             PIC X(03).
               10  WS-CCY-POSTINGS         PIC 9(07) COMP.
               10  WS-CCY-LIVE-FEE         PIC S9(11)V99 COMP-3.
               10  WS-CCY-PROP-FEE         PIC S9(11)V99 COMP-3.
               10  WS-CCY-FEE-DIFF         PIC S9(11)V99 COMP-3.
               10  WS-CCY-TAX-DIFF         PIC S9(11)V99 COMP-3.

      ******************************************************************
      * WS-ACCOUNT-TOTALS - THE DIFFERENCES PER ACCOUNT, FOR THE TOP=
      * LIST. ONLY ACCOUNTS WHOSE FEE ACTUALLY MOVES ARE HELD.
      ******************************************************************
       01  WS-ACCOUNT-TOTALS.
           05  WS-ACT-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-ACT-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-ACT-BEST-INDEX           PIC 9(04) COMP VALUE ZERO.
           05  WS-ACT-ENTRY OCCURS 2000 TIMES.
               10  WS-ACT-ACCOUNT          PIC X(10).
               10  WS-ACT-POSTINGS         PIC 9(05) COMP.
               10  WS-ACT-FEE-DIFF         PIC S9(11)V99 COMP-3.
               10  WS-ACT-TAX-DIFF         PIC S9(11)V99 COMP-3.
               10  WS-ACT-LISTED-SW        PIC X(01).
                   88  WS-ACT-LISTED           VALUE 'Y'.
       01  WS-TOP-RANK                     PIC 9(02) COMP VALUE ZERO.
       01  WS-ABS-DIFF                     PIC 9(11)V99 VALUE ZERO.
       01  WS-BEST-ABS-DIFF                PIC 9(11)V99 VALUE ZERO.

      ******************************************************************
      * WS-PRICING - ONE REPLAYED POSTING PRICED UNDER EACH SCHEDULE.
      ******************************************************************
       01  WS-PRICING.
           05  WS-ACCOUNT-PRODUCT-CODE     PIC X(04) VALUE SPACES.
           05  WS-MATCH-PRODUCT            PIC X(04) VALUE SPACES.
           05  WS-MATCH-KEY                PIC X(07) VALUE SPACES.
           05  WS-FOUND-FLAT               PIC S9(07)V99 COMP-3
                                            VALUE ZERO.
           05  WS-FOUND-RATE               PIC 9(02)V999 COMP-3
                                            VALUE ZERO.
           05  WS-FEE-TAX-RATE             PIC 9(02)V999 COMP-3
                                            VALUE ZERO.
           05  WS-LIVE-FEE                 PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-PROP-FEE                 PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-LIVE-TAX                 PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-PROP-TAX                 PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-FEE-DIFF                 PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TAX-DIFF                 PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-REPLAYED         PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-CHANGED          PIC 9(07) COMP VALUE ZERO.
           05  WS-CHANGES-STAMPED          PIC 9(03) COMP VALUE ZERO.
       01  WS-TOTAL-FEE-DIFF               PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
       01  WS-TOTAL-TAX-DIFF               PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05  WS-LIVE-EDIT                PIC -(10)9.99.
           05  WS-PROP-EDIT                PIC -(10)9.99.
           05  WS-FEE-EDIT                 PIC -(10)9.99.
           05  WS-TAX-EDIT                 PIC -(10)9.99.
           05  WS-TOTAL-EDIT               PIC -(12)9.99.
           05  WS-COUNT-EDIT               PIC Z(06)9.
           05  WS-CHANGE-TEXT              PIC X(07) VALUE SPACES.

      * THE PARM STRING, TOKENIZED THE SAME WAY AS EXPALERT'S.
       01  WS-PARM-STRING                  PIC X(80) VALUE SPACES.
       01  WS-PARM-TABLE.
           05  WS-PARM-TOK                 PIC X(20) OCCURS 7 TIMES.
       01  WS-PARM-INDEX                   PIC 9(02) COMP VALUE ZERO.
       01  WS-PARM-KEY                     PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                   PIC X(16) VALUE SPACES.

      ******************************************************************
      * 0000-MAINLINE - BUILD THE LIVE AND PROPOSED SCHEDULES, REPLAY
      *                 THE WINDOW THROUGH BOTH, REPORT, AND STAMP THE
      *                 CHANGES SIMULATED.
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-BUILD-SCHEDULES THRU 2000-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED AND WS-SIM-COUNT > ZERO
               PERFORM 3000-REPLAY-POSTINGS THRU 3000-EXIT
               PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
               PERFORM 5000-STAMP-PENDING-QUEUE THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, PARMS, THE WINDOW, AND THE
      *                   FILES. WITHOUT ACCTMSTR NO POSTING CAN BE
      *                   PRICED ON ITS PRODUCT'S ROW, SO THE RUN IS
      *                   REFUSED (CC 8) RATHER THAN MISPRICE.
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
           OPEN OUTPUT EXPFSRPT-FILE
           IF NOT WS-EXPFSRPT-OK
               DISPLAY V-PN 'UNABLE TO OPEN EXPFSRPT - STATUS '
                   WS-EXPFSRPT-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-FSRPT-OPEN-SWITCH.
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
      * 1060-ACCEPT-PARM - DAYS= AND TOP= OVERRIDE THE DEFAULTS. A
      *                    VALUE OF ZERO IS IGNORED.
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
           DISPLAY V-PN 'WINDOW BUSINESS DAYS.: ' WS-WINDOW-DAYS
           DISPLAY V-PN 'TOP ACCOUNTS LISTED..: ' WS-TOP-ACCOUNTS.
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
               WHEN 'TOP'
                   IF WS-PARM-VALUE(1:2) IS NUMERIC AND
                           WS-PARM-VALUE(1:2) > ZERO
                       MOVE WS-PARM-VALUE(1:2) TO WS-TOP-ACCOUNTS
                   ELSE
                       IF WS-PARM-VALUE(1:1) IS NUMERIC AND
                               WS-PARM-VALUE(1:1) > ZERO AND
                               WS-PARM-VALUE(2:1) = SPACE
                           MOVE WS-PARM-VALUE(1:1) TO WS-TOP-ACCOUNTS
                       END-IF
                   END-IF
           END-EVALUATE.
       1070-EXIT.
           EXIT.

      ******************************************************************
      * 1100-SET-WINDOW - THE WINDOW ENDS ON THE BUSINESS DATE AND
      *                   STARTS ON THE BUSINESS DAY THAT MAKES IT
      *                   DAYS= BUSINESS DAYS LONG, COUNTED THE SAME
      *                   WAY AS EXPSTRUC'S.
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
      * 2000-BUILD-SCHEDULES - THE LIVE SCHEDULE, THE WITHHOLDING
      *                        RATE AND THE PENDING QUEUE; THEN THE
      *                        PROPOSED SCHEDULE, THE LIVE ONE WITH
      *                        EACH PENDING FEESCHED CHANGE APPLIED
      *                        IN QUEUE ORDER. A TRUNCATED SCHEDULE
      *                        WOULD PRICE WRONGLY AND A TRUNCATED
      *                        QUEUE COULD NOT BE REWRITTEN, SO
      *                        EITHER REFUSES THE RUN (CC 8).
      ******************************************************************
       2000-BUILD-SCHEDULES.
           OPEN INPUT FEESCHED-FILE
           IF WS-FEESCHED-OK
               PERFORM 2100-LOAD-ONE-FEE THRU 2100-EXIT
                   UNTIL WS-FEESCHED-EOF
               CLOSE FEESCHED-FILE
           ELSE
               DISPLAY V-PN 'NO FEESCHED FILE FOUND - LIVE SCHEDULE '
                   'TAKEN AS EMPTY'
           END-IF
           IF WS-SCHED-TABLE-OVERFLOWED
               DISPLAY V-PN 'FEESCHED EXCEEDS 100 ROWS - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-LOAD-FEE-TAX-RATE THRU 2200-EXIT
           PERFORM 2300-LOAD-PENDING-QUEUE THRU 2300-EXIT
           IF WS-PEND-TABLE-OVERFLOWED
               DISPLAY V-PN 'REFPEND EXCEEDS 100 ENTRIES - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE WS-LIVE-SCHEDULE TO WS-PROP-SCHEDULE
           PERFORM 2400-APPLY-PENDING-CHANGE THRU 2400-EXIT
               VARYING WS-PEND-INDEX FROM 1 BY 1
               UNTIL WS-PEND-INDEX > WS-PEND-COUNT
           IF WS-SIM-COUNT = ZERO
               DISPLAY V-PN 'NO PENDING FEESCHED CHANGES - NOTHING '
                   'TO SIMULATE'
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-FEE.
           READ FEESCHED-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-LIVE-COUNT < 100
                       ADD 1 TO WS-LIVE-COUNT
                       MOVE SPACES TO WS-LIVE-IMAGE(WS-LIVE-COUNT)
                       MOVE FEESCHED-RECORD
                           TO WS-LIVE-IMAGE(WS-LIVE-COUNT)(1:21)
                       IF FEE-PRODUCT-CODE = LOW-VALUES
                           MOVE SPACES TO
                               WS-LIVE-PRODUCT-CODE(WS-LIVE-COUNT)
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-SCHED-OVERFLOW-SW
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-LOAD-FEE-TAX-RATE - THE FEETAX WITHHOLDING RATE, READ THE
      *                          WAY SUBPGM01 READS IT. A MISSING FILE
      *                          OR ZERO RATE MEANS NO WITHHOLDING.
      ******************************************************************
       2200-LOAD-FEE-TAX-RATE.
           OPEN INPUT FEETAX-FILE
           IF WS-FEETAX-OK
               READ FEETAX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FTX-RATE-PCT NUMERIC
                           MOVE FTX-RATE-PCT TO WS-FEE-TAX-RATE
                       END-IF
               END-READ
               CLOSE FEETAX-FILE
           ELSE
               DISPLAY V-PN 'NO FEETAX FILE FOUND - NO FEE '
                   'WITHHOLDING SIMULATED'
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LOAD-PENDING-QUEUE - THE WHOLE REFPEND QUEUE INTO MEMORY.
      ******************************************************************
       2300-LOAD-PENDING-QUEUE.
           MOVE ZERO TO WS-PEND-COUNT
           MOVE 'N' TO WS-PEND-OVERFLOW-SW
           OPEN INPUT REFPEND-FILE
           IF NOT WS-REFPEND-OK
               GO TO 2300-EXIT
           END-IF
           PERFORM 2350-LOAD-ONE-PENDING THRU 2350-EXIT
               UNTIL WS-REFPEND-EOF
           CLOSE REFPEND-FILE.
       2300-EXIT.
           EXIT.

       2350-LOAD-ONE-PENDING.
           READ REFPEND-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-PEND-COUNT < 100
                       ADD 1 TO WS-PEND-COUNT
                       MOVE REFPEND-RECORD
                           TO WS-PEND-RECORD(WS-PEND-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-PEND-OVERFLOW-SW
                   END-IF
           END-READ.
       2350-EXIT.
           EXIT.

      ******************************************************************
      * 2400-APPLY-PENDING-CHANGE - ONE PENDING FEESCHED CHANGE ONTO
      *                             THE PROPOSED SCHEDULE, AS REFMNT
      *                             6000-APPLY-CHANGE WOULD APPLY IT.
      *                             A CHANGE THAT WOULD FAIL THERE -
      *                             THE ROW IT REPLACES OR DELETES IS
      *                             GONE, OR THE SCHEDULE IS FULL - IS
      *                             REPORTED AND NOT STAMPED.
      ******************************************************************
       2400-APPLY-PENDING-CHANGE.
           MOVE WS-PEND-RECORD(WS-PEND-INDEX) TO REFPEND-RECORD
           IF NOT RFP-PENDING OR NOT RFP-TARGET-FEESCHED
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-SIM-COUNT
           MOVE RFP-RECORD-KEY TO WS-SIM-KEY(WS-SIM-COUNT)
           MOVE RFP-CHANGE-FUNC TO WS-SIM-CHANGE-FUNC(WS-SIM-COUNT)
           MOVE RFP-ENTERED-BY TO WS-SIM-ENTERED-BY(WS-SIM-COUNT)
           MOVE RFP-ENTERED-DATE TO WS-SIM-ENTERED-DATE(WS-SIM-COUNT)
           MOVE RFP-ENTERED-TIME TO WS-SIM-ENTERED-TIME(WS-SIM-COUNT)
           MOVE 'A' TO WS-SIM-STATE(WS-SIM-COUNT)
           MOVE ZERO TO WS-SIM-POSTINGS(WS-SIM-COUNT)
           MOVE ZERO TO WS-SIM-CHANGED(WS-SIM-COUNT)
           MOVE ZERO TO WS-SIM-FEE-DIFF(WS-SIM-COUNT)
           MOVE ZERO TO WS-SIM-TAX-DIFF(WS-SIM-COUNT)
           MOVE RFP-RECORD-KEY(1:7) TO WS-MATCH-KEY
           MOVE RFP-RECORD-KEY(8:4) TO WS-MATCH-PRODUCT
           MOVE 'N' TO WS-ROW-FOUND-SWITCH
           MOVE 1 TO WS-SCHED-INDEX
           PERFORM 2450-COMPARE-PROPOSED-KEY THRU 2450-EXIT
               UNTIL WS-SCHED-INDEX > WS-PROP-COUNT
                   OR WS-ROW-FOUND
           EVALUATE TRUE
               WHEN RFP-CHANGE-ADD
                   IF WS-PROP-COUNT < 100
                       ADD 1 TO WS-PROP-COUNT
                       MOVE RFP-NEW-RECORD
                           TO WS-PROP-IMAGE(WS-PROP-COUNT)
                   ELSE
                       MOVE 'X' TO WS-SIM-STATE(WS-SIM-COUNT)
                   END-IF
               WHEN RFP-CHANGE-REPLACE
                   IF WS-ROW-FOUND
                       MOVE RFP-NEW-RECORD
                           TO WS-PROP-IMAGE(WS-SCHED-INDEX)
                   ELSE
                       MOVE 'X' TO WS-SIM-STATE(WS-SIM-COUNT)
                   END-IF
               WHEN RFP-CHANGE-DELETE
                   IF WS-ROW-FOUND
                       PERFORM 2460-SHIFT-ONE-ROW THRU 2460-EXIT
                           VARYING WS-SCHED-INDEX FROM WS-SCHED-INDEX
                           BY 1 UNTIL WS-SCHED-INDEX >= WS-PROP-COUNT
                       SUBTRACT 1 FROM WS-PROP-COUNT
                   ELSE
                       MOVE 'X' TO WS-SIM-STATE(WS-SIM-COUNT)
                   END-IF
           END-EVALUATE
           IF WS-SIM-NOT-APPLIED(WS-SIM-COUNT)
               DISPLAY V-PN 'PENDING CHANGE ' RFP-CHANGE-FUNC ' KEY '
                   RFP-RECORD-KEY ' NO LONGER APPLIES TO FEESCHED - '
                   'NOT SIMULATED'
           END-IF.
       2400-EXIT.
           EXIT.

       2450-COMPARE-PROPOSED-KEY.
           IF WS-PROP-KEY(WS-SCHED-INDEX) = WS-MATCH-KEY AND
                   WS-PROP-PRODUCT-CODE(WS-SCHED-INDEX)
                       = WS-MATCH-PRODUCT
               MOVE 'Y' TO WS-ROW-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-SCHED-INDEX
           END-IF.
       2450-EXIT.
           EXIT.

       2460-SHIFT-ONE-ROW.
           MOVE WS-PROP-IMAGE(WS-SCHED-INDEX + 1)
               TO WS-PROP-IMAGE(WS-SCHED-INDEX).
       2460-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REPLAY-POSTINGS - ONE WALK OVER TRANLOG THEN TRANARCH,
      *                        PRICING EVERY CLEANLY POSTED ENTRY IN
      *                        THE WINDOW THAT A PENDING CHANGE COULD
      *                        REPRICE.
      ******************************************************************
       3000-REPLAY-POSTINGS.
           OPEN INPUT TRANLOG-FILE
           IF WS-TRANLOG-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 3100-REPLAY-TRANLOG-ENTRY THRU 3100-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE TRANLOG-FILE
           END-IF
           OPEN INPUT TRANARCH-FILE
           IF WS-TRANARCH-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 3200-REPLAY-TRANARCH-ENTRY THRU 3200-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE TRANARCH-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-REPLAY-TRANLOG-ENTRY.
           READ TRANLOG-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   PERFORM 3300-REPLAY-ONE-ENTRY THRU 3300-EXIT
           END-READ.
       3100-EXIT.
           EXIT.

       3200-REPLAY-TRANARCH-ENTRY.
           READ TRANARCH-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE TRANARCH-RECORD TO TLOG-RECORD
                   PERFORM 3300-REPLAY-ONE-ENTRY THRU 3300-EXIT
           END-READ.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-REPLAY-ONE-ENTRY - ONLY WHAT SUBPGM01 WOULD HAVE PRICED
      *                         IS REPLAYED: THE FEE, ITS WITHHOLDING,
      *                         THE NSF FEE AND A REVALUATION NEVER
      *                         CARRY A FEE OF THEIR OWN. AN ENTRY
      *                         WHOSE REGION, CURRENCY AND TYPE NO
      *                         PENDING CHANGE TOUCHES PRICES THE SAME
      *                         UNDER BOTH SCHEDULES AND IS PASSED BY.
      ******************************************************************
       3300-REPLAY-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-READ
           IF TLOG-RETURN-CODE NOT = ZERO
               GO TO 3300-EXIT
           END-IF
           IF TLOG-TRANSACTION-DATE < WS-WINDOW-START OR
                   TLOG-TRANSACTION-DATE > WS-RUN-DATE
               GO TO 3300-EXIT
           END-IF
           IF TLOG-TYPE-FEE-TAX OR TLOG-TYPE-NSF-FEE OR
                   TLOG-TYPE-REVALUATION
               GO TO 3300-EXIT
           END-IF
           IF TLOG-TYPE-ADJUSTMENT AND
                   (TLOG-TRACE-ID(1:1) = 'F' OR 'L' OR 'E')
               GO TO 3300-EXIT
           END-IF
           IF TLOG-CONVERTED-AMOUNT NOT NUMERIC
               GO TO 3300-EXIT
           END-IF
           MOVE SPACES TO WS-MATCH-KEY
           MOVE TLOG-REGION-CODE TO WS-MATCH-KEY(1:3)
           MOVE TLOG-CURRENCY-CODE TO WS-MATCH-KEY(4:3)
           MOVE TLOG-TRANSACTION-TYPE TO WS-MATCH-KEY(7:1)
           MOVE 'N' TO WS-SIM-FOUND-SWITCH
           PERFORM 3350-COMPARE-SIM-KEY
               VARYING WS-SIM-INDEX FROM 1 BY 1
               UNTIL WS-SIM-INDEX > WS-SIM-COUNT OR WS-SIM-FOUND
           IF NOT WS-SIM-FOUND
               GO TO 3300-EXIT
           END-IF
           MOVE TLOG-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE SPACES TO ACM-PRODUCT-CODE
           END-READ
           IF ACM-PRODUCT-CODE = LOW-VALUES
               MOVE SPACES TO WS-ACCOUNT-PRODUCT-CODE
           ELSE
               MOVE ACM-PRODUCT-CODE TO WS-ACCOUNT-PRODUCT-CODE
           END-IF
           PERFORM 3360-FIND-OWNING-CHANGE THRU 3360-EXIT
           IF NOT WS-SIM-FOUND
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO WS-ENTRIES-REPLAYED
           PERFORM 3400-PRICE-LIVE THRU 3400-EXIT
           PERFORM 3500-PRICE-PROPOSED THRU 3500-EXIT
           COMPUTE WS-FEE-DIFF = WS-PROP-FEE - WS-LIVE-FEE
           COMPUTE WS-TAX-DIFF = WS-PROP-TAX - WS-LIVE-TAX
           ADD 1 TO WS-SIM-POSTINGS(WS-SIM-FOUND-INDEX)
           ADD WS-FEE-DIFF TO WS-SIM-FEE-DIFF(WS-SIM-FOUND-INDEX)
           ADD WS-TAX-DIFF TO WS-SIM-TAX-DIFF(WS-SIM-FOUND-INDEX)
           ADD WS-FEE-DIFF TO WS-TOTAL-FEE-DIFF
           ADD WS-TAX-DIFF TO WS-TOTAL-TAX-DIFF
           PERFORM 3600-ADD-REGION-TOTALS THRU 3600-EXIT
           PERFORM 3650-ADD-CURRENCY-TOTALS THRU 3650-EXIT
           IF WS-FEE-DIFF NOT = ZERO OR WS-TAX-DIFF NOT = ZERO
               ADD 1 TO WS-ENTRIES-CHANGED
               ADD 1 TO WS-SIM-CHANGED(WS-SIM-FOUND-INDEX)
               PERFORM 3700-ADD-ACCOUNT-TOTALS THRU 3700-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

       3350-COMPARE-SIM-KEY.
           IF WS-SIM-FEE-KEY(WS-SIM-INDEX) = WS-MATCH-KEY AND
                   WS-SIM-APPLIED(WS-SIM-INDEX)
               MOVE 'Y' TO WS-SIM-FOUND-SWITCH
               MOVE WS-SIM-INDEX TO WS-SIM-FOUND-INDEX
           END-IF.

      ******************************************************************
      * 3360-FIND-OWNING-CHANGE - THE PENDING CHANGE THE POSTING'S
      *                           DIFFERENCE BELONGS TO: THE ONE ON
      *                           THE ACCOUNT'S OWN PRODUCT ROW, ELSE
      *                           THE ONE ON THE REGION-WIDE ROW. A
      *                           POSTING WHOSE ONLY CHANGES ARE TO
      *                           OTHER PRODUCTS' ROWS PRICES THE SAME
      *                           UNDER BOTH SCHEDULES AND IS PASSED
      *                           BY.
      ******************************************************************
       3360-FIND-OWNING-CHANGE.
           MOVE 'N' TO WS-SIM-FOUND-SWITCH
           IF WS-ACCOUNT-PRODUCT-CODE NOT = SPACES
               MOVE WS-ACCOUNT-PRODUCT-CODE TO WS-MATCH-PRODUCT
               PERFORM 3370-COMPARE-SIM-PRODUCT
                   VARYING WS-SIM-INDEX FROM 1 BY 1
                   UNTIL WS-SIM-INDEX > WS-SIM-COUNT OR WS-SIM-FOUND
           END-IF
           IF NOT WS-SIM-FOUND
               MOVE SPACES TO WS-MATCH-PRODUCT
               PERFORM 3370-COMPARE-SIM-PRODUCT
                   VARYING WS-SIM-INDEX FROM 1 BY 1
                   UNTIL WS-SIM-INDEX > WS-SIM-COUNT OR WS-SIM-FOUND
           END-IF.
       3360-EXIT.
           EXIT.

       3370-COMPARE-SIM-PRODUCT.
           IF WS-SIM-FEE-KEY(WS-SIM-INDEX) = WS-MATCH-KEY AND
                   WS-SIM-PRODUCT-CODE(WS-SIM-INDEX)
                       = WS-MATCH-PRODUCT AND
                   WS-SIM-APPLIED(WS-SIM-INDEX)
               MOVE 'Y' TO WS-SIM-FOUND-SWITCH
               MOVE WS-SIM-INDEX TO WS-SIM-FOUND-INDEX
           END-IF.

      ******************************************************************
      * 3400-PRICE-LIVE, 3500-PRICE-PROPOSED - THE FEE AND ITS
      *                  WITHHOLDING UNDER EACH SCHEDULE, AS SUBPGM01
      *                  1400-CALCULATE-FEE AND 1470-POST-FEE-TAX
      *                  WORK THEM OUT: THE ACCOUNT'S OWN PRODUCT ROW
      *                  FIRST, THEN THE BLANK-PRODUCT ROW; NO ROW, OR
      *                  A FEE THAT DOES NOT COME OUT ABOVE ZERO,
      *                  MEANS NO FEE.
      ******************************************************************
       3400-PRICE-LIVE.
           MOVE ZERO TO WS-LIVE-FEE
           MOVE ZERO TO WS-LIVE-TAX
           MOVE 'N' TO WS-FEE-FOUND-SWITCH
           IF WS-ACCOUNT-PRODUCT-CODE NOT = SPACES
               MOVE WS-ACCOUNT-PRODUCT-CODE TO WS-MATCH-PRODUCT
               PERFORM 3420-COMPARE-LIVE-ROW
                   VARYING WS-SCHED-INDEX FROM 1 BY 1
                   UNTIL WS-SCHED-INDEX > WS-LIVE-COUNT OR WS-FEE-FOUND
           END-IF
           IF NOT WS-FEE-FOUND
               MOVE SPACES TO WS-MATCH-PRODUCT
               PERFORM 3420-COMPARE-LIVE-ROW
                   VARYING WS-SCHED-INDEX FROM 1 BY 1
                   UNTIL WS-SCHED-INDEX > WS-LIVE-COUNT OR WS-FEE-FOUND
           END-IF
           IF NOT WS-FEE-FOUND
               GO TO 3400-EXIT
           END-IF
           COMPUTE WS-LIVE-FEE ROUNDED =
               WS-FOUND-FLAT +
               (TLOG-CONVERTED-AMOUNT * WS-FOUND-RATE / 100)
           IF WS-LIVE-FEE NOT > ZERO
               MOVE ZERO TO WS-LIVE-FEE
               GO TO 3400-EXIT
           END-IF
           COMPUTE WS-LIVE-TAX ROUNDED =
               WS-LIVE-FEE * WS-FEE-TAX-RATE / 100
           IF WS-LIVE-TAX NOT > ZERO
               MOVE ZERO TO WS-LIVE-TAX
           END-IF.
       3400-EXIT.
           EXIT.

       3420-COMPARE-LIVE-ROW.
           IF WS-LIVE-KEY(WS-SCHED-INDEX) = WS-MATCH-KEY AND
                   WS-LIVE-PRODUCT-CODE(WS-SCHED-INDEX)
                       = WS-MATCH-PRODUCT
               MOVE WS-LIVE-FLAT-AMOUNT(WS-SCHED-INDEX)
                   TO WS-FOUND-FLAT
               MOVE WS-LIVE-RATE-PCT(WS-SCHED-INDEX) TO WS-FOUND-RATE
               MOVE 'Y' TO WS-FEE-FOUND-SWITCH
           END-IF.

       3500-PRICE-PROPOSED.
           MOVE ZERO TO WS-PROP-FEE
           MOVE ZERO TO WS-PROP-TAX
           MOVE 'N' TO WS-FEE-FOUND-SWITCH
           IF WS-ACCOUNT-PRODUCT-CODE NOT = SPACES
               MOVE WS-ACCOUNT-PRODUCT-CODE TO WS-MATCH-PRODUCT
               PERFORM 3520-COMPARE-PROPOSED-ROW
                   VARYING WS-SCHED-INDEX FROM 1 BY 1
                   UNTIL WS-SCHED-INDEX > WS-PROP-COUNT OR WS-FEE-FOUND
           END-IF
           IF NOT WS-FEE-FOUND
               MOVE SPACES TO WS-MATCH-PRODUCT
               PERFORM 3520-COMPARE-PROPOSED-ROW
                   VARYING WS-SCHED-INDEX FROM 1 BY 1
                   UNTIL WS-SCHED-INDEX > WS-PROP-COUNT OR WS-FEE-FOUND
           END-IF
           IF NOT WS-FEE-FOUND
               GO TO 3500-EXIT
           END-IF
           COMPUTE WS-PROP-FEE ROUNDED =
               WS-FOUND-FLAT +
               (TLOG-CONVERTED-AMOUNT * WS-FOUND-RATE / 100)
           IF WS-PROP-FEE NOT > ZERO
               MOVE ZERO TO WS-PROP-FEE
               GO TO 3500-EXIT
           END-IF
           COMPUTE WS-PROP-TAX ROUNDED =
               WS-PROP-FEE * WS-FEE-TAX-RATE / 100
           IF WS-PROP-TAX NOT > ZERO
               MOVE ZERO TO WS-PROP-TAX
           END-IF.
       3500-EXIT.
           EXIT.

       3520-COMPARE-PROPOSED-ROW.
           IF WS-PROP-KEY(WS-SCHED-INDEX) = WS-MATCH-KEY AND
                   WS-PROP-PRODUCT-CODE(WS-SCHED-INDEX)
                       = WS-MATCH-PRODUCT
               MOVE WS-PROP-FLAT-AMOUNT(WS-SCHED-INDEX)
                   TO WS-FOUND-FLAT
               MOVE WS-PROP-RATE-PCT(WS-SCHED-INDEX) TO WS-FOUND-RATE
               MOVE 'Y' TO WS-FEE-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * 3600-ADD-REGION-TOTALS, 3650-ADD-CURRENCY-TOTALS - FIND OR ADD
      *                  THE ENTRY'S REGION AND CURRENCY ROWS. A FULL
      *                  TABLE DROPS THE NEW CODE FROM ITS SECTION AND
      *                  ENDS THE RUN CC 4.
      ******************************************************************
       3600-ADD-REGION-TOTALS.
           MOVE 'N' TO WS-TOTAL-FOUND-SWITCH
           PERFORM 3610-COMPARE-REGION
               VARYING WS-RGN-INDEX FROM 1 BY 1
               UNTIL WS-RGN-INDEX > WS-RGN-COUNT OR WS-TOTAL-FOUND
           IF WS-TOTAL-FOUND
               SUBTRACT 1 FROM WS-RGN-INDEX
           ELSE
               IF WS-RGN-COUNT < 50
                   ADD 1 TO WS-RGN-COUNT
                   MOVE WS-RGN-COUNT TO WS-RGN-INDEX
                   MOVE TLOG-REGION-CODE TO WS-RGN-CODE(WS-RGN-INDEX)
                   MOVE ZERO TO WS-RGN-POSTINGS(WS-RGN-INDEX)
                   MOVE ZERO TO WS-RGN-LIVE-FEE(WS-RGN-INDEX)
                   MOVE ZERO TO WS-RGN-PROP-FEE(WS-RGN-INDEX)
                   MOVE ZERO TO WS-RGN-FEE-DIFF(WS-RGN-INDEX)
                   MOVE ZERO TO WS-RGN-TAX-DIFF(WS-RGN-INDEX)
               ELSE
                   MOVE 'Y' TO WS-TOTALS-WARNING-SW
                   GO TO 3600-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-RGN-POSTINGS(WS-RGN-INDEX)
           ADD WS-LIVE-FEE TO WS-RGN-LIVE-FEE(WS-RGN-INDEX)
           ADD WS-PROP-FEE TO WS-RGN-PROP-FEE(WS-RGN-INDEX)
           ADD WS-FEE-DIFF TO WS-RGN-FEE-DIFF(WS-RGN-INDEX)
           ADD WS-TAX-DIFF TO WS-RGN-TAX-DIFF(WS-RGN-INDEX).
       3600-EXIT.
           EXIT.

       3610-COMPARE-REGION.
           IF WS-RGN-CODE(WS-RGN-INDEX) = TLOG-REGION-CODE
               MOVE 'Y' TO WS-TOTAL-FOUND-SWITCH
           END-IF.

       3650-ADD-CURRENCY-TOTALS.
           MOVE 'N' TO WS-TOTAL-FOUND-SWITCH
           PERFORM 3660-COMPARE-CURRENCY
               VARYING WS-CCY-INDEX FROM 1 BY 1
               UNTIL WS-CCY-INDEX > WS-CCY-COUNT OR WS-TOTAL-FOUND
           IF WS-TOTAL-FOUND
               SUBTRACT 1 FROM WS-CCY-INDEX
           ELSE
               IF WS-CCY-COUNT < 50
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-INDEX
                   MOVE TLOG-CURRENCY-CODE TO WS-CCY-CODE(WS-CCY-INDEX)
                   MOVE ZERO TO WS-CCY-POSTINGS(WS-CCY-INDEX)
                   MOVE ZERO TO WS-CCY-LIVE-FEE(WS-CCY-INDEX)
                   MOVE ZERO TO WS-CCY-PROP-FEE(WS-CCY-INDEX)
                   MOVE ZERO TO WS-CCY-FEE-DIFF(WS-CCY-INDEX)
                   MOVE ZERO TO WS-CCY-TAX-DIFF(WS-CCY-INDEX)
               ELSE
                   MOVE 'Y' TO WS-TOTALS-WARNING-SW
                   GO TO 3650-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-CCY-POSTINGS(WS-CCY-INDEX)
           ADD WS-LIVE-FEE TO WS-CCY-LIVE-FEE(WS-CCY-INDEX)
           ADD WS-PROP-FEE TO WS-CCY-PROP-FEE(WS-CCY-INDEX)
           ADD WS-FEE-DIFF TO WS-CCY-FEE-DIFF(WS-CCY-INDEX)
           ADD WS-TAX-DIFF TO WS-CCY-TAX-DIFF(WS-CCY-INDEX).
       3650-EXIT.
           EXIT.

       3660-COMPARE-CURRENCY.
           IF WS-CCY-CODE(WS-CCY-INDEX) = TLOG-CURRENCY-CODE
               MOVE 'Y' TO WS-TOTAL-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * 3700-ADD-ACCOUNT-TOTALS - FIND OR ADD THE ENTRY'S ACCOUNT. A
      *                           FULL TABLE LEAVES A NEW ACCOUNT OUT
      *                           OF THE TOP= LIST AND ENDS THE RUN
      *                           CC 4.
      ******************************************************************
       3700-ADD-ACCOUNT-TOTALS.
           MOVE 'N' TO WS-TOTAL-FOUND-SWITCH
           PERFORM 3710-COMPARE-ACCOUNT
               VARYING WS-ACT-INDEX FROM 1 BY 1
               UNTIL WS-ACT-INDEX > WS-ACT-COUNT OR WS-TOTAL-FOUND
           IF WS-TOTAL-FOUND
               SUBTRACT 1 FROM WS-ACT-INDEX
           ELSE
               IF WS-ACT-COUNT < 2000
                   ADD 1 TO WS-ACT-COUNT
                   MOVE WS-ACT-COUNT TO WS-ACT-INDEX
                   MOVE TLOG-ACCOUNT-NUMBER
                       TO WS-ACT-ACCOUNT(WS-ACT-INDEX)
                   MOVE ZERO TO WS-ACT-POSTINGS(WS-ACT-INDEX)
                   MOVE ZERO TO WS-ACT-FEE-DIFF(WS-ACT-INDEX)
                   MOVE ZERO TO WS-ACT-TAX-DIFF(WS-ACT-INDEX)
                   MOVE 'N' TO WS-ACT-LISTED-SW(WS-ACT-INDEX)
               ELSE
                   MOVE 'Y' TO WS-TOTALS-WARNING-SW
                   GO TO 3700-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-ACT-POSTINGS(WS-ACT-INDEX)
           ADD WS-FEE-DIFF TO WS-ACT-FEE-DIFF(WS-ACT-INDEX)
           ADD WS-TAX-DIFF TO WS-ACT-TAX-DIFF(WS-ACT-INDEX).
       3700-EXIT.
           EXIT.

       3710-COMPARE-ACCOUNT.
           IF WS-ACT-ACCOUNT(WS-ACT-INDEX) = TLOG-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-TOTAL-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * 4000-WRITE-REPORT - THE HEADING, THEN ONE SECTION EACH FOR THE
      *                     PENDING CHANGES, THE REGIONS, THE
      *                     CURRENCIES AND THE TOP= ACCOUNTS. EVERY
      *                     DIFFERENCE IS PROPOSED MINUS LIVE, IN THE
      *                     BASE CURRENCY - POSITIVE IS MORE FEE
      *                     INCOME (AND MORE WITHHOLDING).
      ******************************************************************
       4000-WRITE-REPORT.
           MOVE SPACES TO FSR-RECORD
           STRING 'FEE SCHEDULE CHANGE IMPACT SIMULATION - RUN '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO FSR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO FSR-RECORD
           STRING 'POSTINGS REPLAYED FROM ' DELIMITED BY SIZE
                  WS-WINDOW-START DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO FSR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE WS-TOTAL-FEE-DIFF TO WS-TOTAL-EDIT
           MOVE SPACES TO FSR-RECORD
           STRING 'TOTAL FEE DIFFERENCE ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO FSR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE WS-TOTAL-TAX-DIFF TO WS-TOTAL-EDIT
           MOVE SPACES TO FSR-RECORD
           STRING 'TOTAL TAX DIFFERENCE ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO FSR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO FSR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE 'PENDING CHANGES' TO FSR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO FSR-RECORD
           STRING 'RGN CCY T CHANGE  ENTERED  POSTINGS CHANGED'
                      DELIMITED BY SIZE
                  '       FEE DIFF       TAX DIFF PROD'
                      DELIMITED BY SIZE
               INTO FSR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           PERFORM 4100-PRINT-ONE-CHANGE THRU 4100-EXIT
               VARYING WS-SIM-INDEX FROM 1 BY 1
               UNTIL WS-SIM-INDEX > WS-SIM-COUNT
           MOVE SPACES TO FSR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE 'BY REGION' TO FSR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           PERFORM 4200-PRINT-TOTALS-HEADING THRU 4200-EXIT
           PERFORM 4300-PRINT-ONE-REGION THRU 4300-EXIT
               VARYING WS-RGN-INDEX FROM 1 BY 1
               UNTIL WS-RGN-INDEX > WS-RGN-COUNT
           MOVE SPACES TO FSR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE 'BY CURRENCY' TO FSR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           PERFORM 4200-PRINT-TOTALS-HEADING THRU 4200-EXIT
           PERFORM 4350-PRINT-ONE-CURRENCY THRU 4350-EXIT
               VARYING WS-CCY-INDEX FROM 1 BY 1
               UNTIL WS-CCY-INDEX > WS-CCY-COUNT
           MOVE SPACES TO FSR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE 'MOST AFFECTED ACCOUNTS' TO FSR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO FSR-RECORD
           STRING 'RANK ACCOUNT    POSTINGS' DELIMITED BY SIZE
                  '       FEE DIFF       TAX DIFF' DELIMITED BY SIZE
               INTO FSR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           PERFORM 4500-PRINT-NEXT-ACCOUNT THRU 4500-EXIT
               VARYING WS-TOP-RANK FROM 1 BY 1
               UNTIL WS-TOP-RANK > WS-TOP-ACCOUNTS
           IF WS-TOTALS-TRUNCATED
               MOVE SPACES TO FSR-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               MOVE '*** TOTALS TABLE FULL - SECTIONS ABOVE ARE '
                   TO FSR-RECORD(1:44)
               MOVE 'INCOMPLETE ***' TO FSR-RECORD(45:14)
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-CHANGE.
           EVALUATE WS-SIM-CHANGE-FUNC(WS-SIM-INDEX)
               WHEN 'A'
                   MOVE 'ADD    ' TO WS-CHANGE-TEXT
               WHEN 'C'
                   MOVE 'REPLACE' TO WS-CHANGE-TEXT
               WHEN OTHER
                   MOVE 'DELETE ' TO WS-CHANGE-TEXT
           END-EVALUATE
           MOVE SPACES TO FSR-RECORD
           MOVE WS-SIM-REGION-CODE(WS-SIM-INDEX) TO FSR-RECORD(1:3)
           MOVE WS-SIM-CURRENCY-CODE(WS-SIM-INDEX) TO FSR-RECORD(5:3)
           MOVE WS-SIM-TRANS-TYPE(WS-SIM-INDEX) TO FSR-RECORD(9:1)
           MOVE WS-CHANGE-TEXT TO FSR-RECORD(11:7)
           MOVE WS-SIM-PRODUCT-CODE(WS-SIM-INDEX) TO FSR-RECORD(75:4)
           MOVE WS-SIM-ENTERED-BY(WS-SIM-INDEX) TO FSR-RECORD(19:8)
           IF WS-SIM-NOT-APPLIED(WS-SIM-INDEX)
               MOVE 'NO LONGER APPLIES TO FEESCHED - NOT SIMULATED'
                   TO FSR-RECORD(28:46)
           ELSE
               MOVE WS-SIM-POSTINGS(WS-SIM-INDEX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO FSR-RECORD(29:7)
               MOVE WS-SIM-CHANGED(WS-SIM-INDEX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO FSR-RECORD(37:7)
               MOVE WS-SIM-FEE-DIFF(WS-SIM-INDEX) TO WS-FEE-EDIT
               MOVE WS-FEE-EDIT TO FSR-RECORD(45:14)
               MOVE WS-SIM-TAX-DIFF(WS-SIM-INDEX) TO WS-TAX-EDIT
               MOVE WS-TAX-EDIT TO FSR-RECORD(60:14)
           END-IF
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       4100-EXIT.
           EXIT.

       4200-PRINT-TOTALS-HEADING.
           MOVE SPACES TO FSR-RECORD
           STRING 'CODE POSTINGS       LIVE FEE   PROPOSED FEE'
                      DELIMITED BY SIZE
                  '       FEE DIFF       TAX DIFF' DELIMITED BY SIZE
               INTO FSR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       4200-EXIT.
           EXIT.

       4300-PRINT-ONE-REGION.
           MOVE SPACES TO FSR-RECORD
           MOVE WS-RGN-CODE(WS-RGN-INDEX) TO FSR-RECORD(1:3)
           MOVE WS-RGN-POSTINGS(WS-RGN-INDEX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO FSR-RECORD(7:7)
           MOVE WS-RGN-LIVE-FEE(WS-RGN-INDEX) TO WS-LIVE-EDIT
           MOVE WS-LIVE-EDIT TO FSR-RECORD(15:14)
           MOVE WS-RGN-PROP-FEE(WS-RGN-INDEX) TO WS-PROP-EDIT
           MOVE WS-PROP-EDIT TO FSR-RECORD(30:14)
           MOVE WS-RGN-FEE-DIFF(WS-RGN-INDEX) TO WS-FEE-EDIT
           MOVE WS-FEE-EDIT TO FSR-RECORD(45:14)
           MOVE WS-RGN-TAX-DIFF(WS-RGN-INDEX) TO WS-TAX-EDIT
           MOVE WS-TAX-EDIT TO FSR-RECORD(60:14)
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       4300-EXIT.
           EXIT.

       4350-PRINT-ONE-CURRENCY.
           MOVE SPACES TO FSR-RECORD
           MOVE WS-CCY-CODE(WS-CCY-INDEX) TO FSR-RECORD(1:3)
           MOVE WS-CCY-POSTINGS(WS-CCY-INDEX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO FSR-RECORD(7:7)
           MOVE WS-CCY-LIVE-FEE(WS-CCY-INDEX) TO WS-LIVE-EDIT
           MOVE WS-LIVE-EDIT TO FSR-RECORD(15:14)
           MOVE WS-CCY-PROP-FEE(WS-CCY-INDEX) TO WS-PROP-EDIT
           MOVE WS-PROP-EDIT TO FSR-RECORD(30:14)
           MOVE WS-CCY-FEE-DIFF(WS-CCY-INDEX) TO WS-FEE-EDIT
           MOVE WS-FEE-EDIT TO FSR-RECORD(45:14)
           MOVE WS-CCY-TAX-DIFF(WS-CCY-INDEX) TO WS-TAX-EDIT
           MOVE WS-TAX-EDIT TO FSR-RECORD(60:14)
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       4350-EXIT.
           EXIT.

      ******************************************************************
      * 4500-PRINT-NEXT-ACCOUNT - THE UNLISTED ACCOUNT WITH THE
      *                           LARGEST FEE DIFFERENCE EITHER WAY,
      *                           UNTIL TOP= ARE LISTED OR NONE IS
      *                           LEFT.
      ******************************************************************
       4500-PRINT-NEXT-ACCOUNT.
           MOVE ZERO TO WS-ACT-BEST-INDEX
           MOVE ZERO TO WS-BEST-ABS-DIFF
           PERFORM 4520-COMPARE-FOR-TOP THRU 4520-EXIT
               VARYING WS-ACT-INDEX FROM 1 BY 1
               UNTIL WS-ACT-INDEX > WS-ACT-COUNT
           IF WS-ACT-BEST-INDEX = ZERO
               MOVE WS-TOP-ACCOUNTS TO WS-TOP-RANK
               GO TO 4500-EXIT
           END-IF
           MOVE 'Y' TO WS-ACT-LISTED-SW(WS-ACT-BEST-INDEX)
           MOVE SPACES TO FSR-RECORD
           MOVE WS-TOP-RANK TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT(5:3) TO FSR-RECORD(2:3)
           MOVE WS-ACT-ACCOUNT(WS-ACT-BEST-INDEX) TO FSR-RECORD(6:10)
           MOVE WS-ACT-POSTINGS(WS-ACT-BEST-INDEX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO FSR-RECORD(18:7)
           MOVE WS-ACT-FEE-DIFF(WS-ACT-BEST-INDEX) TO WS-FEE-EDIT
           MOVE WS-FEE-EDIT TO FSR-RECORD(26:14)
           MOVE WS-ACT-TAX-DIFF(WS-ACT-BEST-INDEX) TO WS-TAX-EDIT
           MOVE WS-TAX-EDIT TO FSR-RECORD(41:14)
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       4500-EXIT.
           EXIT.

       4520-COMPARE-FOR-TOP.
           IF WS-ACT-LISTED(WS-ACT-INDEX)
               GO TO 4520-EXIT
           END-IF
           IF WS-ACT-FEE-DIFF(WS-ACT-INDEX) < ZERO
               COMPUTE WS-ABS-DIFF = 0 - WS-ACT-FEE-DIFF(WS-ACT-INDEX)
           ELSE
               MOVE WS-ACT-FEE-DIFF(WS-ACT-INDEX) TO WS-ABS-DIFF
           END-IF
           IF WS-ABS-DIFF > WS-BEST-ABS-DIFF
               MOVE WS-ABS-DIFF TO WS-BEST-ABS-DIFF
               MOVE WS-ACT-INDEX TO WS-ACT-BEST-INDEX
           END-IF.
       4520-EXIT.
           EXIT.

      ******************************************************************
      * 5000-STAMP-PENDING-QUEUE - EACH CHANGE SIMULATED IS MARKED ON
      *                            REFPEND WITH ITS FEE DIFFERENCE.
      *                            THE QUEUE IS RE-READ HERE RATHER
      *                            THAN REWRITTEN FROM THE COPY TAKEN
      *                            AT THE START, SO AN ENTRY, APPROVAL
      *                            OR DECLINE MADE THROUGH REFMNT
      *                            WHILE THE REPLAY RAN IS KEPT; AN
      *                            ENTRY IS STAMPED ONLY IF IT IS
      *                            STILL PENDING AND IS THE SAME ONE
      *                            (SAME KEY, OPERATOR, DATE AND TIME)
      *                            THAT WAS SIMULATED.
      ******************************************************************
       5000-STAMP-PENDING-QUEUE.
           PERFORM 2300-LOAD-PENDING-QUEUE THRU 2300-EXIT
           IF WS-PEND-TABLE-OVERFLOWED OR WS-PEND-COUNT = ZERO
               DISPLAY V-PN 'REFPEND NOT RELOADED - CHANGES NOT '
                   'STAMPED'
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-STAMP-ONE-ENTRY THRU 5100-EXIT
               VARYING WS-PEND-INDEX FROM 1 BY 1
               UNTIL WS-PEND-INDEX > WS-PEND-COUNT
           IF WS-CHANGES-STAMPED = ZERO
               GO TO 5000-EXIT
           END-IF
           OPEN OUTPUT REFPEND-FILE
           IF NOT WS-REFPEND-OK
               DISPLAY V-PN 'UNABLE TO REWRITE REFPEND - STATUS '
                   WS-REFPEND-STATUS
               MOVE ZERO TO WS-CHANGES-STAMPED
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 5000-EXIT
           END-IF
           PERFORM 5200-WRITE-ONE-PENDING THRU 5200-EXIT
               VARYING WS-PEND-INDEX FROM 1 BY 1
               UNTIL WS-PEND-INDEX > WS-PEND-COUNT
           CLOSE REFPEND-FILE.
       5000-EXIT.
           EXIT.

       5100-STAMP-ONE-ENTRY.
           MOVE WS-PEND-RECORD(WS-PEND-INDEX) TO REFPEND-RECORD
           IF NOT RFP-PENDING OR NOT RFP-TARGET-FEESCHED
               GO TO 5100-EXIT
           END-IF
           MOVE 'N' TO WS-SIM-FOUND-SWITCH
           PERFORM 5150-COMPARE-SIMULATED
               VARYING WS-SIM-INDEX FROM 1 BY 1
               UNTIL WS-SIM-INDEX > WS-SIM-COUNT OR WS-SIM-FOUND
           IF NOT WS-SIM-FOUND
               GO TO 5100-EXIT
           END-IF
           MOVE 'Y' TO RFP-SIMULATED-SW
           MOVE WS-SIM-FEE-DIFF(WS-SIM-FOUND-INDEX) TO RFP-SIM-FEE-DIFF
           MOVE REFPEND-RECORD TO WS-PEND-RECORD(WS-PEND-INDEX)
           ADD 1 TO WS-CHANGES-STAMPED.
       5100-EXIT.
           EXIT.

       5150-COMPARE-SIMULATED.
           IF WS-SIM-APPLIED(WS-SIM-INDEX) AND
                   WS-SIM-KEY(WS-SIM-INDEX) = RFP-RECORD-KEY AND
                   WS-SIM-ENTERED-BY(WS-SIM-INDEX) = RFP-ENTERED-BY AND
                   WS-SIM-ENTERED-DATE(WS-SIM-INDEX)
                       = RFP-ENTERED-DATE AND
                   WS-SIM-ENTERED-TIME(WS-SIM-INDEX)
                       = RFP-ENTERED-TIME
               MOVE 'Y' TO WS-SIM-FOUND-SWITCH
               MOVE WS-SIM-INDEX TO WS-SIM-FOUND-INDEX
           END-IF.

       5200-WRITE-ONE-PENDING.
           MOVE WS-PEND-RECORD(WS-PEND-INDEX) TO REFPEND-RECORD
           WRITE REFPEND-RECORD.
       5200-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           DISPLAY V-PN FSR-RECORD(1:70)
           IF WS-FSRPT-IS-OPEN
               WRITE FSR-RECORD
           END-IF.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE, COUNTS, AND CC 4 WHEN A TOTALS TABLE
      *                  FILLED OR A PENDING CHANGE COULD NOT BE
      *                  SIMULATED.
      ******************************************************************
       9000-TERMINATE.
           IF WS-ACCTMST-IS-OPEN
               CLOSE ACCTMST-FILE
           END-IF
           IF WS-FSRPT-IS-OPEN
               CLOSE EXPFSRPT-FILE
           END-IF
           IF WS-TOTALS-TRUNCATED AND RETURN-CODE < 4
               DISPLAY V-PN 'WARNING - TOTALS TABLE FULL - REPORT '
                   'INCOMPLETE'
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'N' TO WS-SIM-FOUND-SWITCH
           PERFORM 9100-CHECK-NOT-APPLIED
               VARYING WS-SIM-INDEX FROM 1 BY 1
               UNTIL WS-SIM-INDEX > WS-SIM-COUNT OR WS-SIM-FOUND
           IF WS-SIM-FOUND AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY V-PN 'PENDING CHANGES......: ' WS-SIM-COUNT
           DISPLAY V-PN 'ENTRIES READ.........: ' WS-ENTRIES-READ
           DISPLAY V-PN 'ENTRIES REPLAYED.....: ' WS-ENTRIES-REPLAYED
           DISPLAY V-PN 'ENTRIES REPRICED.....: ' WS-ENTRIES-CHANGED
           DISPLAY V-PN 'CHANGES STAMPED......: ' WS-CHANGES-STAMPED.
       9000-EXIT.
           EXIT.

       9100-CHECK-NOT-APPLIED.
           IF WS-SIM-NOT-APPLIED(WS-SIM-INDEX)
               MOVE 'Y' TO WS-SIM-FOUND-SWITCH
           END-IF.
