      ******************************************************************
      * PROGRAM-ID : EXPLIQFC
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - FORWARD LIQUIDITY FORECAST
      *                    FOR TREASURY, RUN IN THE EXPCTRL CHAIN AFTER
      *                    EXPSETCF SO THE OPEN-SETTLEMENT BOOK IS
      *                    CURRENT. PROJECTS THE MONEY EXPECTED TO GO
      *                    OUT AND COME IN OVER THE NEXT TEN BUSINESS
      *                    DAYS (BUSDAY01), PER CURRENCY, FROM THE FIVE
      *                    PLACES IT IS KNOWN TODAY, EACH SHOWN ON ITS
      *                    OWN LINE:
      *                      SUSPENSE - FUTURE-DATED EXPSUSP ITEMS ON
      *                                 THEIR EFFECTIVE DATE;
      *                      STANDORD - ACTIVE STORDER INSTRUCTIONS ON
      *                                 EVERY DUE DATE IN THE HORIZON;
      *                      AUTHRES  - OPEN AUTHORIZATIONS, EXPECTED
      *                                 CAPTURED BY THEIR EXPIRY DATE;
      *                      SETTLEMT - UNCONFIRMED SETTOPEN
      *                                 INSTRUCTIONS ON THEIR VALUE
      *                                 DATE (BASE CURRENCY);
      *                      APPROVAL - PENDING PNDAPPR PAYMENTS, ON
      *                                 THEIR EFFECTIVE DATE OR THE
      *                                 FIRST DAY IF UNDATED.
      *                    A POSITIVE AMOUNT (A DEBIT TO THE CUSTOMER)
      *                    IS AN OUTFLOW, A NEGATIVE ONE AN INFLOW.
      *                    ANYTHING DATED ON OR BEFORE THE FIRST
      *                    FORECAST DAY FALLS ON THAT DAY; A DATE THAT
      *                    IS NOT A BUSINESS DAY FALLS ON THE NEXT ONE;
      *                    ANYTHING PAST THE TENTH DAY IS COUNTED BUT
      *                    NOT FORECAST. EACH DAY CARRIES ITS NET AND
      *                    THE RUNNING CUMULATIVE NET POSITION. THE
      *                    PRINTED REPORT GOES TO EXPLQRPT AND THE SAME
      *                    FIGURES, ONE COMMA-DELIMITED ROW PER
      *                    CURRENCY, DAY AND SOURCE PLUS A TOTAL ROW
      *                    PER DAY, TO EXPLQDLM FOR TREASURY'S FUNDING
      *                    MODEL.
      * 2026-10-15  DS    A STANDING ORDER WITH A FINAL DATE OR A
      *                    PAYMENT COUNT IS PROJECTED ONLY UP TO THE
      *                    LAST PAYMENT EXPSTORD WILL GENERATE FOR IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPLIQFC.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPSUSP-FILE ASSIGN TO 'EXPSUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPSUSP-STATUS.
           SELECT EXPSUSPN-FILE ASSIGN TO 'EXPSUSPN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPSUSPN-STATUS.
           SELECT STORDER-FILE ASSIGN TO 'STORDER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORDER-STATUS.
           SELECT AUTHRES-FILE ASSIGN TO 'AUTHRES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTHRES-STATUS.
           SELECT SETTOPEN-FILE ASSIGN TO 'SETTOPEN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTOPEN-STATUS.
           SELECT PNDAPPR-FILE ASSIGN TO 'PNDAPPR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNDAPPR-STATUS.
           SELECT EXPLQRPT-FILE ASSIGN TO 'EXPLQRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPLQRPT-STATUS.
           SELECT EXPLQDLM-FILE ASSIGN TO 'EXPLQDLM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPLQDLM-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPSUSP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    EXPSUSP-RECORD IS A FLAT IMAGE OF THE SUBPRM01 PAYMENT
      *    RECORD (128 BYTES), THE SAME AS EXPBATCH'S OWN FD FOR IT.
       01  EXPSUSP-RECORD                 PIC X(128).

       FD  EXPSUSPN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE EXPSUSP SIDE COPY LEFT BY THE LAST SUCCESSFUL
      *    REWRITE - READ INSTEAD OF THE LIVE FILE WHEN SAFECHK
      *    REPORTS THE LIVE VALIDITY TRAILER MISSING.
       01  EXPSUSPN-RECORD                PIC X(128).

       FD  STORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY STORDER.

       FD  AUTHRES-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY AUTHRES.

       FD  SETTOPEN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY SETTOPEN.

       FD  PNDAPPR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY PNDAPPR.

       FD  EXPLQRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LQR-RECORD                     PIC X(132).

       FD  EXPLQDLM-FILE
           LABEL RECORDS ARE STANDARD.
      *    RUN DATE, CURRENCY, DAY, VALUE DATE, SOURCE, OUTFLOW,
      *    INFLOW, NET, CUMULATIVE NET - COMMA-DELIMITED. THE
      *    CUMULATIVE NET ON EVERY ROW IS THE CURRENCY'S POSITION AT
      *    THE END OF THAT DAY.
       01  LQD-RECORD                     PIC X(132).

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPLIQFC->'.
       01  WS-BASE-CURRENCY                PIC X(03) VALUE 'USD'.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.
       01  WS-SAFECHK-NAME                 PIC X(08) VALUE 'SAFECHK'.
           COPY SAFCKPRM.
           COPY SAFTRLR.

       01  WS-FILE-STATUSES.
           05  WS-EXPSUSP-STATUS           PIC X(02) VALUE '00'.
               88  WS-EXPSUSP-OK               VALUE '00'.
           05  WS-EXPSUSPN-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPSUSPN-OK              VALUE '00'.
           05  WS-STORDER-STATUS           PIC X(02) VALUE '00'.
               88  WS-STORDER-OK               VALUE '00'.
           05  WS-AUTHRES-STATUS           PIC X(02) VALUE '00'.
               88  WS-AUTHRES-OK               VALUE '00'.
           05  WS-SETTOPEN-STATUS          PIC X(02) VALUE '00'.
               88  WS-SETTOPEN-OK              VALUE '00'.
           05  WS-PNDAPPR-STATUS           PIC X(02) VALUE '00'.
               88  WS-PNDAPPR-OK               VALUE '00'.
           05  WS-EXPLQRPT-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPLQRPT-OK              VALUE '00'.
           05  WS-EXPLQDLM-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPLQDLM-OK              VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-SOURCE-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-SOURCE-EOF-REACHED       VALUE 'Y'.
           05  WS-LQR-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-LQR-IS-OPEN              VALUE 'Y'.
           05  WS-LQD-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-LQD-IS-OPEN              VALUE 'Y'.
           05  WS-CCY-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-CCY-FOUND                VALUE 'Y'.
           05  WS-DAY-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-DAY-FOUND                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ITEMS-FORECAST           PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-BEYOND             PIC 9(07) COMP VALUE ZERO.
           05  WS-ITEMS-NO-ROOM            PIC 9(07) COMP VALUE ZERO.
           05  WS-SOURCES-MISSING          PIC 9(02) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

      ******************************************************************
      * WS-HORIZON - THE TEN BUSINESS DAYS FORECAST, STARTING WITH THE
      * FIRST BUSINESS DAY AFTER THE RUN DATE.
      ******************************************************************
       01  WS-HORIZON.
           05  WS-HZ-DATE                  PIC 9(08) OCCURS 10 TIMES.
       01  WS-DAY-INDEX                    PIC 9(02) COMP VALUE ZERO.
       01  WS-SRC-INDEX                    PIC 9(01) COMP VALUE ZERO.
       01  WS-CCY-INDEX                    PIC 9(02) COMP VALUE ZERO.

      ******************************************************************
      * WS-SOURCE-NAMES - THE FIVE SOURCES IN THE ORDER THEY PRINT.
      ******************************************************************
       01  WS-SOURCE-NAME-VALUES.
           05  FILLER                      PIC X(08) VALUE 'SUSPENSE'.
           05  FILLER                      PIC X(08) VALUE 'STANDORD'.
           05  FILLER                      PIC X(08) VALUE 'AUTHRES '.
           05  FILLER                      PIC X(08) VALUE 'SETTLEMT'.
           05  FILLER                      PIC X(08) VALUE 'APPROVAL'.
       01  WS-SOURCE-NAMES REDEFINES WS-SOURCE-NAME-VALUES.
           05  WS-SOURCE-NAME              PIC X(08) OCCURS 5 TIMES.

      ******************************************************************
      * WS-FORECAST-TABLE - OUTFLOW AND INFLOW PER CURRENCY, FORECAST
      * DAY AND SOURCE. BOTH AMOUNTS ARE KEPT POSITIVE.
      ******************************************************************
       01  WS-FORECAST-TABLE.
           05  WS-CCY-COUNT                PIC 9(02) COMP VALUE ZERO.
           05  WS-CCY-ENTRY                OCCURS 20 TIMES.
               10  WS-CCY-CODE             PIC X(03).
               10  WS-CCY-DAY              OCCURS 10 TIMES.
                   15  WS-CCY-SRC          OCCURS 5 TIMES.
                       20  WS-FC-OUTFLOW   PIC S9(13)V99 COMP-3.
                       20  WS-FC-INFLOW    PIC S9(13)V99 COMP-3.

      ******************************************************************
      * WS-ITEM - THE ONE ITEM BEING PLACED ON THE FORECAST.
      ******************************************************************
       01  WS-ITEM.
           05  WS-ITEM-SOURCE              PIC 9(01) VALUE ZERO.
           05  WS-ITEM-DATE                PIC 9(08) VALUE ZERO.
           05  WS-ITEM-CURRENCY            PIC X(03) VALUE SPACES.
           05  WS-ITEM-AMOUNT              PIC S9(13)V99 VALUE ZERO.

       01  WS-DAY-TOTALS.
           05  WS-DAY-OUTFLOW              PIC S9(13)V99 VALUE ZERO.
           05  WS-DAY-INFLOW               PIC S9(13)V99 VALUE ZERO.
           05  WS-DAY-NET                  PIC S9(13)V99 VALUE ZERO.
           05  WS-SRC-NET                  PIC S9(13)V99 VALUE ZERO.
           05  WS-CUMULATIVE-NET           PIC S9(13)V99 VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05  WS-OUT-EDIT                 PIC -(12)9.99.
           05  WS-IN-EDIT                  PIC -(12)9.99.
           05  WS-NET-EDIT                 PIC -(12)9.99.
           05  WS-CUM-EDIT                 PIC -(12)9.99.
           05  WS-DAY-EDIT                 PIC 9(02).
           05  WS-ROW-SOURCE               PIC X(08).

      ******************************************************************
      * WS-ROLL-WORK - STANDING-ORDER DUE-DATE ROLL, AS EXPSTORD.
      ******************************************************************
       01  WS-ROLL-WORK.
           05  WS-ROLL-DATE.
               10  WS-ROLL-YYYY            PIC 9(04).
               10  WS-ROLL-MM              PIC 9(02).
               10  WS-ROLL-DD              PIC 9(02).
           05  WS-ROLL-DATE-NUM REDEFINES WS-ROLL-DATE
                                           PIC 9(08).
           05  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
           05  WS-DAY-LOOP                 PIC 9(02) COMP VALUE ZERO.
           05  WS-ROLL-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  WS-ROLL-LIMIT               PIC 9(04) COMP VALUE ZERO.
           05  WS-ROLL-LAST-DATE           PIC 9(08) VALUE ZERO.
           05  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.
           05  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZERO.
           05  WS-LEAP-SWITCH              PIC X(01) VALUE 'N'.
               88  WS-LEAP-YEAR                VALUE 'Y'.

           COPY BUSDPARM.

           COPY SUBPRM01.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-SUSPENSE THRU 2000-EXIT
           PERFORM 3000-LOAD-STANDING-ORDERS THRU 3000-EXIT
           PERFORM 4000-LOAD-AUTHORIZATIONS THRU 4000-EXIT
           PERFORM 5000-LOAD-SETTLEMENTS THRU 5000-EXIT
           PERFORM 6000-LOAD-PENDING-APPROVALS THRU 6000-EXIT
           PERFORM 7000-PRINT-FORECAST THRU 7000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, THE TEN FORECAST DAYS AND THE
      *                   TWO OUTPUTS.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           PERFORM 1100-BUILD-HORIZON THRU 1100-EXIT
               VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > 10
           INITIALIZE WS-FORECAST-TABLE
           OPEN OUTPUT EXPLQRPT-FILE
           IF WS-EXPLQRPT-OK
               MOVE 'Y' TO WS-LQR-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPLQRPT - STATUS '
                   WS-EXPLQRPT-STATUS
           END-IF
           OPEN OUTPUT EXPLQDLM-FILE
           IF WS-EXPLQDLM-OK
               MOVE 'Y' TO WS-LQD-OPEN-SWITCH
               MOVE SPACES TO LQD-RECORD
               STRING 'RUNDATE,CURRENCY,DAY,VALUEDATE,SOURCE,'
                          DELIMITED BY SIZE
                      'OUTFLOW,INFLOW,NET,CUMNET' DELIMITED BY SIZE
                   INTO LQD-RECORD
               WRITE LQD-RECORD
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPLQDLM - STATUS '
                   WS-EXPLQDLM-STATUS
               MOVE 4 TO RETURN-CODE
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
           DISPLAY V-PN 'LIQUIDITY FORECAST FROM BUSINESS DATE '
               WS-RUN-DATE.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-BUILD-HORIZON - EACH FORECAST DAY IS THE FIRST BUSINESS
      *                      DAY STRICTLY AFTER THE ONE BEFORE IT.
      ******************************************************************
       1100-BUILD-HORIZON.
           MOVE 'A' TO BDP-FUNCTION
           IF WS-DAY-INDEX = 1
               MOVE WS-RUN-DATE TO BDP-INPUT-DATE
           ELSE
               MOVE WS-HZ-DATE(WS-DAY-INDEX - 1) TO BDP-INPUT-DATE
           END-IF
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           MOVE BDP-RESULT-DATE TO WS-HZ-DATE(WS-DAY-INDEX).
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-SUSPENSE - FUTURE-DATED ITEMS ON EXPSUSP, FROM
      *                      WHICHEVER COPY SAFECHK SAYS TO TRUST.
      ******************************************************************
       2000-LOAD-SUSPENSE.
           MOVE 1 TO WS-ITEM-SOURCE
           MOVE 'N' TO WS-SOURCE-EOF-SWITCH
           MOVE 'EXPSUSP' TO SFC-FILE-ID
           CALL WS-SAFECHK-NAME USING SAFECHK-PARM
           CANCEL WS-SAFECHK-NAME
           EVALUATE TRUE
               WHEN SFC-NO-FILE
                   DISPLAY V-PN 'NO EXPSUSP SUSPENSE FILE FOUND'
                   GO TO 2000-EXIT
               WHEN SFC-NO-GOOD-COPY
                   DISPLAY V-PN 'EXPSUSP FAILS VALIDITY CHECK - '
                       'SUSPENSE ITEMS NOT FORECAST'
                   ADD 1 TO WS-SOURCES-MISSING
                   GO TO 2000-EXIT
               WHEN SFC-USE-SIDE
                   OPEN INPUT EXPSUSPN-FILE
                   IF NOT WS-EXPSUSPN-OK
                       DISPLAY V-PN 'EXPSUSPN SIDE COPY UNAVAILABLE '
                           '- SUSPENSE ITEMS NOT FORECAST'
                       ADD 1 TO WS-SOURCES-MISSING
                       GO TO 2000-EXIT
                   END-IF
                   PERFORM 2150-READ-ONE-SIDE-SUSPENSE THRU 2150-EXIT
                       UNTIL WS-SOURCE-EOF-REACHED
                   CLOSE EXPSUSPN-FILE
                   GO TO 2000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           OPEN INPUT EXPSUSP-FILE
           IF NOT WS-EXPSUSP-OK
               DISPLAY V-PN 'NO EXPSUSP SUSPENSE FILE FOUND'
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-ONE-SUSPENSE THRU 2100-EXIT
               UNTIL WS-SOURCE-EOF-REACHED
           CLOSE EXPSUSP-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-SUSPENSE.
           READ EXPSUSP-FILE
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
               NOT AT END
                   MOVE EXPSUSP-RECORD(1:24) TO SAFTRLR-RECORD
                   IF SFT-TRAILER-PRESENT
                       CONTINUE
                   ELSE
                       MOVE EXPSUSP-RECORD TO SUBPRM01
                       PERFORM 8500-PLACE-PAYMENT-IMAGE THRU 8500-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       2150-READ-ONE-SIDE-SUSPENSE.
           READ EXPSUSPN-FILE
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
               NOT AT END
                   MOVE EXPSUSPN-RECORD(1:24) TO SAFTRLR-RECORD
                   IF SFT-TRAILER-PRESENT
                       CONTINUE
                   ELSE
                       MOVE EXPSUSPN-RECORD TO SUBPRM01
                       PERFORM 8500-PLACE-PAYMENT-IMAGE THRU 8500-EXIT
                   END-IF
           END-READ.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LOAD-STANDING-ORDERS - EVERY DUE DATE OF EVERY ACTIVE
      *                             INSTRUCTION UP TO THE LAST DAY OF
      *                             THE HORIZON, ROLLED THE WAY
      *                             EXPSTORD ROLLS THEM.
      ******************************************************************
       3000-LOAD-STANDING-ORDERS.
           MOVE 2 TO WS-ITEM-SOURCE
           MOVE 'N' TO WS-SOURCE-EOF-SWITCH
           OPEN INPUT STORDER-FILE
           IF NOT WS-STORDER-OK
               DISPLAY V-PN 'NO STORDER FILE FOUND'
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-READ-ONE-ORDER THRU 3100-EXIT
               UNTIL WS-SOURCE-EOF-REACHED
           CLOSE STORDER-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-ORDER.
           READ STORDER-FILE
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ
           IF NOT STO-ACTIVE OR STO-AMOUNT NOT NUMERIC
               GO TO 3100-EXIT
           END-IF
           IF STO-NEXT-DUE-DATE NOT NUMERIC OR
                   STO-NEXT-DUE-DATE < 19000101
               GO TO 3100-EXIT
           END-IF
           MOVE STO-CURRENCY-CODE TO WS-ITEM-CURRENCY
           MOVE STO-AMOUNT TO WS-ITEM-AMOUNT
           MOVE STO-NEXT-DUE-DATE TO WS-ROLL-DATE-NUM
           MOVE ZERO TO WS-ROLL-COUNT
      *    AN INSTRUCTION WITH A FINAL DATE OR A PAYMENT COUNT IS
      *    PROJECTED ONLY AS FAR AS EXPSTORD WILL GENERATE IT.
           MOVE 9999 TO WS-ROLL-LIMIT
           IF STO-COUNT-LIMITED AND STO-PAYMENTS-LEFT NUMERIC
               MOVE STO-PAYMENTS-LEFT TO WS-ROLL-LIMIT
           END-IF
           MOVE 99999999 TO WS-ROLL-LAST-DATE
           IF STO-FINAL-DATE NUMERIC AND STO-FINAL-DATE > ZERO
               MOVE STO-FINAL-DATE TO WS-ROLL-LAST-DATE
           END-IF
           PERFORM 3200-PLACE-ONE-DUE-DATE THRU 3200-EXIT
               UNTIL WS-ROLL-DATE-NUM > WS-HZ-DATE(10)
                   OR WS-ROLL-DATE-NUM > WS-ROLL-LAST-DATE
                   OR WS-ROLL-COUNT >= WS-ROLL-LIMIT
                   OR WS-ROLL-COUNT > 400.
       3100-EXIT.
           EXIT.

       3200-PLACE-ONE-DUE-DATE.
           ADD 1 TO WS-ROLL-COUNT
           MOVE WS-ROLL-DATE-NUM TO WS-ITEM-DATE
           PERFORM 8000-PLACE-ITEM THRU 8000-EXIT
           EVALUATE TRUE
               WHEN STO-FREQ-WEEKLY
                   PERFORM 8700-ADD-ONE-DAY THRU 8700-EXIT
                       VARYING WS-DAY-LOOP FROM 1 BY 1
                       UNTIL WS-DAY-LOOP > 7
               WHEN STO-FREQ-MONTHLY
                   PERFORM 8750-ADD-ONE-MONTH THRU 8750-EXIT
               WHEN OTHER
                   PERFORM 8700-ADD-ONE-DAY THRU 8700-EXIT
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LOAD-AUTHORIZATIONS - OPEN RESERVATIONS, EXPECTED TO BE
      *                            CAPTURED BY THEIR EXPIRY DATE.
      ******************************************************************
       4000-LOAD-AUTHORIZATIONS.
           MOVE 3 TO WS-ITEM-SOURCE
           MOVE 'N' TO WS-SOURCE-EOF-SWITCH
           OPEN INPUT AUTHRES-FILE
           IF NOT WS-AUTHRES-OK
               DISPLAY V-PN 'NO AUTHRES FILE FOUND'
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-READ-ONE-AUTHORIZATION THRU 4100-EXIT
               UNTIL WS-SOURCE-EOF-REACHED
           CLOSE AUTHRES-FILE.
       4000-EXIT.
           EXIT.

       4100-READ-ONE-AUTHORIZATION.
           READ AUTHRES-FILE
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ
           IF NOT ATH-OPEN OR ATH-AMOUNT NOT NUMERIC
               GO TO 4100-EXIT
           END-IF
           MOVE ATH-CURRENCY-CODE TO WS-ITEM-CURRENCY
           MOVE ATH-AMOUNT TO WS-ITEM-AMOUNT
           IF ATH-EXPIRY-DATE NUMERIC
               MOVE ATH-EXPIRY-DATE TO WS-ITEM-DATE
           ELSE
               MOVE ZERO TO WS-ITEM-DATE
           END-IF
           PERFORM 8000-PLACE-ITEM THRU 8000-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LOAD-SETTLEMENTS - INSTRUCTIONS ISSUED TO THE SETTLEMENT
      *                         AGENT AND NOT YET CONFIRMED, ON THEIR
      *                         VALUE DATE. THE NET IS IN BASE.
      ******************************************************************
       5000-LOAD-SETTLEMENTS.
           MOVE 4 TO WS-ITEM-SOURCE
           MOVE 'N' TO WS-SOURCE-EOF-SWITCH
           OPEN INPUT SETTOPEN-FILE
           IF NOT WS-SETTOPEN-OK
               DISPLAY V-PN 'NO SETTOPEN BOOK FOUND'
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-READ-ONE-SETTLEMENT THRU 5100-EXIT
               UNTIL WS-SOURCE-EOF-REACHED
           CLOSE SETTOPEN-FILE.
       5000-EXIT.
           EXIT.

       5100-READ-ONE-SETTLEMENT.
           READ SETTOPEN-FILE
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
                   GO TO 5100-EXIT
           END-READ
           IF SOP-NET-AMOUNT NOT NUMERIC
               GO TO 5100-EXIT
           END-IF
           MOVE WS-BASE-CURRENCY TO WS-ITEM-CURRENCY
           MOVE SOP-NET-AMOUNT TO WS-ITEM-AMOUNT
           IF SOP-VALUE-DATE NUMERIC
               MOVE SOP-VALUE-DATE TO WS-ITEM-DATE
           ELSE
               MOVE ZERO TO WS-ITEM-DATE
           END-IF
           PERFORM 8000-PLACE-ITEM THRU 8000-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-LOAD-PENDING-APPROVALS - PAYMENTS HELD FOR A SUPERVISOR.
      *                               ONE RELEASED TODAY POSTS IN THE
      *                               NEXT RUN, SO AN UNDATED ONE
      *                               FALLS ON THE FIRST DAY.
      ******************************************************************
       6000-LOAD-PENDING-APPROVALS.
           MOVE 5 TO WS-ITEM-SOURCE
           MOVE 'N' TO WS-SOURCE-EOF-SWITCH
           OPEN INPUT PNDAPPR-FILE
           IF NOT WS-PNDAPPR-OK
               DISPLAY V-PN 'NO PNDAPPR QUEUE FOUND'
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-READ-ONE-APPROVAL THRU 6100-EXIT
               UNTIL WS-SOURCE-EOF-REACHED
           CLOSE PNDAPPR-FILE.
       6000-EXIT.
           EXIT.

       6100-READ-ONE-APPROVAL.
           READ PNDAPPR-FILE
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
                   GO TO 6100-EXIT
           END-READ
           IF NOT PND-PENDING
               GO TO 6100-EXIT
           END-IF
           MOVE PND-PAYMENT-DATA TO SUBPRM01
           PERFORM 8500-PLACE-PAYMENT-IMAGE THRU 8500-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-PRINT-FORECAST - ONE BLOCK PER CURRENCY: FOR EACH DAY A
      *                       LINE PER SOURCE WITH ANYTHING ON IT, THEN
      *                       THE DAY'S TOTALS AND CUMULATIVE NET.
      ******************************************************************
       7000-PRINT-FORECAST.
           MOVE SPACES TO LQR-RECORD
           STRING 'LIQUIDITY FORECAST AS OF ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' - NEXT 10 BUSINESS DAYS ' DELIMITED BY SIZE
                  WS-HZ-DATE(1) DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-HZ-DATE(10) DELIMITED BY SIZE
               INTO LQR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           IF WS-CCY-COUNT = ZERO
               MOVE 'NOTHING DUE IN THE HORIZON' TO LQR-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 7000-EXIT
           END-IF
           PERFORM 7100-PRINT-ONE-CURRENCY THRU 7100-EXIT
               VARYING WS-CCY-INDEX FROM 1 BY 1
               UNTIL WS-CCY-INDEX > WS-CCY-COUNT.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-CURRENCY.
           MOVE ZERO TO WS-CUMULATIVE-NET
           MOVE SPACES TO LQR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           STRING 'CURRENCY ' DELIMITED BY SIZE
                  WS-CCY-CODE(WS-CCY-INDEX) DELIMITED BY SIZE
               INTO LQR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE 'DY  VALUE DT SOURCE           OUTFLOW          INFLOW  
      -        '           NET      CUMULATIVE'
               TO LQR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           PERFORM 7200-PRINT-ONE-DAY THRU 7200-EXIT
               VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > 10.
       7100-EXIT.
           EXIT.

       7200-PRINT-ONE-DAY.
           MOVE ZERO TO WS-DAY-OUTFLOW
           MOVE ZERO TO WS-DAY-INFLOW
           PERFORM 7250-TOTAL-ONE-SOURCE
               VARYING WS-SRC-INDEX FROM 1 BY 1
               UNTIL WS-SRC-INDEX > 5
           COMPUTE WS-DAY-NET = WS-DAY-INFLOW - WS-DAY-OUTFLOW
           ADD WS-DAY-NET TO WS-CUMULATIVE-NET
           MOVE WS-DAY-INDEX TO WS-DAY-EDIT
           PERFORM 7300-PRINT-ONE-SOURCE THRU 7300-EXIT
               VARYING WS-SRC-INDEX FROM 1 BY 1
               UNTIL WS-SRC-INDEX > 5
           MOVE WS-DAY-OUTFLOW TO WS-OUT-EDIT
           MOVE WS-DAY-INFLOW TO WS-IN-EDIT
           MOVE WS-DAY-NET TO WS-NET-EDIT
           MOVE WS-CUMULATIVE-NET TO WS-CUM-EDIT
           MOVE SPACES TO LQR-RECORD
           STRING WS-DAY-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-HZ-DATE(WS-DAY-INDEX) DELIMITED BY SIZE
                  ' TOTAL   ' DELIMITED BY SIZE
                  WS-OUT-EDIT DELIMITED BY SIZE
                  WS-IN-EDIT DELIMITED BY SIZE
                  WS-NET-EDIT DELIMITED BY SIZE
                  WS-CUM-EDIT DELIMITED BY SIZE
               INTO LQR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE 'TOTAL   ' TO WS-ROW-SOURCE
           MOVE WS-DAY-OUTFLOW TO WS-OUT-EDIT
           MOVE WS-DAY-INFLOW TO WS-IN-EDIT
           MOVE WS-DAY-NET TO WS-NET-EDIT
           PERFORM 8200-WRITE-DELIMITED-ROW THRU 8200-EXIT.
       7200-EXIT.
           EXIT.

       7250-TOTAL-ONE-SOURCE.
           ADD WS-FC-OUTFLOW(WS-CCY-INDEX, WS-DAY-INDEX, WS-SRC-INDEX)
               TO WS-DAY-OUTFLOW
           ADD WS-FC-INFLOW(WS-CCY-INDEX, WS-DAY-INDEX, WS-SRC-INDEX)
               TO WS-DAY-INFLOW.

      ******************************************************************
      * 7300-PRINT-ONE-SOURCE - A REPORT LINE WHEN THE SOURCE HAS
      *                         ANYTHING THAT DAY; A DELIMITED ROW
      *                         ALWAYS, SO TREASURY'S LOAD SEES EVERY
      *                         SOURCE FOR EVERY DAY.
      ******************************************************************
       7300-PRINT-ONE-SOURCE.
           MOVE WS-FC-OUTFLOW(WS-CCY-INDEX, WS-DAY-INDEX, WS-SRC-INDEX)
               TO WS-OUT-EDIT
           MOVE WS-FC-INFLOW(WS-CCY-INDEX, WS-DAY-INDEX, WS-SRC-INDEX)
               TO WS-IN-EDIT
           COMPUTE WS-SRC-NET =
               WS-FC-INFLOW(WS-CCY-INDEX, WS-DAY-INDEX, WS-SRC-INDEX)
               - WS-FC-OUTFLOW(WS-CCY-INDEX, WS-DAY-INDEX,
                                   WS-SRC-INDEX)
           MOVE WS-SRC-NET TO WS-NET-EDIT
           MOVE WS-CUMULATIVE-NET TO WS-CUM-EDIT
           MOVE WS-SOURCE-NAME(WS-SRC-INDEX) TO WS-ROW-SOURCE
           PERFORM 8200-WRITE-DELIMITED-ROW THRU 8200-EXIT
           IF WS-FC-OUTFLOW(WS-CCY-INDEX, WS-DAY-INDEX, WS-SRC-INDEX)
                   = ZERO AND
               WS-FC-INFLOW(WS-CCY-INDEX, WS-DAY-INDEX, WS-SRC-INDEX)
                   = ZERO
               GO TO 7300-EXIT
           END-IF
           MOVE SPACES TO LQR-RECORD
           STRING WS-DAY-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-HZ-DATE(WS-DAY-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SOURCE-NAME(WS-SRC-INDEX) DELIMITED BY SIZE
                  WS-OUT-EDIT DELIMITED BY SIZE
                  WS-IN-EDIT DELIMITED BY SIZE
                  WS-NET-EDIT DELIMITED BY SIZE
               INTO LQR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       7300-EXIT.
           EXIT.

      ******************************************************************
      * 8000-PLACE-ITEM - ADD WS-ITEM TO ITS CURRENCY, DAY AND SOURCE.
      *                   A ZERO OR EARLY DATE GOES ON THE FIRST DAY;
      *                   OTHERWISE THE FIRST FORECAST DAY ON OR AFTER
      *                   THE DATE. PAST THE TENTH DAY IS COUNTED ONLY.
      ******************************************************************
       8000-PLACE-ITEM.
           IF WS-ITEM-AMOUNT = ZERO
               GO TO 8000-EXIT
           END-IF
           IF WS-ITEM-DATE > WS-HZ-DATE(10)
               ADD 1 TO WS-ITEMS-BEYOND
               GO TO 8000-EXIT
           END-IF
           IF WS-ITEM-DATE NOT > WS-HZ-DATE(1)
               MOVE 1 TO WS-DAY-INDEX
           ELSE
               MOVE 'N' TO WS-DAY-FOUND-SWITCH
               PERFORM 8050-COMPARE-HORIZON-DAY
                   VARYING WS-DAY-INDEX FROM 2 BY 1
                   UNTIL WS-DAY-INDEX > 10 OR WS-DAY-FOUND
               SUBTRACT 1 FROM WS-DAY-INDEX
           END-IF
           IF WS-ITEM-CURRENCY = SPACES OR LOW-VALUES
               MOVE WS-BASE-CURRENCY TO WS-ITEM-CURRENCY
           END-IF
           MOVE 'N' TO WS-CCY-FOUND-SWITCH
           PERFORM 8060-COMPARE-CURRENCY
               VARYING WS-CCY-INDEX FROM 1 BY 1
               UNTIL WS-CCY-INDEX > WS-CCY-COUNT OR WS-CCY-FOUND
           IF WS-CCY-FOUND
               SUBTRACT 1 FROM WS-CCY-INDEX
           ELSE
               IF WS-CCY-COUNT NOT < 20
                   ADD 1 TO WS-ITEMS-NO-ROOM
                   GO TO 8000-EXIT
               END-IF
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT TO WS-CCY-INDEX
               MOVE WS-ITEM-CURRENCY TO WS-CCY-CODE(WS-CCY-INDEX)
           END-IF
           ADD 1 TO WS-ITEMS-FORECAST
           IF WS-ITEM-AMOUNT > ZERO
               ADD WS-ITEM-AMOUNT TO WS-FC-OUTFLOW(WS-CCY-INDEX,
                   WS-DAY-INDEX, WS-ITEM-SOURCE)
           ELSE
               SUBTRACT WS-ITEM-AMOUNT FROM WS-FC-INFLOW(WS-CCY-INDEX,
                   WS-DAY-INDEX, WS-ITEM-SOURCE)
           END-IF.
       8000-EXIT.
           EXIT.

       8050-COMPARE-HORIZON-DAY.
           IF WS-HZ-DATE(WS-DAY-INDEX) NOT < WS-ITEM-DATE
               MOVE 'Y' TO WS-DAY-FOUND-SWITCH
           END-IF.

       8060-COMPARE-CURRENCY.
           IF WS-CCY-CODE(WS-CCY-INDEX) = WS-ITEM-CURRENCY
               MOVE 'Y' TO WS-CCY-FOUND-SWITCH
           END-IF.

       8100-WRITE-REPORT-LINE.
           IF WS-LQR-IS-OPEN
               WRITE LQR-RECORD
           END-IF
           MOVE SPACES TO LQR-RECORD.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 8200-WRITE-DELIMITED-ROW - THE SOURCE NAME IS IN WS-ROW-SOURCE
      *                            AND THE AMOUNTS IN THE EDIT FIELDS.
      ******************************************************************
       8200-WRITE-DELIMITED-ROW.
           IF NOT WS-LQD-IS-OPEN
               GO TO 8200-EXIT
           END-IF
           MOVE SPACES TO LQD-RECORD
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CCY-CODE(WS-CCY-INDEX) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-DAY-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-HZ-DATE(WS-DAY-INDEX) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-ROW-SOURCE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-OUT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-IN-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-NET-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CUM-EDIT DELIMITED BY SIZE
               INTO LQD-RECORD
           WRITE LQD-RECORD.
       8200-EXIT.
           EXIT.

      ******************************************************************
      * 8500-PLACE-PAYMENT-IMAGE - A SUBPRM01 PAYMENT (SUSPENSE OR
      *                            PENDING APPROVAL) ON ITS EFFECTIVE
      *                            DATE. THE REVERSAL FAMILY CARRIES
      *                            THE ORIGINAL AMOUNT AND IS NEGATED
      *                            WHEN IT POSTS, SO IT IS NEGATED
      *                            HERE TOO.
      ******************************************************************
       8500-PLACE-PAYMENT-IMAGE.
           IF SP1-AMOUNT NOT NUMERIC
               GO TO 8500-EXIT
           END-IF
           MOVE SP1-CURRENCY-CODE TO WS-ITEM-CURRENCY
           MOVE SP1-AMOUNT TO WS-ITEM-AMOUNT
           IF SP1-TYPE-REVERSAL OR SP1-TYPE-BANK-RETURN OR
                   SP1-TYPE-FRAUD-REVERSAL
               COMPUTE WS-ITEM-AMOUNT = ZERO - WS-ITEM-AMOUNT
           END-IF
           IF SP1-EFFECTIVE-DATE NUMERIC
               MOVE SP1-EFFECTIVE-DATE TO WS-ITEM-DATE
           ELSE
               MOVE ZERO TO WS-ITEM-DATE
           END-IF
           PERFORM 8000-PLACE-ITEM THRU 8000-EXIT.
       8500-EXIT.
           EXIT.

      ******************************************************************
      * 8700-ADD-ONE-DAY / 8750-ADD-ONE-MONTH - ROLL WS-ROLL-DATE BY
      *                   ONE FREQUENCY PERIOD, AS EXPSTORD'S 8000
      *                   ROLL. A MONTHLY ROLL CLAMPS THE DAY TO THE
      *                   TARGET MONTH'S LENGTH.
      ******************************************************************
       8700-ADD-ONE-DAY.
           PERFORM 8800-SET-DAYS-IN-MONTH THRU 8800-EXIT
           IF WS-ROLL-DD < WS-DAYS-IN-MONTH
               ADD 1 TO WS-ROLL-DD
           ELSE
               MOVE 1 TO WS-ROLL-DD
               IF WS-ROLL-MM < 12
                   ADD 1 TO WS-ROLL-MM
               ELSE
                   MOVE 1 TO WS-ROLL-MM
                   ADD 1 TO WS-ROLL-YYYY
               END-IF
           END-IF.
       8700-EXIT.
           EXIT.

       8750-ADD-ONE-MONTH.
           IF WS-ROLL-MM < 12
               ADD 1 TO WS-ROLL-MM
           ELSE
               MOVE 1 TO WS-ROLL-MM
               ADD 1 TO WS-ROLL-YYYY
           END-IF
           PERFORM 8800-SET-DAYS-IN-MONTH THRU 8800-EXIT
           IF WS-ROLL-DD > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-ROLL-DD
           END-IF.
       8750-EXIT.
           EXIT.

       8800-SET-DAYS-IN-MONTH.
           EVALUATE WS-ROLL-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN OTHER
                   PERFORM 8850-CHECK-LEAP-YEAR THRU 8850-EXIT
                   IF WS-LEAP-YEAR
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.
       8800-EXIT.
           EXIT.

       8850-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SWITCH
           DIVIDE WS-ROLL-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-SWITCH
               GO TO 8850-EXIT
           END-IF
           DIVIDE WS-ROLL-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               GO TO 8850-EXIT
           END-IF
           DIVIDE WS-ROLL-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-SWITCH
           END-IF.
       8850-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE AND REPORT. CONDITION CODE 4 WHEN A
      *                  SOURCE COULD NOT BE TRUSTED OR AN ITEM DID
      *                  NOT FIT, SO THE FORECAST IS KNOWN SHORT.
      ******************************************************************
       9000-TERMINATE.
           IF WS-LQR-IS-OPEN
               CLOSE EXPLQRPT-FILE
           END-IF
           IF WS-LQD-IS-OPEN
               CLOSE EXPLQDLM-FILE
           END-IF
           CANCEL WS-BUSDAY01-NAME
           DISPLAY V-PN 'ITEMS FORECAST.......: ' WS-ITEMS-FORECAST
           DISPLAY V-PN 'BEYOND THE HORIZON...: ' WS-ITEMS-BEYOND
           DISPLAY V-PN 'CURRENCIES...........: ' WS-CCY-COUNT
           IF WS-ITEMS-NO-ROOM > ZERO
               DISPLAY V-PN 'CURRENCY TABLE FULL - ' WS-ITEMS-NO-ROOM
                   ' ITEMS NOT FORECAST'
           END-IF
           IF (WS-SOURCES-MISSING > ZERO OR WS-ITEMS-NO-ROOM > ZERO)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
