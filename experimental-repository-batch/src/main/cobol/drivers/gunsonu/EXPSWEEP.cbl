      ******************************************************************
      * PROGRAM-ID : EXPSWEEP
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - NIGHTLY BALANCE SWEEP RUN,
      *                    IN THE EXPCTRL CHAIN AFTER EXPBATCH AND
      *                    EXPINCRD SO IT SEES THE NIGHT'S POSTINGS
      *                    AND INBOUND CREDITS, AND AHEAD OF EXPBALPF
      *                    SO THE BALANCE PROOF COVERS WHAT IT MOVES.
      *                    BRANCH STAFF USED TO KEY THE BUSINESS
      *                    CUSTOMERS' SWEEPS BY HAND THROUGH PSEXDRV
      *                    EVERY MORNING. EACH ACTIVE SWEEPARR
      *                    ARRANGEMENT IS WORKED FROM THE ACCTMSTR
      *                    BALANCES - ZERO-BALANCE SWEEPS FIRST, SO
      *                    THE CONCENTRATION ACCOUNTS ARE FILLED
      *                    BEFORE ANY OVERDRAFT COVER DRAWS ON THEM -
      *                    AND THE MOVEMENT IS POSTED THROUGH THE
      *                    SUBPGM01 CHAIN AS A PAIR OF TYPE 'W'
      *                    ENTRIES: THE DEBIT TO THE FUNDING ACCOUNT
      *                    UNDER TRACE 'X' + THE SWEEP REFERENCE, THE
      *                    CREDIT TO THE OTHER ACCOUNT UNDER 'Y' + THE
      *                    SAME REFERENCE (RUN DATE, TIME, SEQUENCE).
      *                    A CREDIT THE CHAIN REFUSES HAS ITS DEBIT
      *                    REVERSED UNDER 'Z' + THE REFERENCE, SO A
      *                    SWEEP NEVER MOVES MONEY ONE-SIDED. A SWEEP
      *                    NEVER OVERDRAWS THE ACCOUNT FUNDING IT.
      *                    THE SWEEP IS DRIVEN BY THE BALANCES, SO A
      *                    RERUN FINDS NOTHING LEFT TO MOVE. EVERY
      *                    ARRANGEMENT GETS ONE LINE ON THE EXPSWPRP
      *                    DAILY SWEEP REPORT. CONDITION CODE 4 WHEN A
      *                    SWEEP WAS REFUSED, 8 WHEN A REFUSED CREDIT'S
      *                    DEBIT COULD NOT BE REVERSED.
      * 2026-10-15  DS    AN ARRANGEMENT NAMING A FOREIGN-CURRENCY
      *                    ACCOUNT IS REPORTED AND NOT SWEPT - THE
      *                    SWEEP SIZES AND POSTS IN BASE, WHICH SUCH AN
      *                    ACCOUNT'S BALANCE IS NOT HELD IN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPSWEEP.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEPARR-FILE ASSIGN TO 'SWEEPARR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SWEEPARR-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT EXPSWPRP-FILE ASSIGN TO 'EXPSWPRP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPSWPRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEPARR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY SWEEPARR.

       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMSTR.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       FD  EXPSWPRP-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE DAILY SWEEP REPORT - ONE LINE PER ARRANGEMENT.
       01  SWR-RECORD                     PIC X(170).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPSWEEP->'.
       01  WS-SUBPGM01-NAME                PIC X(08) VALUE 'SUBPGM01'.
       01  WS-BASE-CURRENCY                PIC X(03) VALUE 'USD'.

       01  WS-FILE-STATUSES.
           05  WS-SWEEPARR-STATUS          PIC X(02) VALUE '00'.
               88  WS-SWEEPARR-OK              VALUE '00'.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-EXPSWPRP-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPSWPRP-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUE 'Y'.
           05  WS-LOAD-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-LOAD-EOF-REACHED         VALUE 'Y'.
           05  WS-SWR-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-SWR-IS-OPEN              VALUE 'Y'.
           05  WS-ARR-OVERFLOW-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-ARR-TABLE-OVERFLOWED     VALUE 'Y'.
           05  WS-BAL-OVERFLOW-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-BAL-TABLE-OVERFLOWED     VALUE 'Y'.
           05  WS-SLOT-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-SLOT-FOUND               VALUE 'Y'.
           05  WS-SNAPSHOT-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-SNAPSHOT-TAKEN           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ARRANGEMENTS-READ        PIC 9(05) COMP VALUE ZERO.
           05  WS-SWEEPS-POSTED            PIC 9(05) COMP VALUE ZERO.
           05  WS-NOTHING-TO-SWEEP         PIC 9(05) COMP VALUE ZERO.
           05  WS-BELOW-MINIMUM            PIC 9(05) COMP VALUE ZERO.
           05  WS-SWEEPS-REFUSED           PIC 9(05) COMP VALUE ZERO.
           05  WS-ARRANGEMENTS-SKIPPED     PIC 9(05) COMP VALUE ZERO.
           05  WS-BACK-OUTS-FAILED         PIC 9(05) COMP VALUE ZERO.
           05  WS-ARR-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-ARR-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-BAL-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-BAL-INDEX                PIC 9(04) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-AMOUNT-EDIT                  PIC -(10)9.99.
       01  WS-FROM-BAL-EDIT                PIC -(10)9.99.
       01  WS-TO-BAL-EDIT                  PIC -(10)9.99.
       01  WS-TOTAL-EDITS.
           05  WS-READ-EDIT                PIC ZZZZ9.
           05  WS-POSTED-EDIT              PIC ZZZZ9.
           05  WS-REFUSED-EDIT             PIC ZZZZ9.
           05  WS-NOTHING-EDIT             PIC ZZZZ9.
           05  WS-MINIMUM-EDIT             PIC ZZZZ9.
           05  WS-SKIPPED-EDIT             PIC ZZZZ9.

      ******************************************************************
      * WS-PASS-TYPE - THE SWEEP TYPE THE CURRENT PASS OVER THE
      * ARRANGEMENTS WORKS: ZERO-BALANCE ('Z') FIRST, THEN OVERDRAFT
      * COVER ('O').
      ******************************************************************
       01  WS-PASS-TYPE                    PIC X(01) VALUE SPACE.

      ******************************************************************
      * WS-ARR-TABLE - EVERY SWEEPARR ARRANGEMENT, LOADED ONCE AND
      * WORKED IN TWO PASSES. A FULL TABLE REFUSES THE RUN - SWEEPING
      * ONLY THE ARRANGEMENTS THAT FIT WOULD LEAVE THE REST OF THE
      * CUSTOMERS OVERDRAWN WITH NOTHING SAID.
      ******************************************************************
       01  WS-ARR-TABLE.
           05  WS-ARR-ENTRY                OCCURS 500 TIMES.
               10  WS-ARR-RECORD           PIC X(60).

      ******************************************************************
      * WS-BAL-TABLE - THE BALANCE OF EVERY ACCOUNT NAMED BY AN
      * ARRANGEMENT, TAKEN FROM ACCTMSTR BEFORE ANYTHING POSTS AND
      * KEPT CURRENT HERE AS EACH SWEEP POSTS - THE MASTER ITSELF IS
      * CLOSED AGAIN BEFORE THE FIRST CALL, SO THIS STEP NEVER HOLDS
      * IT OPEN UNDER THE POSTING CHAIN. AN ACCOUNT NOT ON FILE OR
      * NOT ACTIVE IS HELD AS NOT USABLE. A FOREIGN-CURRENCY ACCOUNT IS
      * FLAGGED SO ITS ARRANGEMENT CAN BE REFUSED.
      ******************************************************************
       01  WS-BAL-TABLE.
           05  WS-BAL-ENTRY                OCCURS 1000 TIMES.
               10  WS-BAL-ACCOUNT          PIC X(10).
               10  WS-BAL-USABLE-SW        PIC X(01).
                   88  WS-BAL-USABLE           VALUE 'Y'.
               10  WS-BAL-BALANCE          PIC S9(13)V99 COMP-3.
               10  WS-BAL-FOREIGN-SW       PIC X(01).
                   88  WS-BAL-FOREIGN          VALUE 'Y'.

      ******************************************************************
      * WS-SWEEP-WORK - THE ARRANGEMENT IN HAND: WHICH WAY THE MONEY
      * MOVES, HOW MUCH, AND WHAT BECAME OF IT.
      ******************************************************************
       01  WS-SWEEP-WORK.
           05  WS-LOOKUP-ACCOUNT           PIC X(10) VALUE SPACES.
           05  WS-SOURCE-SLOT              PIC 9(04) COMP VALUE ZERO.
           05  WS-TARGET-SLOT              PIC 9(04) COMP VALUE ZERO.
           05  WS-FROM-SLOT                PIC 9(04) COMP VALUE ZERO.
           05  WS-TO-SLOT                  PIC 9(04) COMP VALUE ZERO.
           05  WS-SWEEP-GAP                PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-SWEEP-AMOUNT             PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-MINIMUM-AMOUNT           PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-SWEEP-REFERENCE          PIC X(15) VALUE SPACES.
           05  WS-DEBIT-TRACE-ID           PIC X(16) VALUE SPACES.
           05  WS-OUTCOME                  PIC X(50) VALUE SPACES.
       01  WS-TRACE-TIME-NOW               PIC 9(08) VALUE ZERO.
       01  WS-TRACE-SEQUENCE               PIC 9(03) VALUE ZERO.

      ******************************************************************
      * WS-ERROR-LOOKUP - TRANSLATE SP1-RETURN-CODE INTO OPERATOR-
      * FACING TEXT VIA THE SHARED ERRCODES TABLE.
      ******************************************************************
           COPY ERRCODES.
       01  WS-ERROR-INDEX                  PIC 9(02) COMP VALUE ZERO.
       01  WS-ERROR-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-ERROR-TEXT-FOUND             VALUE 'Y'.
       01  WS-ERROR-TEXT                   PIC X(28) VALUE SPACES.
       01  WS-RETURN-CODE-EDIT             PIC X(02) VALUE SPACES.

           COPY SUBPRM01.

      ******************************************************************
      * 0000-MAINLINE - LOAD, SWEEP ZERO-BALANCE THEN OVERDRAFT COVER,
      *                 REPORT.
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               MOVE 'Z' TO WS-PASS-TYPE
               PERFORM 2000-SWEEP-ONE-ARRANGEMENT THRU 2000-EXIT
                   VARYING WS-ARR-INDEX FROM 1 BY 1
                   UNTIL WS-ARR-INDEX > WS-ARR-COUNT
               MOVE 'O' TO WS-PASS-TYPE
               PERFORM 2000-SWEEP-ONE-ARRANGEMENT THRU 2000-EXIT
                   VARYING WS-ARR-INDEX FROM 1 BY 1
                   UNTIL WS-ARR-INDEX > WS-ARR-COUNT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, THE ARRANGEMENTS, THE BALANCE
      *                   SNAPSHOT, AND THE REPORT.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           OPEN INPUT SWEEPARR-FILE
           IF NOT WS-SWEEPARR-OK
               DISPLAY V-PN 'NO SWEEPARR FILE ON HAND - NOTHING TO '
                   'SWEEP'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-ARRANGEMENT THRU 1100-EXIT
               UNTIL WS-LOAD-EOF-REACHED
           CLOSE SWEEPARR-FILE
           IF WS-ARR-TABLE-OVERFLOWED
               DISPLAY V-PN 'ARRANGEMENT TABLE FULL - RUN REFUSED, '
                   'NOTHING SWEPT - RAISE THE TABLE LIMIT BEFORE THE '
                   'NEXT RUN'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF WS-ARR-COUNT = ZERO
               DISPLAY V-PN 'NO SWEEP ARRANGEMENTS ON FILE'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               DISPLAY V-PN 'UNABLE TO OPEN ACCTMSTR - STATUS '
                   WS-ACCTMST-STATUS ' - NOTHING SWEPT'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-SNAPSHOT-ONE-ARRANGEMENT THRU 1200-EXIT
               VARYING WS-ARR-INDEX FROM 1 BY 1
               UNTIL WS-ARR-INDEX > WS-ARR-COUNT
           CLOSE ACCTMST-FILE
           MOVE 'Y' TO WS-SNAPSHOT-SWITCH
           IF WS-BAL-TABLE-OVERFLOWED
               DISPLAY V-PN 'BALANCE TABLE FULL - RUN REFUSED, '
                   'NOTHING SWEPT - RAISE THE TABLE LIMIT BEFORE THE '
                   'NEXT RUN'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT EXPSWPRP-FILE
           IF WS-EXPSWPRP-OK
               MOVE 'Y' TO WS-SWR-OPEN-SWITCH
               MOVE SPACES TO SWR-RECORD
               STRING 'BALANCE SWEEP REPORT FOR BUSINESS DATE '
                          DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                   INTO SWR-RECORD
               WRITE SWR-RECORD
               MOVE SPACES TO SWR-RECORD
               WRITE SWR-RECORD
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPSWPRP - STATUS '
                   WS-EXPSWPRP-STATUS
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
           DISPLAY V-PN 'SWEEPING FOR BUSINESS DATE ' WS-RUN-DATE.
       1050-EXIT.
           EXIT.

       1100-LOAD-ONE-ARRANGEMENT.
           READ SWEEPARR-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
               NOT AT END
                   IF WS-ARR-COUNT < 500
                       ADD 1 TO WS-ARR-COUNT
                       MOVE SWEEPARR-RECORD
                           TO WS-ARR-RECORD(WS-ARR-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-ARR-OVERFLOW-SWITCH
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-SNAPSHOT-ONE-ARRANGEMENT - PUT BOTH OF AN ACTIVE
      *                                 ARRANGEMENT'S ACCOUNTS ON THE
      *                                 BALANCE TABLE.
      ******************************************************************
       1200-SNAPSHOT-ONE-ARRANGEMENT.
           MOVE WS-ARR-RECORD(WS-ARR-INDEX) TO SWEEPARR-RECORD
           IF NOT SWP-ACTIVE
               GO TO 1200-EXIT
           END-IF
           MOVE SWP-SOURCE-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 1300-FIND-BALANCE-SLOT THRU 1300-EXIT
           MOVE SWP-TARGET-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 1300-FIND-BALANCE-SLOT THRU 1300-EXIT.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-FIND-BALANCE-SLOT - WS-BAL-INDEX TO WS-LOOKUP-ACCOUNT'S
      *                          ROW ON THE BALANCE TABLE. DURING THE
      *                          SNAPSHOT (ACCTMSTR OPEN) A NEW ACCOUNT
      *                          IS READ FROM THE MASTER AND ADDED;
      *                          ZERO WHEN IT IS NOT ON THE TABLE.
      ******************************************************************
       1300-FIND-BALANCE-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-SWITCH
           PERFORM 1350-COMPARE-BALANCE-SLOT THRU 1350-EXIT
               VARYING WS-BAL-INDEX FROM 1 BY 1
               UNTIL WS-BAL-INDEX > WS-BAL-COUNT OR WS-SLOT-FOUND
           IF WS-SLOT-FOUND
               SUBTRACT 1 FROM WS-BAL-INDEX
               GO TO 1300-EXIT
           END-IF
           MOVE ZERO TO WS-BAL-INDEX
           IF WS-SNAPSHOT-TAKEN
               GO TO 1300-EXIT
           END-IF
           IF WS-BAL-COUNT NOT < 1000
               MOVE 'Y' TO WS-BAL-OVERFLOW-SWITCH
               GO TO 1300-EXIT
           END-IF
           ADD 1 TO WS-BAL-COUNT
           MOVE WS-BAL-COUNT TO WS-BAL-INDEX
           MOVE WS-LOOKUP-ACCOUNT TO WS-BAL-ACCOUNT(WS-BAL-INDEX)
           MOVE 'N' TO WS-BAL-USABLE-SW(WS-BAL-INDEX)
           MOVE 'N' TO WS-BAL-FOREIGN-SW(WS-BAL-INDEX)
           MOVE ZERO TO WS-BAL-BALANCE(WS-BAL-INDEX)
           MOVE WS-LOOKUP-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO 1300-EXIT
           END-READ
           IF ACM-ACTIVE AND ACM-CURRENT-BALANCE NUMERIC
               MOVE 'Y' TO WS-BAL-USABLE-SW(WS-BAL-INDEX)
               MOVE ACM-CURRENT-BALANCE TO WS-BAL-BALANCE(WS-BAL-INDEX)
           END-IF
           IF NOT ACM-BASE-CURRENCY-ACCOUNT
               MOVE 'Y' TO WS-BAL-FOREIGN-SW(WS-BAL-INDEX)
           END-IF.
       1300-EXIT.
           EXIT.

       1350-COMPARE-BALANCE-SLOT.
           IF WS-BAL-ACCOUNT(WS-BAL-INDEX) = WS-LOOKUP-ACCOUNT
               MOVE 'Y' TO WS-SLOT-FOUND-SWITCH
           END-IF.
       1350-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SWEEP-ONE-ARRANGEMENT - AN ARRANGEMENT OF THIS PASS'S
      *                              TYPE: WORK OUT WHICH WAY AND HOW
      *                              MUCH TO MOVE, POST IT, AND
      *                              REPORT WHAT HAPPENED. AN
      *                              ARRANGEMENT OF NEITHER TYPE IS
      *                              REPORTED ON THE FIRST PASS.
      ******************************************************************
       2000-SWEEP-ONE-ARRANGEMENT.
           MOVE WS-ARR-RECORD(WS-ARR-INDEX) TO SWEEPARR-RECORD
           MOVE ZERO TO WS-SWEEP-AMOUNT
           MOVE ZERO TO WS-SOURCE-SLOT
           MOVE ZERO TO WS-TARGET-SLOT
           MOVE ZERO TO WS-FROM-SLOT
           MOVE ZERO TO WS-TO-SLOT
           MOVE SPACES TO WS-SWEEP-REFERENCE
           IF SWP-SWEEP-TYPE NOT = WS-PASS-TYPE
               IF WS-PASS-TYPE = 'Z' AND
                       NOT SWP-ZERO-BALANCE AND
                       NOT SWP-OVERDRAFT-COVER
                   ADD 1 TO WS-ARRANGEMENTS-READ
                   ADD 1 TO WS-ARRANGEMENTS-SKIPPED
                   MOVE 'UNKNOWN SWEEP TYPE - NOT SWEPT' TO WS-OUTCOME
                   PERFORM 2900-REPORT-ARRANGEMENT THRU 2900-EXIT
               END-IF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-ARRANGEMENTS-READ
           IF NOT SWP-ACTIVE
               ADD 1 TO WS-ARRANGEMENTS-SKIPPED
               MOVE 'SUSPENDED - NOT SWEPT' TO WS-OUTCOME
               PERFORM 2900-REPORT-ARRANGEMENT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE SWP-SOURCE-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 1300-FIND-BALANCE-SLOT THRU 1300-EXIT
           MOVE WS-BAL-INDEX TO WS-SOURCE-SLOT
           MOVE SWP-TARGET-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 1300-FIND-BALANCE-SLOT THRU 1300-EXIT
           MOVE WS-BAL-INDEX TO WS-TARGET-SLOT
           IF WS-SOURCE-SLOT = ZERO OR WS-TARGET-SLOT = ZERO
               ADD 1 TO WS-ARRANGEMENTS-SKIPPED
               MOVE 'ACCOUNT NOT ON FILE - NOT SWEPT' TO WS-OUTCOME
               PERFORM 2900-REPORT-ARRANGEMENT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT WS-BAL-USABLE(WS-SOURCE-SLOT) OR
                   NOT WS-BAL-USABLE(WS-TARGET-SLOT)
               ADD 1 TO WS-ARRANGEMENTS-SKIPPED
               MOVE 'ACCOUNT NOT ACTIVE - NOT SWEPT' TO WS-OUTCOME
               PERFORM 2900-REPORT-ARRANGEMENT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF WS-BAL-FOREIGN(WS-SOURCE-SLOT) OR
                   WS-BAL-FOREIGN(WS-TARGET-SLOT)
               ADD 1 TO WS-ARRANGEMENTS-SKIPPED
               MOVE 'FOREIGN CURRENCY - NOT SWEPT' TO WS-OUTCOME
               PERFORM 2900-REPORT-ARRANGEMENT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF SWP-ZERO-BALANCE
               PERFORM 2100-SIZE-ZERO-BALANCE THRU 2100-EXIT
           ELSE
               PERFORM 2150-SIZE-OVERDRAFT-COVER THRU 2150-EXIT
           END-IF
           IF WS-SWEEP-AMOUNT NOT > ZERO
               ADD 1 TO WS-NOTHING-TO-SWEEP
               PERFORM 2900-REPORT-ARRANGEMENT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE ZERO TO WS-MINIMUM-AMOUNT
           IF SWP-MINIMUM-AMOUNT NUMERIC AND
                   SWP-MINIMUM-AMOUNT > ZERO
               MOVE SWP-MINIMUM-AMOUNT TO WS-MINIMUM-AMOUNT
           END-IF
           IF WS-SWEEP-AMOUNT < WS-MINIMUM-AMOUNT
               ADD 1 TO WS-BELOW-MINIMUM
               MOVE 'BELOW MINIMUM - NOT SWEPT' TO WS-OUTCOME
               PERFORM 2900-REPORT-ARRANGEMENT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-POST-SWEEP THRU 2200-EXIT
           PERFORM 2900-REPORT-ARRANGEMENT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-SIZE-ZERO-BALANCE - HOLD THE SUB-ACCOUNT (SOURCE) AT ITS
      *                          TARGET BALANCE: THE EXCESS GOES UP TO
      *                          THE CONCENTRATION ACCOUNT, A SHORTFALL
      *                          IS FUNDED DOWN FROM IT AS FAR AS ITS
      *                          OWN BALANCE GOES.
      ******************************************************************
       2100-SIZE-ZERO-BALANCE.
           MOVE 'NOTHING TO SWEEP' TO WS-OUTCOME
           IF SWP-TARGET-BALANCE NUMERIC
               COMPUTE WS-SWEEP-GAP =
                   WS-BAL-BALANCE(WS-SOURCE-SLOT) - SWP-TARGET-BALANCE
           ELSE
               MOVE WS-BAL-BALANCE(WS-SOURCE-SLOT) TO WS-SWEEP-GAP
           END-IF
           IF WS-SWEEP-GAP > ZERO
               MOVE WS-SOURCE-SLOT TO WS-FROM-SLOT
               MOVE WS-TARGET-SLOT TO WS-TO-SLOT
               MOVE WS-SWEEP-GAP TO WS-SWEEP-AMOUNT
               GO TO 2100-EXIT
           END-IF
           IF WS-SWEEP-GAP = ZERO
               GO TO 2100-EXIT
           END-IF
           MOVE WS-TARGET-SLOT TO WS-FROM-SLOT
           MOVE WS-SOURCE-SLOT TO WS-TO-SLOT
           COMPUTE WS-SWEEP-GAP = ZERO - WS-SWEEP-GAP
           PERFORM 2180-CAP-AT-FUNDING-BALANCE THRU 2180-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-SIZE-OVERDRAFT-COVER - TOP THE COVERED ACCOUNT (TARGET)
      *                             BACK UP TO ITS TARGET BALANCE FROM
      *                             THE SAVINGS ACCOUNT (SOURCE), AS
      *                             FAR AS THE SAVINGS BALANCE GOES.
      ******************************************************************
       2150-SIZE-OVERDRAFT-COVER.
           MOVE 'NOTHING TO SWEEP' TO WS-OUTCOME
           IF SWP-TARGET-BALANCE NUMERIC
               COMPUTE WS-SWEEP-GAP =
                   SWP-TARGET-BALANCE - WS-BAL-BALANCE(WS-TARGET-SLOT)
           ELSE
               COMPUTE WS-SWEEP-GAP =
                   ZERO - WS-BAL-BALANCE(WS-TARGET-SLOT)
           END-IF
           IF WS-SWEEP-GAP NOT > ZERO
               GO TO 2150-EXIT
           END-IF
           MOVE WS-SOURCE-SLOT TO WS-FROM-SLOT
           MOVE WS-TARGET-SLOT TO WS-TO-SLOT
           PERFORM 2180-CAP-AT-FUNDING-BALANCE THRU 2180-EXIT.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2180-CAP-AT-FUNDING-BALANCE - THE AMOUNT NEEDED (WS-SWEEP-GAP)
      *                               OR WHAT THE FUNDING ACCOUNT
      *                               HOLDS, WHICHEVER IS LESS - A
      *                               SWEEP NEVER OVERDRAWS THE
      *                               ACCOUNT FUNDING IT.
      ******************************************************************
       2180-CAP-AT-FUNDING-BALANCE.
           IF WS-BAL-BALANCE(WS-FROM-SLOT) NOT > ZERO
               MOVE 'NO FUNDS TO COVER' TO WS-OUTCOME
               GO TO 2180-EXIT
           END-IF
           IF WS-SWEEP-GAP > WS-BAL-BALANCE(WS-FROM-SLOT)
               MOVE WS-BAL-BALANCE(WS-FROM-SLOT) TO WS-SWEEP-AMOUNT
           ELSE
               MOVE WS-SWEEP-GAP TO WS-SWEEP-AMOUNT
           END-IF.
       2180-EXIT.
           EXIT.

      ******************************************************************
      * 2200-POST-SWEEP - DEBIT THE FUNDING ACCOUNT, THEN CREDIT THE
      *                   OTHER, BOTH UNDER THE ONE SWEEP REFERENCE. A
      *                   REFUSED CREDIT HAS ITS DEBIT REVERSED.
      ******************************************************************
       2200-POST-SWEEP.
           ACCEPT WS-TRACE-TIME-NOW FROM TIME
           IF WS-TRACE-SEQUENCE = 999
               MOVE ZERO TO WS-TRACE-SEQUENCE
           ELSE
               ADD 1 TO WS-TRACE-SEQUENCE
           END-IF
           MOVE SPACES TO WS-SWEEP-REFERENCE
           STRING WS-RUN-DATE DELIMITED BY SIZE
                   WS-TRACE-TIME-NOW(1:4) DELIMITED BY SIZE
                   WS-TRACE-SEQUENCE DELIMITED BY SIZE
               INTO WS-SWEEP-REFERENCE
           END-STRING
           PERFORM 2250-BUILD-SWEEP-LEG THRU 2250-EXIT
           MOVE WS-BAL-ACCOUNT(WS-FROM-SLOT) TO SP1-ACCOUNT-NUMBER
           MOVE WS-SWEEP-AMOUNT TO SP1-AMOUNT
           MOVE 'W' TO SP1-TRANSACTION-TYPE
           STRING 'X' DELIMITED BY SIZE
                   WS-SWEEP-REFERENCE DELIMITED BY SIZE
               INTO SP1-TRACE-ID
           END-STRING
           MOVE SP1-TRACE-ID TO WS-DEBIT-TRACE-ID
           CALL WS-SUBPGM01-NAME USING SUBPRM01
           IF SP1-FAILED
               PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
               ADD 1 TO WS-SWEEPS-REFUSED
               MOVE SPACES TO WS-OUTCOME
               STRING 'REFUSED - DEBIT ' DELIMITED BY SIZE
                      WS-ERROR-TEXT DELIMITED BY SIZE
                   INTO WS-OUTCOME
               GO TO 2200-EXIT
           END-IF
           PERFORM 2250-BUILD-SWEEP-LEG THRU 2250-EXIT
           MOVE WS-BAL-ACCOUNT(WS-TO-SLOT) TO SP1-ACCOUNT-NUMBER
           COMPUTE SP1-AMOUNT = ZERO - WS-SWEEP-AMOUNT
           MOVE 'W' TO SP1-TRANSACTION-TYPE
           STRING 'Y' DELIMITED BY SIZE
                   WS-SWEEP-REFERENCE DELIMITED BY SIZE
               INTO SP1-TRACE-ID
           END-STRING
           CALL WS-SUBPGM01-NAME USING SUBPRM01
           IF SP1-FAILED
               PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
               ADD 1 TO WS-SWEEPS-REFUSED
               PERFORM 2300-BACK-OUT-DEBIT THRU 2300-EXIT
               GO TO 2200-EXIT
           END-IF
           SUBTRACT WS-SWEEP-AMOUNT FROM WS-BAL-BALANCE(WS-FROM-SLOT)
           ADD WS-SWEEP-AMOUNT TO WS-BAL-BALANCE(WS-TO-SLOT)
           ADD 1 TO WS-SWEEPS-POSTED
           MOVE 'SWEPT' TO WS-OUTCOME.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2250-BUILD-SWEEP-LEG - THE FIELDS EVERY LEG SHARES, IN BASE.
      ******************************************************************
       2250-BUILD-SWEEP-LEG.
           INITIALIZE SUBPRM01
           MOVE WS-BASE-CURRENCY TO SP1-CURRENCY-CODE
           MOVE WS-RUN-DATE TO SP1-TRANSACTION-DATE
           MOVE ZERO TO SP1-EFFECTIVE-DATE
           MOVE ZERO TO SP1-RETURN-CODE
           MOVE ZERO TO SP1-CONVERTED-AMOUNT
           MOVE 'N' TO SP1-TEST-MODE
           MOVE SPACES TO SP1-OPERATOR-ID
           MOVE SPACES TO SP1-REGION-CODE
           MOVE SPACES TO SP1-TRACE-ID.
       2250-EXIT.
           EXIT.

      ******************************************************************
      * 2300-BACK-OUT-DEBIT - THE CREDIT WAS REFUSED - REVERSE THE
      *                       DEBIT ALREADY POSTED (TYPE 'R' AGAINST
      *                       THE 'X' TRACE). A BACK-OUT THE CHAIN
      *                       ALSO REFUSES LEAVES MONEY MOVED ONE-
      *                       SIDED - NAMED FOR HAND RECONCILIATION
      *                       (CC 8).
      ******************************************************************
       2300-BACK-OUT-DEBIT.
           MOVE SPACES TO WS-OUTCOME
           STRING 'BACKED OUT - CREDIT ' DELIMITED BY SIZE
                  WS-ERROR-TEXT DELIMITED BY SIZE
               INTO WS-OUTCOME
           PERFORM 2250-BUILD-SWEEP-LEG THRU 2250-EXIT
           MOVE WS-BAL-ACCOUNT(WS-FROM-SLOT) TO SP1-ACCOUNT-NUMBER
           MOVE WS-SWEEP-AMOUNT TO SP1-AMOUNT
           MOVE 'R' TO SP1-TRANSACTION-TYPE
           MOVE WS-DEBIT-TRACE-ID TO SP1-ORIGINAL-TRACE-ID
           STRING 'Z' DELIMITED BY SIZE
                   WS-SWEEP-REFERENCE DELIMITED BY SIZE
               INTO SP1-TRACE-ID
           END-STRING
           CALL WS-SUBPGM01-NAME USING SUBPRM01
           IF SP1-FAILED
               PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
               ADD 1 TO WS-BACK-OUTS-FAILED
               MOVE 8 TO RETURN-CODE
               MOVE 'BACK-OUT FAILED - RECONCILE BY HAND' TO WS-OUTCOME
               MOVE WS-SWEEP-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY V-PN 'BACK-OUT REFUSED - ' WS-ERROR-TEXT
                   ' - ACCOUNT ' WS-BAL-ACCOUNT(WS-FROM-SLOT)
                   ' DEBITED ' WS-AMOUNT-EDIT ' UNDER '
                   WS-DEBIT-TRACE-ID ' WITH NO CREDIT - RECONCILE '
                   'BY HAND'
               SUBTRACT WS-SWEEP-AMOUNT
                   FROM WS-BAL-BALANCE(WS-FROM-SLOT)
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2900-REPORT-ARRANGEMENT - ONE EXPSWPRP LINE: THE ARRANGEMENT,
      *                           THE ACCOUNTS THE MONEY MOVED FROM
      *                           AND TO (SOURCE AND TARGET WHEN
      *                           NOTHING MOVED), THE AMOUNT, BOTH
      *                           BALANCES AFTER, THE SWEEP REFERENCE
      *                           AND THE OUTCOME.
      ******************************************************************
       2900-REPORT-ARRANGEMENT.
           IF WS-FROM-SLOT = ZERO
               MOVE WS-SOURCE-SLOT TO WS-FROM-SLOT
               MOVE WS-TARGET-SLOT TO WS-TO-SLOT
           END-IF
           MOVE WS-SWEEP-AMOUNT TO WS-AMOUNT-EDIT
           MOVE ZERO TO WS-FROM-BAL-EDIT
           MOVE ZERO TO WS-TO-BAL-EDIT
           IF SWP-ACTIVE AND WS-FROM-SLOT > ZERO AND WS-TO-SLOT > ZERO
               MOVE WS-BAL-BALANCE(WS-FROM-SLOT) TO WS-FROM-BAL-EDIT
               MOVE WS-BAL-BALANCE(WS-TO-SLOT) TO WS-TO-BAL-EDIT
           END-IF
           DISPLAY V-PN SWP-ARRANGEMENT-ID ' ' SWP-SWEEP-TYPE ' '
               WS-AMOUNT-EDIT ' ' WS-OUTCOME
           IF NOT WS-SWR-IS-OPEN
               GO TO 2900-EXIT
           END-IF
           MOVE SPACES TO SWR-RECORD
           IF WS-SWEEP-AMOUNT > ZERO AND WS-FROM-SLOT > ZERO AND
                   WS-TO-SLOT > ZERO
               STRING SWP-ARRANGEMENT-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      SWP-SWEEP-TYPE DELIMITED BY SIZE
                      ' FROM ' DELIMITED BY SIZE
                      WS-BAL-ACCOUNT(WS-FROM-SLOT) DELIMITED BY SIZE
                      WS-FROM-BAL-EDIT DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      WS-BAL-ACCOUNT(WS-TO-SLOT) DELIMITED BY SIZE
                      WS-TO-BAL-EDIT DELIMITED BY SIZE
                      ' AMOUNT ' DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      ' REF ' DELIMITED BY SIZE
                      WS-SWEEP-REFERENCE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-OUTCOME DELIMITED BY SIZE
                   INTO SWR-RECORD
           ELSE
               STRING SWP-ARRANGEMENT-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      SWP-SWEEP-TYPE DELIMITED BY SIZE
                      ' SOURCE ' DELIMITED BY SIZE
                      SWP-SOURCE-ACCOUNT DELIMITED BY SIZE
                      WS-FROM-BAL-EDIT DELIMITED BY SIZE
                      ' TARGET ' DELIMITED BY SIZE
                      SWP-TARGET-ACCOUNT DELIMITED BY SIZE
                      WS-TO-BAL-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-OUTCOME DELIMITED BY SIZE
                   INTO SWR-RECORD
           END-IF
           WRITE SWR-RECORD.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - REPORT TOTALS, CLOSE, AND SET THE CONDITION
      *                  CODE - 4 WHEN A SWEEP WAS REFUSED.
      ******************************************************************
       9000-TERMINATE.
           IF WS-SWR-IS-OPEN
               MOVE WS-ARRANGEMENTS-READ TO WS-READ-EDIT
               MOVE WS-SWEEPS-POSTED TO WS-POSTED-EDIT
               MOVE WS-SWEEPS-REFUSED TO WS-REFUSED-EDIT
               MOVE WS-NOTHING-TO-SWEEP TO WS-NOTHING-EDIT
               MOVE WS-BELOW-MINIMUM TO WS-MINIMUM-EDIT
               MOVE WS-ARRANGEMENTS-SKIPPED TO WS-SKIPPED-EDIT
               MOVE SPACES TO SWR-RECORD
               WRITE SWR-RECORD
               MOVE SPACES TO SWR-RECORD
               STRING 'ARRANGEMENTS ' DELIMITED BY SIZE
                      WS-READ-EDIT DELIMITED BY SIZE
                      '  SWEPT ' DELIMITED BY SIZE
                      WS-POSTED-EDIT DELIMITED BY SIZE
                      '  REFUSED ' DELIMITED BY SIZE
                      WS-REFUSED-EDIT DELIMITED BY SIZE
                      '  NOTHING TO SWEEP ' DELIMITED BY SIZE
                      WS-NOTHING-EDIT DELIMITED BY SIZE
                      '  BELOW MINIMUM ' DELIMITED BY SIZE
                      WS-MINIMUM-EDIT DELIMITED BY SIZE
                      '  NOT SWEPT ' DELIMITED BY SIZE
                      WS-SKIPPED-EDIT DELIMITED BY SIZE
                   INTO SWR-RECORD
               WRITE SWR-RECORD
               CLOSE EXPSWPRP-FILE
           END-IF
           CANCEL WS-SUBPGM01-NAME
           DISPLAY V-PN 'ARRANGEMENTS READ....: ' WS-ARRANGEMENTS-READ
           DISPLAY V-PN 'SWEEPS POSTED........: ' WS-SWEEPS-POSTED
           DISPLAY V-PN 'SWEEPS REFUSED.......: ' WS-SWEEPS-REFUSED
           DISPLAY V-PN 'NOTHING TO SWEEP.....: ' WS-NOTHING-TO-SWEEP
           DISPLAY V-PN 'BELOW MINIMUM........: ' WS-BELOW-MINIMUM
           DISPLAY V-PN 'NOT SWEPT............: '
               WS-ARRANGEMENTS-SKIPPED
           DISPLAY V-PN 'BACK-OUTS FAILED.....: ' WS-BACK-OUTS-FAILED
           IF WS-SWEEPS-REFUSED > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9800-LOOKUP-ERROR-TEXT - TRANSLATE SP1-RETURN-CODE INTO TEXT
      *                          FROM THE SHARED ERRCODES TABLE.
      ******************************************************************
       9800-LOOKUP-ERROR-TEXT.
           MOVE SPACES TO WS-ERROR-TEXT
           MOVE 'N' TO WS-ERROR-FOUND-SWITCH
           PERFORM 9850-COMPARE-ERROR-CODE
               VARYING WS-ERROR-INDEX FROM 1 BY 1
               UNTIL WS-ERROR-INDEX > 23 OR WS-ERROR-TEXT-FOUND.
       9800-EXIT.
           EXIT.

       9850-COMPARE-ERROR-CODE.
           MOVE SP1-RETURN-CODE TO WS-RETURN-CODE-EDIT
           IF ERR-CODE(WS-ERROR-INDEX) = WS-RETURN-CODE-EDIT
               MOVE ERR-TEXT(WS-ERROR-INDEX) TO WS-ERROR-TEXT
               MOVE 'Y' TO WS-ERROR-FOUND-SWITCH
           END-IF.
