      ******************************************************************
      * PROGRAM-ID : TDMNT
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - TERM DEPOSIT SERVICE,
      *                    CALLABLE THE SAME WAY ACCTMNT AND FRZMNT
      *                    ARE. A TERM DEPOSIT IS AN ACCTMSTR ACCOUNT
      *                    OPENED ON A TERM DEPOSIT PRODUCT AND FUNDED
      *                    LIKE ANY OTHER; 'O' THEN BOOKS THE DEPOSIT
      *                    ON TERMDEP - THE BALANCE BECOMES THE
      *                    PRINCIPAL, AT THE FIXED RATE AND FOR THE
      *                    TERM IN MONTHS GIVEN, WITH THE CUSTOMER'S
      *                    MATURITY INSTRUCTION (ROLL OVER, OR PAY OUT
      *                    TO A NOMINATED ACCOUNT). FROM THEN UNTIL
      *                    MATURITY SUBPGM01 REFUSES ORDINARY DEBITS
      *                    (RETURN CODE 72) AND EXPTDMAT SETTLES THE
      *                    DEPOSIT ON ITS MATURITY DATE. 'B' BREAKS A
      *                    DEPOSIT EARLY - NO INTEREST IS EARNED, THE
      *                    PRODUCT'S PRD-BREAK-PENALTY-PCT OF THE
      *                    PRINCIPAL IS POSTED AS A PENALTY, AND WHAT
      *                    REMAINS ON THE ACCOUNT IS PAID OUT - ALL AS
      *                    TYPE 'M' ENTRIES THROUGH SUBPGM01, THE SAME
      *                    WAY ACCTMNT POSTS ITS FINAL INTEREST SWEEP.
      *                    'I' HANDS THE DEPOSIT'S TERMS BACK. THE
      *                    OPERATOR IS CHECKED AGAINST THE CENTRAL
      *                    OPERCHK ENTITLEMENT MASTER (SERVICE TDMNT,
      *                    ACTION = THE FUNCTION).
      * 2026-10-15  DS    A DEPOSIT IS NOT BOOKED ON A FOREIGN-CURRENCY
      *                    ACCOUNT - THE PRINCIPAL, MATURITY INTEREST
      *                    AND PAY-OUT ARE ALL WORKED IN BASE.
      * 2026-10-15  DS    WHILE EXPCTRL HAS THE POSTING WINDOW OPEN
      *                    (BDC-CHAIN-POSTING ON BUSDCTL) A BOOK OR
      *                    BREAK THAT PASSES ITS EDITS IS QUEUED ON
      *                    DEFERQ INSTEAD OF APPLIED, AND THE CALLER
      *                    GETS RETURN CODE 02, ACCEPTED, PENDING.
      *                    EXPDRAIN REPLAYS IT THROUGH THIS PROGRAM
      *                    WHEN THE CHAIN ENDS. AN INQUIRY IS ANSWERED
      *                    AS USUAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMNT.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMDEP-FILE ASSIGN TO 'TERMDEP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TDP-ACCOUNT-NUMBER
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT PRODMSTR-FILE ASSIGN TO 'PRODMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODMSTR-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT DEFERQ-FILE ASSIGN TO 'DEFERQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEFERQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMDEP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMDEP.

       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
      *    READ ONLY - SUBPGM01 OWNS THE BALANCE. OPENED FOR EACH
      *    LOOKUP SO A BALANCE READ AFTER A POSTING SEES THE POSTING.
           COPY ACCTMSTR.

       FD  PRODMSTR-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE DEPOSIT'S PRODUCT, FOR ITS EARLY-BREAK PENALTY.
           COPY PRODMSTR.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       FD  DEFERQ-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    REQUESTS ACCEPTED WHILE THE NIGHTLY CHAIN IS POSTING,
      *    OPENED EXTEND AND LEFT FOR EXPDRAIN TO REPLAY.
           COPY DEFERQ.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'TDMNT->   '.
       01  WS-OPERCHK-NAME                 PIC X(08) VALUE 'OPERCHK'.
           COPY OPCHKPRM.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.
           COPY BUSDPARM.
       01  WS-SUBPGM01-NAME                PIC X(08) VALUE 'SUBPGM01'.
       01  WS-SUBPGM02-NAME                PIC X(08) VALUE 'SUBPGM02'.
      *    THE DEPOSIT AND ITS POSTINGS ARE CARRIED IN BASE.
       01  WS-BASE-CURRENCY                PIC X(03) VALUE 'USD'.

       01  WS-FILE-STATUSES.
           05  WS-TERMDEP-STATUS           PIC X(02) VALUE '00'.
               88  WS-TERMDEP-OK               VALUE '00'.
               88  WS-TERMDEP-NOT-FOUND        VALUES '23' '35'.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-PRODMSTR-STATUS          PIC X(02) VALUE '00'.
               88  WS-PRODMSTR-OK              VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-DEFERQ-STATUS            PIC X(02) VALUE '00'.
               88  WS-DEFERQ-OK                VALUE '00'.

       01  WS-SWITCHES.
           05  WS-TERMDEP-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-TERMDEP-IS-OPEN          VALUE 'Y'.
           05  WS-DEPOSIT-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-DEPOSIT-FOUND            VALUE 'Y'.
           05  WS-ACCOUNT-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-ACCOUNT-FOUND            VALUE 'Y'.
           05  WS-POSTING-WINDOW-SW        PIC X(01) VALUE 'N'.
               88  WS-POSTING-WINDOW-OPEN      VALUE 'Y'.

      ******************************************************************
      * WS-DEPOSIT-WORK - THE BUSINESS DATE, THE ACCOUNT BEING LOOKED
      * UP, THE BREAK'S PENALTY AND PAY-OUT, AND THE POSTING TRACE.
      ******************************************************************
       01  WS-DEPOSIT-WORK.
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-TIME-NOW                 PIC 9(08) VALUE ZERO.
           05  WS-TRACE-SEQUENCE           PIC 9(01) VALUE ZERO.
           05  WS-LOOKUP-ACCOUNT           PIC X(10) VALUE SPACES.
           05  WS-PAYOUT-ACCOUNT           PIC X(10) VALUE SPACES.
           05  WS-PENALTY-PCT              PIC 9(02)V999 VALUE ZERO.
           05  WS-PENALTY-AMOUNT           PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-PAYOUT-AMOUNT            PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-POST-ACCOUNT             PIC X(10) VALUE SPACES.
           05  WS-POST-AMOUNT              PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-AMOUNT-EDIT              PIC -(10)9.99.

           COPY SUBPRM01.

       LINKAGE SECTION.
           COPY TDMCOMM.

      ******************************************************************
      * 0000-MAINLINE - EDIT THE REQUEST, OPEN THE DEPOSIT FILE, AND
      *                 BOOK, BREAK OR ANSWER.
      ******************************************************************
       PROCEDURE DIVISION USING TDMNT-COMMAREA.

       0000-MAINLINE.
           MOVE ZERO TO TDM-RETURN-CODE
           MOVE SPACES TO TDM-REJECT-REASON
           MOVE SPACES TO TDM-STATUS
           MOVE ZERO TO TDM-PRINCIPAL
           MOVE ZERO TO TDM-START-DATE
           MOVE ZERO TO TDM-MATURITY-DATE
           MOVE ZERO TO TDM-PENALTY-AMOUNT
           MOVE ZERO TO TDM-PAID-OUT-AMOUNT
           PERFORM 0100-SET-BUSINESS-DATE THRU 0100-EXIT
           PERFORM 1000-EDIT-REQUEST THRU 1000-EXIT
           IF TDM-REJECTED
               DISPLAY V-PN 'REQUEST REJECTED AT EDIT - '
                   TDM-REJECT-REASON
               GOBACK
           END-IF
           IF WS-POSTING-WINDOW-OPEN AND NOT TDM-FUNC-INQUIRE
               PERFORM 5000-DEFER-REQUEST THRU 5000-EXIT
               GOBACK
           END-IF
           PERFORM 1100-OPEN-TERMDEP THRU 1100-EXIT
           IF TDM-REJECTED
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN TDM-FUNC-BOOK
                   PERFORM 2000-BOOK-DEPOSIT THRU 2000-EXIT
               WHEN TDM-FUNC-BREAK
                   PERFORM 3000-BREAK-DEPOSIT THRU 3000-EXIT
               WHEN TDM-FUNC-INQUIRE
                   PERFORM 4000-INQUIRE-DEPOSIT THRU 4000-EXIT
           END-EVALUATE
           IF WS-TERMDEP-IS-OPEN
               CLOSE TERMDEP-FILE
           END-IF
           GOBACK.

      ******************************************************************
      * 0100-SET-BUSINESS-DATE - THE DECLARED BUSINESS DATE FROM
      *                          BUSDCTL, READ AT EACH CALL THE SAME
      *                          WAY PSEXPERI READS IT, SO A DEPOSIT
      *                          MATURES ON THE SAME DAY HERE AS IN
      *                          SUBPGM01. SYSTEM DATE AS FALLBACK.
      *                          ALSO WHETHER EXPCTRL HAS THE POSTING
      *                          WINDOW OPEN.
      ******************************************************************
       0100-SET-BUSINESS-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'N' TO WS-POSTING-WINDOW-SW
           OPEN INPUT BUSDCTL-FILE
           IF NOT WS-BUSDCTL-OK
               GO TO 0100-EXIT
           END-IF
           READ BUSDCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BDC-BUSINESS-DATE NUMERIC AND
                           BDC-BUSINESS-DATE > ZERO
                       MOVE BDC-BUSINESS-DATE TO WS-TODAY
                   END-IF
                   IF BDC-CHAIN-POSTING
                       MOVE 'Y' TO WS-POSTING-WINDOW-SW
                   END-IF
           END-READ
           CLOSE BUSDCTL-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 1000-EDIT-REQUEST - FIELD EDITS AND THE OPERATOR ENTITLEMENT
      *                     CHECK BEFORE ANY FILE IS TOUCHED.
      ******************************************************************
       1000-EDIT-REQUEST.
           IF NOT TDM-FUNC-BOOK AND NOT TDM-FUNC-BREAK AND
                   NOT TDM-FUNC-INQUIRE
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'FUNCTION MUST BE O, B OR I' TO TDM-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF TDM-ACCOUNT-NUMBER = SPACES OR LOW-VALUES
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'ACCOUNT NUMBER IS BLANK' TO TDM-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF TDM-OPERATOR-ID = SPACES OR LOW-VALUES
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'OPERATOR ID IS BLANK' TO TDM-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           MOVE TDM-OPERATOR-ID TO OPC-OPERATOR-ID
           MOVE 'TDMNT   ' TO OPC-SERVICE-NAME
           MOVE TDM-FUNCTION TO OPC-ACTION
           CALL WS-OPERCHK-NAME USING OPERCHK-PARM
           CANCEL WS-OPERCHK-NAME
           IF OPC-NOT-AUTHORIZED
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'OPERATOR NOT ENTITLED TO THIS FUNCTION'
                   TO TDM-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF NOT TDM-FUNC-BOOK
               GO TO 1000-EXIT
           END-IF
           IF TDM-RATE-PCT NOT NUMERIC OR TDM-RATE-PCT = ZERO
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'RATE MUST BE GREATER THAN ZERO'
                   TO TDM-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF TDM-TERM-MONTHS NOT NUMERIC OR TDM-TERM-MONTHS = ZERO
                   OR TDM-TERM-MONTHS > 120
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'TERM MUST BE 1 TO 120 MONTHS'
                   TO TDM-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF NOT TDM-VALID-INSTRUCTION
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'INSTRUCTION MUST BE R OR P' TO TDM-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF TDM-PAY-OUT AND
                   (TDM-PAYOUT-ACCOUNT = SPACES OR LOW-VALUES)
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'PAY-OUT ACCOUNT IS REQUIRED'
                   TO TDM-REJECT-REASON
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-OPEN-TERMDEP - OPEN FOR UPDATE, CREATING THE FILE THE
      *                     FIRST TIME, THE SAME WAY FRZMNT CREATES
      *                     ACCTFRZ.
      ******************************************************************
       1100-OPEN-TERMDEP.
           OPEN I-O TERMDEP-FILE
           IF WS-TERMDEP-NOT-FOUND
               OPEN OUTPUT TERMDEP-FILE
               IF WS-TERMDEP-OK
                   CLOSE TERMDEP-FILE
                   OPEN I-O TERMDEP-FILE
               END-IF
           END-IF
           IF WS-TERMDEP-OK
               MOVE 'Y' TO WS-TERMDEP-OPEN-SW
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN TERMDEP - STATUS '
                   WS-TERMDEP-STATUS
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'TERM DEPOSIT FILE UNAVAILABLE'
                   TO TDM-REJECT-REASON
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-READ-DEPOSIT - THE ACCOUNT'S TERMDEP RECORD, IF ANY.
      ******************************************************************
       1200-READ-DEPOSIT.
           MOVE 'N' TO WS-DEPOSIT-FOUND-SW
           MOVE TDM-ACCOUNT-NUMBER TO TDP-ACCOUNT-NUMBER
           READ TERMDEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DEPOSIT-FOUND-SW
           END-READ.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-READ-ACCOUNT - READ WS-LOOKUP-ACCOUNT FROM THE MASTER,
      *                     SETTING THE FOUND SWITCH. AN UNOPENABLE
      *                     MASTER REJECTS THE REQUEST.
      ******************************************************************
       1300-READ-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SW
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'ACCOUNT MASTER FILE UNAVAILABLE'
                   TO TDM-REJECT-REASON
               GO TO 1300-EXIT
           END-IF
           MOVE WS-LOOKUP-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCTMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-SW
           END-READ
           CLOSE ACCTMST-FILE
           IF WS-ACCOUNT-FOUND AND ACM-CURRENT-BALANCE NOT NUMERIC
               MOVE ZERO TO ACM-CURRENT-BALANCE
           END-IF.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1400-VERIFY-PAYOUT-ACCOUNT - THE ACCOUNT IN WS-PAYOUT-ACCOUNT
      *                              MUST BE ON FILE AND OPEN, AND
      *                              MUST NOT BE THE DEPOSIT ITSELF OR
      *                              ANOTHER TERM DEPOSIT.
      ******************************************************************
       1400-VERIFY-PAYOUT-ACCOUNT.
           IF WS-PAYOUT-ACCOUNT = TDM-ACCOUNT-NUMBER
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'PAY-OUT ACCOUNT IS THE DEPOSIT ITSELF'
                   TO TDM-REJECT-REASON
               GO TO 1400-EXIT
           END-IF
           MOVE WS-PAYOUT-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 1300-READ-ACCOUNT THRU 1300-EXIT
           IF TDM-REJECTED
               GO TO 1400-EXIT
           END-IF
           IF NOT WS-ACCOUNT-FOUND
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'PAY-OUT ACCOUNT NOT ON FILE' TO TDM-REJECT-REASON
               GO TO 1400-EXIT
           END-IF
           IF ACM-CLOSED
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'PAY-OUT ACCOUNT IS CLOSED' TO TDM-REJECT-REASON
               GO TO 1400-EXIT
           END-IF
           IF ACM-TERM-DEPOSIT
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'PAY-OUT ACCOUNT IS A TERM DEPOSIT'
                   TO TDM-REJECT-REASON
           END-IF.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 2000-BOOK-DEPOSIT - THE ACCOUNT MUST BE AN OPEN TERM DEPOSIT
      *                     ACCOUNT WITH A FUNDED BALANCE AND NO
      *                     ACTIVE DEPOSIT ALREADY BOOKED ON IT. THE
      *                     BALANCE BECOMES THE PRINCIPAL; THE TERM
      *                     RUNS FROM TODAY. A MATURED OR BROKEN
      *                     RECORD IS REUSED FOR THE NEW DEPOSIT.
      ******************************************************************
       2000-BOOK-DEPOSIT.
           MOVE TDM-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           PERFORM 1300-READ-ACCOUNT THRU 1300-EXIT
           IF TDM-REJECTED
               GO TO 2000-EXIT
           END-IF
           IF NOT WS-ACCOUNT-FOUND
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'ACCOUNT NOT ON FILE' TO TDM-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           IF NOT ACM-ACTIVE
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'ACCOUNT IS NOT ACTIVE' TO TDM-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           IF NOT ACM-TERM-DEPOSIT
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'NOT A TERM DEPOSIT ACCOUNT' TO TDM-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           IF NOT ACM-BASE-CURRENCY-ACCOUNT
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'DEPOSITS ARE BOOKED IN BASE CURRENCY'
                   TO TDM-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           IF ACM-CURRENT-BALANCE NOT > ZERO
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'ACCOUNT IS NOT FUNDED' TO TDM-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           MOVE ACM-CURRENT-BALANCE TO WS-PAYOUT-AMOUNT
           IF TDM-PAY-OUT
               MOVE TDM-PAYOUT-ACCOUNT TO WS-PAYOUT-ACCOUNT
               PERFORM 1400-VERIFY-PAYOUT-ACCOUNT THRU 1400-EXIT
               IF TDM-REJECTED
                   GO TO 2000-EXIT
               END-IF
           END-IF
           PERFORM 1200-READ-DEPOSIT THRU 1200-EXIT
           IF WS-DEPOSIT-FOUND AND TDP-ACTIVE
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'DEPOSIT ALREADY BOOKED ON THIS ACCOUNT'
                   TO TDM-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           MOVE 'M' TO BDP-FUNCTION
           MOVE WS-TODAY TO BDP-INPUT-DATE
           MOVE TDM-TERM-MONTHS TO BDP-MONTHS
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF NOT BDP-SUCCESSFUL
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'MATURITY DATE COULD NOT BE SET'
                   TO TDM-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO TERMDEP-RECORD
           MOVE TDM-ACCOUNT-NUMBER TO TDP-ACCOUNT-NUMBER
           MOVE 'A' TO TDP-STATUS
           MOVE WS-PAYOUT-AMOUNT TO TDP-PRINCIPAL
           MOVE TDM-RATE-PCT TO TDP-RATE-PCT
           MOVE TDM-TERM-MONTHS TO TDP-TERM-MONTHS
           MOVE WS-TODAY TO TDP-START-DATE
           MOVE BDP-RESULT-DATE TO TDP-MATURITY-DATE
           MOVE TDM-INSTRUCTION TO TDP-INSTRUCTION
           IF TDM-PAY-OUT
               MOVE TDM-PAYOUT-ACCOUNT TO TDP-PAYOUT-ACCOUNT
           END-IF
           MOVE ZERO TO TDP-ROLLOVER-COUNT
           MOVE WS-TODAY TO TDP-BOOKED-DATE
           MOVE ZERO TO TDP-CLOSED-DATE
           MOVE TDM-OPERATOR-ID TO TDP-OPERATOR-ID
           IF WS-DEPOSIT-FOUND
               REWRITE TERMDEP-RECORD
                   INVALID KEY
                       MOVE 08 TO TDM-RETURN-CODE
                       MOVE 'TERM DEPOSIT FILE REWRITE FAILED'
                           TO TDM-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE TERMDEP-RECORD
                   INVALID KEY
                       MOVE 08 TO TDM-RETURN-CODE
                       MOVE 'TERM DEPOSIT FILE WRITE FAILED'
                           TO TDM-REJECT-REASON
               END-WRITE
           END-IF
           IF TDM-SUCCESSFUL
               PERFORM 4100-RETURN-TERMS THRU 4100-EXIT
               MOVE TDP-PRINCIPAL TO WS-AMOUNT-EDIT
               DISPLAY V-PN 'DEPOSIT BOOKED ON ' TDM-ACCOUNT-NUMBER
                   ' PRINCIPAL ' WS-AMOUNT-EDIT ' MATURES '
                   TDP-MATURITY-DATE
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-BREAK-DEPOSIT - BREAK AN ACTIVE DEPOSIT BEFORE MATURITY.
      *                      THE PAY-OUT ACCOUNT IS CHECKED BEFORE
      *                      ANYTHING POSTS. THE PENALTY IS POSTED
      *                      FIRST; THE ACCOUNT'S BALANCE IS THEN
      *                      READ BACK AND PAID OUT IN FULL. ONCE THE
      *                      MONEY HAS MOVED THE DEPOSIT IS MARKED
      *                      BROKEN.
      ******************************************************************
       3000-BREAK-DEPOSIT.
           PERFORM 1200-READ-DEPOSIT THRU 1200-EXIT
           IF NOT WS-DEPOSIT-FOUND OR NOT TDP-ACTIVE
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'NO ACTIVE DEPOSIT ON THIS ACCOUNT'
                   TO TDM-REJECT-REASON
               GO TO 3000-EXIT
           END-IF
           IF TDP-MATURITY-DATE NOT > WS-TODAY
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'DEPOSIT HAS MATURED - SETTLED BY EXPTDMAT'
                   TO TDM-REJECT-REASON
               GO TO 3000-EXIT
           END-IF
           IF TDM-PAYOUT-ACCOUNT = SPACES OR LOW-VALUES
               MOVE TDP-PAYOUT-ACCOUNT TO WS-PAYOUT-ACCOUNT
           ELSE
               MOVE TDM-PAYOUT-ACCOUNT TO WS-PAYOUT-ACCOUNT
           END-IF
           IF WS-PAYOUT-ACCOUNT = SPACES OR LOW-VALUES
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'PAY-OUT ACCOUNT IS REQUIRED'
                   TO TDM-REJECT-REASON
               GO TO 3000-EXIT
           END-IF
           PERFORM 1400-VERIFY-PAYOUT-ACCOUNT THRU 1400-EXIT
           IF TDM-REJECTED
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-GET-PENALTY-RATE THRU 3100-EXIT
           IF TDM-REJECTED
               GO TO 3000-EXIT
           END-IF
           COMPUTE WS-PENALTY-AMOUNT ROUNDED =
               TDP-PRINCIPAL * WS-PENALTY-PCT / 100
           IF WS-PENALTY-AMOUNT > ZERO
               MOVE TDM-ACCOUNT-NUMBER TO WS-POST-ACCOUNT
               MOVE WS-PENALTY-AMOUNT TO WS-POST-AMOUNT
               PERFORM 3500-POST-ENTRY THRU 3500-EXIT
               IF SP1-FAILED
                   MOVE 08 TO TDM-RETURN-CODE
                   MOVE 'PENALTY POSTING FAILED - NOT BROKEN'
                       TO TDM-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
           END-IF
           MOVE TDM-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           PERFORM 1300-READ-ACCOUNT THRU 1300-EXIT
           IF TDM-REJECTED
               GO TO 3000-EXIT
           END-IF
           MOVE ZERO TO WS-PAYOUT-AMOUNT
           IF WS-ACCOUNT-FOUND AND ACM-CURRENT-BALANCE > ZERO
               MOVE ACM-CURRENT-BALANCE TO WS-PAYOUT-AMOUNT
               PERFORM 3200-PAY-OUT-BALANCE THRU 3200-EXIT
               IF TDM-REJECTED
                   GO TO 3000-EXIT
               END-IF
           END-IF
           MOVE 'B' TO TDP-STATUS
           MOVE WS-TODAY TO TDP-CLOSED-DATE
           MOVE TDM-OPERATOR-ID TO TDP-OPERATOR-ID
           REWRITE TERMDEP-RECORD
               INVALID KEY
                   DISPLAY V-PN 'TERMDEP REWRITE FAILED FOR '
                       TDM-ACCOUNT-NUMBER ' - MONEY PAID OUT, MARK '
                       'THE DEPOSIT BROKEN BY HAND'
                   MOVE 08 TO TDM-RETURN-CODE
                   MOVE 'PAID OUT BUT DEPOSIT NOT MARKED BROKEN'
                       TO TDM-REJECT-REASON
           END-REWRITE
           PERFORM 4100-RETURN-TERMS THRU 4100-EXIT
           MOVE WS-PENALTY-AMOUNT TO TDM-PENALTY-AMOUNT
           MOVE WS-PAYOUT-AMOUNT TO TDM-PAID-OUT-AMOUNT
           MOVE WS-PAYOUT-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY V-PN 'DEPOSIT ON ' TDM-ACCOUNT-NUMBER ' BROKEN - '
               WS-AMOUNT-EDIT ' PAID TO ' WS-PAYOUT-ACCOUNT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-GET-PENALTY-RATE - THE BREAK PENALTY PERCENTAGE OF THE
      *                         DEPOSIT ACCOUNT'S PRODUCT. A PRODUCT
      *                         NOT ON FILE CARRIES NO PENALTY; AN
      *                         UNOPENABLE PRODUCT MASTER REFUSES THE
      *                         BREAK RATHER THAN WAIVE A PENALTY THAT
      *                         MAY BE OWED.
      ******************************************************************
       3100-GET-PENALTY-RATE.
           MOVE ZERO TO WS-PENALTY-PCT
           MOVE TDM-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           PERFORM 1300-READ-ACCOUNT THRU 1300-EXIT
           IF TDM-REJECTED
               GO TO 3100-EXIT
           END-IF
           IF NOT WS-ACCOUNT-FOUND
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'ACCOUNT NOT ON FILE' TO TDM-REJECT-REASON
               GO TO 3100-EXIT
           END-IF
           IF ACM-PRODUCT-CODE = SPACES OR LOW-VALUES
               GO TO 3100-EXIT
           END-IF
           OPEN INPUT PRODMSTR-FILE
           IF NOT WS-PRODMSTR-OK
               DISPLAY V-PN 'UNABLE TO OPEN PRODMSTR - STATUS '
                   WS-PRODMSTR-STATUS
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'PRODUCT MASTER FILE UNAVAILABLE'
                   TO TDM-REJECT-REASON
               GO TO 3100-EXIT
           END-IF
           MOVE ACM-PRODUCT-CODE TO PRD-PRODUCT-CODE
           READ PRODMSTR-FILE
               INVALID KEY
                   DISPLAY V-PN 'PRODUCT ' ACM-PRODUCT-CODE
                       ' NOT ON FILE - NO BREAK PENALTY'
               NOT INVALID KEY
                   IF PRD-BREAK-PENALTY-PCT NUMERIC
                       MOVE PRD-BREAK-PENALTY-PCT TO WS-PENALTY-PCT
                   END-IF
           END-READ
           CLOSE PRODMSTR-FILE.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PAY-OUT-BALANCE - DEBIT THE DEPOSIT ACCOUNT AND CREDIT
      *                        THE PAY-OUT ACCOUNT WITH WS-PAYOUT-
      *                        AMOUNT. IF THE CREDIT FAILS AFTER THE
      *                        DEBIT POSTED, THE DEBIT IS PUT BACK SO
      *                        THE MONEY IS NEVER LEFT IN NEITHER
      *                        ACCOUNT.
      ******************************************************************
       3200-PAY-OUT-BALANCE.
           MOVE TDM-ACCOUNT-NUMBER TO WS-POST-ACCOUNT
           MOVE WS-PAYOUT-AMOUNT TO WS-POST-AMOUNT
           PERFORM 3500-POST-ENTRY THRU 3500-EXIT
           IF SP1-FAILED
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'PAY-OUT DEBIT FAILED - PENALTY STANDS'
                   TO TDM-REJECT-REASON
               GO TO 3200-EXIT
           END-IF
           MOVE WS-PAYOUT-ACCOUNT TO WS-POST-ACCOUNT
           COMPUTE WS-POST-AMOUNT = ZERO - WS-PAYOUT-AMOUNT
           PERFORM 3500-POST-ENTRY THRU 3500-EXIT
           IF NOT SP1-FAILED
               GO TO 3200-EXIT
           END-IF
           MOVE TDM-ACCOUNT-NUMBER TO WS-POST-ACCOUNT
           COMPUTE WS-POST-AMOUNT = ZERO - WS-PAYOUT-AMOUNT
           PERFORM 3500-POST-ENTRY THRU 3500-EXIT
           IF SP1-FAILED
               DISPLAY V-PN 'PAY-OUT CREDIT AND PUT-BACK BOTH FAILED'
                   ' FOR ' TDM-ACCOUNT-NUMBER ' - REPAIR BY HAND'
           END-IF
           MOVE 08 TO TDM-RETURN-CODE
           MOVE 'PAY-OUT CREDIT FAILED - PENALTY STANDS'
               TO TDM-REJECT-REASON.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3500-POST-ENTRY - POST WS-POST-AMOUNT (POSITIVE DEBITS,
      *                   NEGATIVE CREDITS) TO WS-POST-ACCOUNT AS A
      *                   TYPE 'M' TERM DEPOSIT ENTRY THROUGH
      *                   SUBPGM01, THE SAME WAY ACCTMNT POSTS ITS
      *                   FINAL INTEREST SWEEP.
      ******************************************************************
       3500-POST-ENTRY.
           INITIALIZE SUBPRM01
           MOVE WS-POST-ACCOUNT TO SP1-ACCOUNT-NUMBER
           MOVE WS-POST-AMOUNT TO SP1-AMOUNT
           MOVE WS-BASE-CURRENCY TO SP1-CURRENCY-CODE
           MOVE WS-TODAY TO SP1-TRANSACTION-DATE
           MOVE 'M' TO SP1-TRANSACTION-TYPE
           MOVE ZERO TO SP1-EFFECTIVE-DATE
           MOVE ZERO TO SP1-RETURN-CODE
           MOVE ZERO TO SP1-CONVERTED-AMOUNT
           MOVE 'N' TO SP1-TEST-MODE
           MOVE TDM-OPERATOR-ID TO SP1-OPERATOR-ID
           MOVE SPACES TO SP1-REGION-CODE
           PERFORM 3590-GENERATE-TRACE-ID THRU 3590-EXIT
           CALL WS-SUBPGM01-NAME USING SUBPRM01
           CANCEL WS-SUBPGM01-NAME
           CANCEL WS-SUBPGM02-NAME
           IF SP1-FAILED
               DISPLAY V-PN 'POSTING REFUSED FOR ' WS-POST-ACCOUNT
                   ' TRACE ' SP1-TRACE-ID ' RC ' SP1-RETURN-CODE
           END-IF.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3590-GENERATE-TRACE-ID - MINT A BREAK POSTING'S TRACE, 'M' FOR
      *                          A TERM DEPOSIT ENTRY, THE SAME SHAPE
      *                          AS ACCTMNT'S SWEEP TRACE.
      ******************************************************************
       3590-GENERATE-TRACE-ID.
           ACCEPT WS-TIME-NOW FROM TIME
           IF WS-TRACE-SEQUENCE = 9
               MOVE ZERO TO WS-TRACE-SEQUENCE
           ELSE
               ADD 1 TO WS-TRACE-SEQUENCE
           END-IF
           MOVE SPACES TO SP1-TRACE-ID
           STRING 'M' DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   WS-TIME-NOW(1:6) DELIMITED BY SIZE
                   WS-TRACE-SEQUENCE DELIMITED BY SIZE
               INTO SP1-TRACE-ID
           END-STRING.
       3590-EXIT.
           EXIT.

      ******************************************************************
      * 4000-INQUIRE-DEPOSIT - HAND THE DEPOSIT'S TERMS BACK.
      ******************************************************************
       4000-INQUIRE-DEPOSIT.
           PERFORM 1200-READ-DEPOSIT THRU 1200-EXIT
           IF NOT WS-DEPOSIT-FOUND
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'NO DEPOSIT ON THIS ACCOUNT' TO TDM-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-RETURN-TERMS THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       4100-RETURN-TERMS.
           MOVE TDP-STATUS TO TDM-STATUS
           MOVE TDP-PRINCIPAL TO TDM-PRINCIPAL
           MOVE TDP-START-DATE TO TDM-START-DATE
           MOVE TDP-MATURITY-DATE TO TDM-MATURITY-DATE
           IF TDM-FUNC-INQUIRE
               MOVE TDP-RATE-PCT TO TDM-RATE-PCT
               MOVE TDP-TERM-MONTHS TO TDM-TERM-MONTHS
               MOVE TDP-INSTRUCTION TO TDM-INSTRUCTION
               MOVE TDP-PAYOUT-ACCOUNT TO TDM-PAYOUT-ACCOUNT
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-DEFER-REQUEST - THE NIGHTLY CHAIN IS POSTING - QUEUE THE
      *                      EDITED BOOK OR BREAK ON DEFERQ FOR
      *                      EXPDRAIN INSTEAD OF POSTING UNDER IT.
      ******************************************************************
       5000-DEFER-REQUEST.
           OPEN EXTEND DEFERQ-FILE
           IF NOT WS-DEFERQ-OK
               OPEN OUTPUT DEFERQ-FILE
           END-IF
           IF NOT WS-DEFERQ-OK
               DISPLAY V-PN 'UNABLE TO OPEN DEFERQ - STATUS '
                   WS-DEFERQ-STATUS
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'DEFERRED QUEUE UNAVAILABLE' TO TDM-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO DEFERQ-RECORD
           MOVE 'TDMNT   ' TO DFQ-SERVICE
           ACCEPT DFQ-QUEUED-DATE FROM DATE YYYYMMDD
           ACCEPT DFQ-QUEUED-TIME FROM TIME
           MOVE TDM-OPERATOR-ID TO DFQ-OPERATOR-ID
           MOVE TDM-ACCOUNT-NUMBER TO DFQ-REFERENCE
           MOVE 'P' TO DFQ-STATUS
           MOVE ZERO TO DFQ-RESULT-CODE
           MOVE TDMNT-COMMAREA TO DFQ-COMMAREA
           WRITE DEFERQ-RECORD
           IF NOT WS-DEFERQ-OK
               DISPLAY V-PN 'DEFERQ WRITE FAILED - STATUS '
                   WS-DEFERQ-STATUS
               CLOSE DEFERQ-FILE
               MOVE 08 TO TDM-RETURN-CODE
               MOVE 'DEFERRED QUEUE UNAVAILABLE' TO TDM-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           CLOSE DEFERQ-FILE
           MOVE 02 TO TDM-RETURN-CODE
           MOVE 'ACCEPTED, PENDING' TO TDM-REJECT-REASON
           DISPLAY V-PN 'CHAIN POSTING - ' TDM-FUNCTION
               ' REQUEST QUEUED - ACCOUNT ' TDM-ACCOUNT-NUMBER.
       5000-EXIT.
           EXIT.
