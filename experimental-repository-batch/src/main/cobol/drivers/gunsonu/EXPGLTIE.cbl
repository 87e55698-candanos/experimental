      ******************************************************************
      * PROGRAM-ID : EXPGLTIE
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - NIGHTLY SUBLEDGER-TO-GL
      *                    TIE-OUT, RUN IN THE EXPCTRL CHAIN AFTER
      *                    EXPGLTB. EXPBALPF PROVES EACH ACCTMSTR
      *                    BALANCE AGAINST ITS OWN POSTINGS AND EXPGLTB
      *                    PROVES THE LEDGER BALANCES, BUT NOTHING
      *                    PROVED THE TWO AGREE - A GLMAP MAPPING ERROR
      *                    COULD SEND A WHOLE REGION'S PAYMENTS TO THE
      *                    WRONG LEDGER ACCOUNT AND BOTH PROOFS WOULD
      *                    STILL PASS. THIS STEP TOTALS EVERY ACCTMSTR
      *                    BALANCE AND COMPARES IT WITH THE GLBAL
      *                    BALANCE, THROUGH THE BUSINESS DATE'S PERIOD,
      *                    OF THE CUSTOMER-DEPOSITS CONTROL ACCOUNTS
      *                    THE GLMAP CONTROL ROWS NAME; DOES THE SAME
      *                    FOR THE LOANMSTR OUTSTANDING PRINCIPAL
      *                    AGAINST THE LOAN BOOK CONTROL ACCOUNTS WHERE
      *                    LOANS ARE ON FILE; AND SHOWS THE INTACCR
      *                    ACCRUED INTEREST AS A MEMO (IT IS NOT
      *                    JOURNALLED UNTIL EXPINTCP CAPITALIZES IT).
      *                    THE PERIOD'S CLEANLY POSTED TRANLOG AND
      *                    TRANARCH ENTRIES ARE TOTALLED BY REGION AND
      *                    TRANSACTION TYPE, AND EVERY REGION/TYPE
      *                    WHOSE MAPPING DOES NOT LAND ON ITS REGION'S
      *                    CONTROL ACCOUNT IS PRINTED AS A BREAK ON THE
      *                    EXPGLTIR REPORT WITH THE AMOUNT IT CARRIED.
      *                    A NON-ZERO DIFFERENCE ENDS THE STEP CC 8,
      *                    OVER EXPCTRL'S TOLERANCE; A MAPPING BREAK
      *                    WITH THE TOTALS STILL AGREEING ENDS IT CC 4.
      * 2026-10-15  DS    A FOREIGN-CURRENCY ACCOUNT COUNTS TOWARD THE
      *                    DEPOSITS SUBLEDGER AT ITS BASE EQUIVALENT,
      *                    THE FIGURE THE LEDGER CARRIES (REVALUED AT
      *                    MONTH END BY EXPREVAL).
      * 2026-10-15  DS    A TYPE 'Y' RECOVERY ON A CHARGED-OFF ACCOUNT
      *                    NEVER TOUCHES THE CUSTOMER BALANCE, SO ITS
      *                    GLMAP ROW RIGHTLY NAMES THE LOSS-RECOVERY
      *                    ACCOUNT, NOT THE DEPOSITS CONTROL - IT IS
      *                    NOT A MAPPING BREAK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPGLTIE.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO 'GLMAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GLBAL-FILE ASSIGN TO 'GLBAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLBAL-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT LOANMSTR-FILE ASSIGN TO 'LOANMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LNM-LOAN-NUMBER
               FILE STATUS IS WS-LOANMSTR-STATUS.
           SELECT INTACCR-FILE ASSIGN TO 'INTACCR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INA-ACCOUNT-NUMBER
               FILE STATUS IS WS-INTACCR-STATUS.
           SELECT TRANLOG-FILE ASSIGN TO 'TRANLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT TRANARCH-FILE ASSIGN TO 'TRANARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANARCH-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT EXPGLTIR-FILE ASSIGN TO 'EXPGLTIR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPGLTIR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLMAP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY GLMAP.

       FD  GLBAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY GLBAL.

       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMSTR.

       FD  LOANMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMSTR.

       FD  INTACCR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INTACCR.

       FD  TRANLOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TLOGREC.

       FD  TRANARCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    FLAT IMAGE OF TLOG-RECORD (112 BYTES), AS EXPARCPG WRITES.
       01  TRANARCH-RECORD                PIC X(112).

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY BUSDCTL.

       FD  EXPGLTIR-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE PRINTED TIE-OUT - THE REGION/TYPE ANALYSIS, THEN ONE
      *    LINE PER CONTROL ACCOUNT, THEN THE SUBLEDGER/GL PROOF.
       01  TIR-RECORD                     PIC X(100).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPGLTIE->'.

       01  WS-FILE-STATUSES.
           05  WS-GLMAP-STATUS             PIC X(02) VALUE '00'.
               88  WS-GLMAP-OK                 VALUE '00'.
               88  WS-GLMAP-EOF                 VALUE '10'.
           05  WS-GLBAL-STATUS             PIC X(02) VALUE '00'.
               88  WS-GLBAL-OK                 VALUE '00'.
               88  WS-GLBAL-EOF                 VALUE '10'.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-LOANMSTR-STATUS          PIC X(02) VALUE '00'.
               88  WS-LOANMSTR-OK              VALUE '00'.
           05  WS-INTACCR-STATUS           PIC X(02) VALUE '00'.
               88  WS-INTACCR-OK               VALUE '00'.
           05  WS-TRANLOG-STATUS           PIC X(02) VALUE '00'.
               88  WS-TRANLOG-OK               VALUE '00'.
           05  WS-TRANARCH-STATUS          PIC X(02) VALUE '00'.
               88  WS-TRANARCH-OK              VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-EXPGLTIR-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPGLTIR-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF-REACHED        VALUE 'Y'.
           05  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUE 'Y'.
           05  WS-TIR-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-TIR-IS-OPEN              VALUE 'Y'.
           05  WS-LOANS-ON-FILE-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-LOANS-ON-FILE            VALUE 'Y'.
           05  WS-INTACCR-ON-FILE-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-INTACCR-ON-FILE          VALUE 'Y'.
           05  WS-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-TABLE-OVERFLOWED         VALUE 'Y'.
           05  WS-DIFFERENCE-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-DIFFERENCE-FOUND         VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-PERIOD               PIC 9(06).
           05  FILLER                      PIC 9(02).

      ******************************************************************
      * WS-MAP-TABLE - THE GLMAP POSTING ROWS, AND WS-CONTROL-TABLE -
      * THE CONTROL ROW FOR EACH REGION.
      ******************************************************************
       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-MAP-INDEX                PIC 9(03) COMP VALUE ZERO.
           05  WS-MAP-SLOT                 PIC 9(03) COMP VALUE ZERO.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-MAP-REGION-CODE      PIC X(03).
               10  WS-MAP-TRANS-TYPE       PIC X(01).
               10  WS-MAP-DEBIT-ACCOUNT    PIC X(08).
               10  WS-MAP-CREDIT-ACCOUNT   PIC X(08).

       01  WS-CONTROL-TABLE.
           05  WS-CTL-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-CTL-INDEX                PIC 9(03) COMP VALUE ZERO.
           05  WS-CTL-SLOT                 PIC 9(03) COMP VALUE ZERO.
           05  WS-CTL-ENTRY OCCURS 50 TIMES.
               10  WS-CTL-REGION-CODE      PIC X(03).
               10  WS-CTL-DEPOSIT-ACCOUNT  PIC X(08).
               10  WS-CTL-LOAN-ACCOUNT     PIC X(08).

      ******************************************************************
      * WS-LEDGER-TABLE - EACH DISTINCT CONTROL ACCOUNT ONCE (SEVERAL
      * REGIONS MAY SHARE ONE), WITH ITS GLBAL BALANCE THROUGH THE
      * PERIOD - CREDITS LESS DEBITS FOR A DEPOSITS ACCOUNT, DEBITS
      * LESS CREDITS FOR A LOAN BOOK ACCOUNT.
      ******************************************************************
       01  WS-LEDGER-TABLE.
           05  WS-LDG-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-LDG-INDEX                PIC 9(03) COMP VALUE ZERO.
           05  WS-LDG-SLOT                 PIC 9(03) COMP VALUE ZERO.
           05  WS-LDG-ENTRY OCCURS 100 TIMES.
               10  WS-LDG-ACCOUNT          PIC X(08).
               10  WS-LDG-KIND             PIC X(01).
                   88  WS-LDG-DEPOSITS         VALUE 'D'.
                   88  WS-LDG-LOANS            VALUE 'L'.
               10  WS-LDG-BALANCE          PIC S9(15)V99 COMP-3.
       01  WS-LEDGER-KEY                   PIC X(08) VALUE SPACES.
       01  WS-LEDGER-KIND                  PIC X(01) VALUE SPACE.

      ******************************************************************
      * WS-MOVEMENT-TABLE - THE PERIOD'S CLEAN POSTINGS BY REGION AND
      * TRANSACTION TYPE.
      ******************************************************************
       01  WS-MOVEMENT-TABLE.
           05  WS-MOV-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-MOV-INDEX                PIC 9(03) COMP VALUE ZERO.
           05  WS-MOV-SLOT                 PIC 9(03) COMP VALUE ZERO.
           05  WS-MOV-ENTRY OCCURS 200 TIMES.
               10  WS-MOV-REGION-CODE      PIC X(03).
               10  WS-MOV-TRANS-TYPE       PIC X(01).
               10  WS-MOV-COUNT-POSTED     PIC 9(07) COMP.
               10  WS-MOV-AMOUNT           PIC S9(15)V99 COMP-3.

       01  WS-TOTALS.
           05  WS-SUB-DEPOSITS             PIC S9(15)V99 COMP-3
                                            VALUE ZERO.
           05  WS-GL-DEPOSITS              PIC S9(15)V99 COMP-3
                                            VALUE ZERO.
           05  WS-SUB-LOANS                PIC S9(15)V99 COMP-3
                                            VALUE ZERO.
           05  WS-GL-LOANS                 PIC S9(15)V99 COMP-3
                                            VALUE ZERO.
           05  WS-ACCRUED-INTEREST         PIC S9(15)V99 COMP-3
                                            VALUE ZERO.
           05  WS-DIFFERENCE               PIC S9(15)V99 COMP-3
                                            VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ            PIC 9(09) COMP VALUE ZERO.
           05  WS-LOANS-READ               PIC 9(07) COMP VALUE ZERO.
           05  WS-POSTINGS-READ            PIC 9(09) COMP VALUE ZERO.
           05  WS-MAPPING-BREAKS           PIC 9(05) COMP VALUE ZERO.

       01  WS-BREAK-TEXT                   PIC X(40) VALUE SPACES.
       01  WS-AMOUNT-EDIT                  PIC -(14)9.99.
       01  WS-SUB-EDIT                     PIC -(14)9.99.
       01  WS-GL-EDIT                      PIC -(14)9.99.
       01  WS-COUNT-EDIT                   PIC Z(06)9.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-TOTAL-LEDGER THRU 2000-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 3000-TOTAL-SUBLEDGERS THRU 3000-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 4000-ANALYSE-MOVEMENTS THRU 4000-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 5000-PROVE-TIE-OUT THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE AND PERIOD, THE MAPPING AND
      *                   ITS CONTROL ROWS, AND THE REPORT. WITH NO
      *                   CONTROL ROW THERE IS NOTHING TO TIE TO, SO
      *                   THE RUN IS REFUSED (CC 8).
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           PERFORM 1100-LOAD-GLMAP THRU 1100-EXIT
           IF WS-TABLE-OVERFLOWED
               DISPLAY V-PN 'GLMAP TABLE FULL - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF WS-CTL-COUNT = ZERO
               DISPLAY V-PN 'NO GLMAP CONTROL ROWS (TYPE *) - '
                   'NOTHING TO TIE OUT TO - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT EXPGLTIR-FILE
           IF WS-EXPGLTIR-OK
               MOVE 'Y' TO WS-TIR-OPEN-SWITCH
               MOVE SPACES TO TIR-RECORD
               STRING 'SUBLEDGER TO GL TIE-OUT - PERIOD '
                          DELIMITED BY SIZE
                      WS-RUN-PERIOD DELIMITED BY SIZE
                      ' - BUSINESS DATE ' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                   INTO TIR-RECORD
               WRITE TIR-RECORD
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPGLTIR - STATUS '
                   WS-EXPGLTIR-STATUS
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
           DISPLAY V-PN 'TYING OUT THROUGH PERIOD ' WS-RUN-PERIOD.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-GLMAP - POSTING ROWS INTO WS-MAP-TABLE, CONTROL ROWS
      *                   INTO WS-CONTROL-TABLE, AND EACH CONTROL
      *                   ACCOUNT ONCE INTO WS-LEDGER-TABLE.
      ******************************************************************
       1100-LOAD-GLMAP.
           OPEN INPUT GLMAP-FILE
           IF NOT WS-GLMAP-OK
               DISPLAY V-PN 'NO GLMAP MAPPING FILE FOUND - STATUS '
                   WS-GLMAP-STATUS
               GO TO 1100-EXIT
           END-IF
           PERFORM 1150-STORE-MAP-ENTRY THRU 1150-EXIT
               UNTIL WS-GLMAP-EOF OR WS-TABLE-OVERFLOWED
           CLOSE GLMAP-FILE.
       1100-EXIT.
           EXIT.

       1150-STORE-MAP-ENTRY.
           READ GLMAP-FILE
               AT END
                   GO TO 1150-EXIT
           END-READ
           IF NOT GLM-CONTROL-ROW
               IF WS-MAP-COUNT < 100
                   ADD 1 TO WS-MAP-COUNT
                   MOVE GLM-REGION-CODE
                       TO WS-MAP-REGION-CODE(WS-MAP-COUNT)
                   MOVE GLM-TRANSACTION-TYPE
                       TO WS-MAP-TRANS-TYPE(WS-MAP-COUNT)
                   MOVE GLM-DEBIT-ACCOUNT
                       TO WS-MAP-DEBIT-ACCOUNT(WS-MAP-COUNT)
                   MOVE GLM-CREDIT-ACCOUNT
                       TO WS-MAP-CREDIT-ACCOUNT(WS-MAP-COUNT)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-IF
               GO TO 1150-EXIT
           END-IF
           IF WS-CTL-COUNT NOT < 50
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-CTL-COUNT
           MOVE GLM-REGION-CODE TO WS-CTL-REGION-CODE(WS-CTL-COUNT)
           MOVE GLM-DEBIT-ACCOUNT
               TO WS-CTL-DEPOSIT-ACCOUNT(WS-CTL-COUNT)
           MOVE GLM-CREDIT-ACCOUNT TO WS-CTL-LOAN-ACCOUNT(WS-CTL-COUNT)
           MOVE GLM-DEBIT-ACCOUNT TO WS-LEDGER-KEY
           MOVE 'D' TO WS-LEDGER-KIND
           PERFORM 1200-ADD-LEDGER-ACCOUNT THRU 1200-EXIT
           IF GLM-CREDIT-ACCOUNT NOT = SPACES
               MOVE GLM-CREDIT-ACCOUNT TO WS-LEDGER-KEY
               MOVE 'L' TO WS-LEDGER-KIND
               PERFORM 1200-ADD-LEDGER-ACCOUNT THRU 1200-EXIT
           END-IF.
       1150-EXIT.
           EXIT.

       1200-ADD-LEDGER-ACCOUNT.
           PERFORM 1250-FIND-LEDGER-ACCOUNT THRU 1250-EXIT
           IF WS-LDG-SLOT > ZERO
               GO TO 1200-EXIT
           END-IF
           IF WS-LDG-COUNT NOT < 100
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-LDG-COUNT
           MOVE WS-LEDGER-KEY TO WS-LDG-ACCOUNT(WS-LDG-COUNT)
           MOVE WS-LEDGER-KIND TO WS-LDG-KIND(WS-LDG-COUNT)
           MOVE ZERO TO WS-LDG-BALANCE(WS-LDG-COUNT).
       1200-EXIT.
           EXIT.

       1250-FIND-LEDGER-ACCOUNT.
           MOVE ZERO TO WS-LDG-SLOT
           PERFORM 1260-COMPARE-LEDGER-ACCOUNT
               VARYING WS-LDG-INDEX FROM 1 BY 1
               UNTIL WS-LDG-INDEX > WS-LDG-COUNT
                   OR WS-LDG-SLOT > ZERO.
       1250-EXIT.
           EXIT.

       1260-COMPARE-LEDGER-ACCOUNT.
           IF WS-LDG-ACCOUNT(WS-LDG-INDEX) = WS-LEDGER-KEY
               MOVE WS-LDG-INDEX TO WS-LDG-SLOT
           END-IF.

      ******************************************************************
      * 2000-TOTAL-LEDGER - EVERY GLBAL LINE FOR A CONTROL ACCOUNT IN
      *                     A PERIOD UP TO AND INCLUDING THE BUSINESS
      *                     DATE'S JOINS THAT ACCOUNT'S BALANCE. GLBAL
      *                     HOLDS EACH PERIOD'S TOTALS, SO THE SUM IS
      *                     THE BALANCE AS AT THE PERIOD.
      ******************************************************************
       2000-TOTAL-LEDGER.
           OPEN INPUT GLBAL-FILE
           IF NOT WS-GLBAL-OK
               DISPLAY V-PN 'NO GLBAL BALANCES ON FILE - STATUS '
                   WS-GLBAL-STATUS ' - LEDGER TAKEN AS ZERO'
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-ADD-ONE-BALANCE THRU 2100-EXIT
               UNTIL WS-GLBAL-EOF
           CLOSE GLBAL-FILE.
       2000-EXIT.
           EXIT.

       2100-ADD-ONE-BALANCE.
           READ GLBAL-FILE
               AT END
                   GO TO 2100-EXIT
           END-READ
           IF GLB-PERIOD > WS-RUN-PERIOD
               GO TO 2100-EXIT
           END-IF
           MOVE GLB-LEDGER-ACCOUNT TO WS-LEDGER-KEY
           PERFORM 1250-FIND-LEDGER-ACCOUNT THRU 1250-EXIT
           IF WS-LDG-SLOT = ZERO
               GO TO 2100-EXIT
           END-IF
           IF WS-LDG-DEPOSITS(WS-LDG-SLOT)
               COMPUTE WS-LDG-BALANCE(WS-LDG-SLOT) =
                   WS-LDG-BALANCE(WS-LDG-SLOT)
                   + GLB-CREDIT-TOTAL - GLB-DEBIT-TOTAL
           ELSE
               COMPUTE WS-LDG-BALANCE(WS-LDG-SLOT) =
                   WS-LDG-BALANCE(WS-LDG-SLOT)
                   + GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TOTAL-SUBLEDGERS - EVERY ACCTMSTR BALANCE; THE PRINCIPAL
      *                         STILL OUTSTANDING ON EVERY DISBURSED
      *                         LOAN; AND THE INTEREST ACCRUED BUT NOT
      *                         YET CAPITALIZED. NO ACCTMSTR REFUSES
      *                         THE RUN - AN EMPTY SUBLEDGER WOULD
      *                         REPORT THE WHOLE LEDGER AS A BREAK.
      ******************************************************************
       3000-TOTAL-SUBLEDGERS.
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               DISPLAY V-PN 'ACCTMSTR UNAVAILABLE - STATUS '
                   WS-ACCTMST-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM 3100-ADD-ONE-ACCOUNT THRU 3100-EXIT
               UNTIL WS-INPUT-EOF-REACHED
           CLOSE ACCTMST-FILE
           OPEN INPUT LOANMSTR-FILE
           IF WS-LOANMSTR-OK
               MOVE 'Y' TO WS-LOANS-ON-FILE-SWITCH
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 3200-ADD-ONE-LOAN THRU 3200-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE LOANMSTR-FILE
           END-IF
           OPEN INPUT INTACCR-FILE
           IF WS-INTACCR-OK
               MOVE 'Y' TO WS-INTACCR-ON-FILE-SWITCH
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 3300-ADD-ONE-ACCRUAL THRU 3300-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE INTACCR-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-ADD-ONE-ACCOUNT.
           READ ACCTMST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-ACCOUNTS-READ
           IF NOT ACM-BASE-CURRENCY-ACCOUNT
               IF ACM-BASE-EQUIVALENT NUMERIC
                   ADD ACM-BASE-EQUIVALENT TO WS-SUB-DEPOSITS
               END-IF
               GO TO 3100-EXIT
           END-IF
           IF ACM-CURRENT-BALANCE NUMERIC
               ADD ACM-CURRENT-BALANCE TO WS-SUB-DEPOSITS
           END-IF.
       3100-EXIT.
           EXIT.

      *    A LOAN STILL ONLY BOOKED HAS NOT BEEN PAID OUT, SO THE
      *    LEDGER DOES NOT CARRY IT YET.
       3200-ADD-ONE-LOAN.
           READ LOANMSTR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 3200-EXIT
           END-READ
           IF LNM-BOOKED
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-LOANS-READ
           IF LNM-OUTSTANDING-PRINCIPAL NUMERIC
               ADD LNM-OUTSTANDING-PRINCIPAL TO WS-SUB-LOANS
           END-IF.
       3200-EXIT.
           EXIT.

       3300-ADD-ONE-ACCRUAL.
           READ INTACCR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 3300-EXIT
           END-READ
           IF INA-ACCRUED-AMOUNT NUMERIC
               ADD INA-ACCRUED-AMOUNT TO WS-ACCRUED-INTEREST
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ANALYSE-MOVEMENTS - THE PERIOD'S CLEAN POSTINGS BY REGION
      *                          AND TYPE, EACH CHECKED AGAINST WHERE
      *                          GLMAP SENDS IT. THIS IS WHAT NAMES THE
      *                          REGION AND TYPE BEHIND A BREAK.
      ******************************************************************
       4000-ANALYSE-MOVEMENTS.
           OPEN INPUT TRANLOG-FILE
           IF WS-TRANLOG-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 4100-READ-TRANLOG-ENTRY THRU 4100-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE TRANLOG-FILE
           END-IF
           OPEN INPUT TRANARCH-FILE
           IF WS-TRANARCH-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 4200-READ-TRANARCH-ENTRY THRU 4200-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE TRANARCH-FILE
           END-IF
           IF WS-TABLE-OVERFLOWED
               DISPLAY V-PN 'WARNING - MORE THAN 200 REGION/TYPES - '
                   'ANALYSIS INCOMPLETE'
           END-IF
           IF WS-TIR-IS-OPEN
               MOVE SPACES TO TIR-RECORD
               WRITE TIR-RECORD
               STRING 'REGION/TYPE  POSTINGS         PERIOD AMOUNT  '
                          DELIMITED BY SIZE
                      'CUSTOMER SIDE  MAPPING' DELIMITED BY SIZE
                   INTO TIR-RECORD
               WRITE TIR-RECORD
           END-IF
           PERFORM 4500-CHECK-ONE-MOVEMENT THRU 4500-EXIT
               VARYING WS-MOV-INDEX FROM 1 BY 1
               UNTIL WS-MOV-INDEX > WS-MOV-COUNT.
       4000-EXIT.
           EXIT.

       4100-READ-TRANLOG-ENTRY.
           READ TRANLOG-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   PERFORM 4300-ADD-ONE-POSTING THRU 4300-EXIT
           END-READ.
       4100-EXIT.
           EXIT.

       4200-READ-TRANARCH-ENTRY.
           READ TRANARCH-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE TRANARCH-RECORD TO TLOG-RECORD
                   PERFORM 4300-ADD-ONE-POSTING THRU 4300-EXIT
           END-READ.
       4200-EXIT.
           EXIT.

       4300-ADD-ONE-POSTING.
           IF TLOG-RETURN-CODE NOT = ZERO
               GO TO 4300-EXIT
           END-IF
           IF TLOG-TRANSACTION-DATE(1:6) NOT = WS-RUN-PERIOD
               GO TO 4300-EXIT
           END-IF
           IF TLOG-CONVERTED-AMOUNT NOT NUMERIC
               GO TO 4300-EXIT
           END-IF
           ADD 1 TO WS-POSTINGS-READ
           MOVE ZERO TO WS-MOV-SLOT
           PERFORM 4350-COMPARE-MOVEMENT
               VARYING WS-MOV-INDEX FROM 1 BY 1
               UNTIL WS-MOV-INDEX > WS-MOV-COUNT
                   OR WS-MOV-SLOT > ZERO
           IF WS-MOV-SLOT = ZERO
               IF WS-MOV-COUNT NOT < 200
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
                   GO TO 4300-EXIT
               END-IF
               ADD 1 TO WS-MOV-COUNT
               MOVE WS-MOV-COUNT TO WS-MOV-SLOT
               MOVE TLOG-REGION-CODE
                   TO WS-MOV-REGION-CODE(WS-MOV-SLOT)
               MOVE TLOG-TRANSACTION-TYPE
                   TO WS-MOV-TRANS-TYPE(WS-MOV-SLOT)
               MOVE ZERO TO WS-MOV-COUNT-POSTED(WS-MOV-SLOT)
               MOVE ZERO TO WS-MOV-AMOUNT(WS-MOV-SLOT)
           END-IF
           ADD 1 TO WS-MOV-COUNT-POSTED(WS-MOV-SLOT)
           ADD TLOG-CONVERTED-AMOUNT TO WS-MOV-AMOUNT(WS-MOV-SLOT).
       4300-EXIT.
           EXIT.

       4350-COMPARE-MOVEMENT.
           IF WS-MOV-REGION-CODE(WS-MOV-INDEX) = TLOG-REGION-CODE AND
                   WS-MOV-TRANS-TYPE(WS-MOV-INDEX)
                       = TLOG-TRANSACTION-TYPE
               MOVE WS-MOV-INDEX TO WS-MOV-SLOT
           END-IF.

      ******************************************************************
      * 4500-CHECK-ONE-MOVEMENT - WHERE DID THIS REGION/TYPE'S
      *                           CUSTOMER SIDE GO? ANYWHERE BUT ITS
      *                           REGION'S DEPOSITS CONTROL ACCOUNT
      *                           (OR, FOR LOAN PRINCIPAL, A LOAN SIDE
      *                           OFF THE LOAN BOOK CONTROL) IS A
      *                           BREAK.
      ******************************************************************
       4500-CHECK-ONE-MOVEMENT.
           MOVE 'OK' TO WS-BREAK-TEXT
           MOVE ZERO TO WS-MAP-SLOT
           PERFORM 4550-COMPARE-MAP-ENTRY
               VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > WS-MAP-COUNT
                   OR WS-MAP-SLOT > ZERO
           MOVE ZERO TO WS-CTL-SLOT
           PERFORM 4560-COMPARE-CONTROL-ROW
               VARYING WS-CTL-INDEX FROM 1 BY 1
               UNTIL WS-CTL-INDEX > WS-CTL-COUNT
                   OR WS-CTL-SLOT > ZERO
           EVALUATE TRUE
               WHEN WS-MAP-SLOT = ZERO
                   MOVE 'BREAK - UNMAPPED, JOURNALLED TO GLSUSPNS'
                       TO WS-BREAK-TEXT
               WHEN WS-CTL-SLOT = ZERO
                   MOVE 'BREAK - REGION HAS NO CONTROL ROW'
                       TO WS-BREAK-TEXT
               WHEN WS-MOV-TRANS-TYPE(WS-MOV-INDEX) = 'Y'
                   CONTINUE
               WHEN WS-MAP-DEBIT-ACCOUNT(WS-MAP-SLOT) NOT =
                       WS-CTL-DEPOSIT-ACCOUNT(WS-CTL-SLOT)
                   STRING 'BREAK - CONTROL ACCOUNT IS '
                              DELIMITED BY SIZE
                          WS-CTL-DEPOSIT-ACCOUNT(WS-CTL-SLOT)
                              DELIMITED BY SIZE
                       INTO WS-BREAK-TEXT
               WHEN WS-MOV-TRANS-TYPE(WS-MOV-INDEX) = 'L' AND
                       WS-CTL-LOAN-ACCOUNT(WS-CTL-SLOT) NOT = SPACES
                       AND WS-MAP-CREDIT-ACCOUNT(WS-MAP-SLOT) NOT =
                           WS-CTL-LOAN-ACCOUNT(WS-CTL-SLOT)
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING 'BREAK - LOAN SIDE NOT ON '
                              DELIMITED BY SIZE
                          WS-CTL-LOAN-ACCOUNT(WS-CTL-SLOT)
                              DELIMITED BY SIZE
                       INTO WS-BREAK-TEXT
           END-EVALUATE
           IF WS-BREAK-TEXT NOT = 'OK'
               ADD 1 TO WS-MAPPING-BREAKS
               MOVE WS-MOV-AMOUNT(WS-MOV-INDEX) TO WS-AMOUNT-EDIT
               DISPLAY V-PN 'REGION ' WS-MOV-REGION-CODE(WS-MOV-INDEX)
                   ' TYPE ' WS-MOV-TRANS-TYPE(WS-MOV-INDEX) ' '
                   WS-AMOUNT-EDIT ' ' WS-BREAK-TEXT
           END-IF
           IF NOT WS-TIR-IS-OPEN
               GO TO 4500-EXIT
           END-IF
           MOVE WS-MOV-COUNT-POSTED(WS-MOV-INDEX) TO WS-COUNT-EDIT
           MOVE WS-MOV-AMOUNT(WS-MOV-INDEX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO TIR-RECORD
           IF WS-MAP-SLOT = ZERO
               STRING WS-MOV-REGION-CODE(WS-MOV-INDEX)
                          DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-MOV-TRANS-TYPE(WS-MOV-INDEX) DELIMITED BY SIZE
                      '       ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      '  GLSUSPNS       ' DELIMITED BY SIZE
                      WS-BREAK-TEXT DELIMITED BY SIZE
                   INTO TIR-RECORD
           ELSE
               STRING WS-MOV-REGION-CODE(WS-MOV-INDEX)
                          DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-MOV-TRANS-TYPE(WS-MOV-INDEX) DELIMITED BY SIZE
                      '       ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-MAP-DEBIT-ACCOUNT(WS-MAP-SLOT)
                          DELIMITED BY SIZE
                      '       ' DELIMITED BY SIZE
                      WS-BREAK-TEXT DELIMITED BY SIZE
                   INTO TIR-RECORD
           END-IF
           WRITE TIR-RECORD.
       4500-EXIT.
           EXIT.

       4550-COMPARE-MAP-ENTRY.
           IF WS-MAP-REGION-CODE(WS-MAP-INDEX)
                   = WS-MOV-REGION-CODE(WS-MOV-INDEX) AND
                   WS-MAP-TRANS-TYPE(WS-MAP-INDEX)
                       = WS-MOV-TRANS-TYPE(WS-MOV-INDEX)
               MOVE WS-MAP-INDEX TO WS-MAP-SLOT
           END-IF.

       4560-COMPARE-CONTROL-ROW.
           IF WS-CTL-REGION-CODE(WS-CTL-INDEX)
                   = WS-MOV-REGION-CODE(WS-MOV-INDEX)
               MOVE WS-CTL-INDEX TO WS-CTL-SLOT
           END-IF.

      ******************************************************************
      * 5000-PROVE-TIE-OUT - ONE LINE PER CONTROL ACCOUNT, THEN EACH
      *                      SUBLEDGER AGAINST THE SUM OF ITS CONTROL
      *                      ACCOUNTS. THE LOAN BOOK IS PROVED ONLY
      *                      WHERE LOANS ARE ON FILE OR A LOAN
      *                      CONTROL ACCOUNT IS NAMED.
      ******************************************************************
       5000-PROVE-TIE-OUT.
           IF WS-TIR-IS-OPEN
               MOVE SPACES TO TIR-RECORD
               WRITE TIR-RECORD
           END-IF
           PERFORM 5100-PRINT-ONE-LEDGER THRU 5100-EXIT
               VARYING WS-LDG-INDEX FROM 1 BY 1
               UNTIL WS-LDG-INDEX > WS-LDG-COUNT
           COMPUTE WS-DIFFERENCE = WS-SUB-DEPOSITS - WS-GL-DEPOSITS
           MOVE WS-SUB-DEPOSITS TO WS-SUB-EDIT
           MOVE WS-GL-DEPOSITS TO WS-GL-EDIT
           MOVE WS-DIFFERENCE TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-BREAK-TEXT
           MOVE 'CUSTOMER DEPOSITS' TO WS-BREAK-TEXT
           PERFORM 5200-PRINT-PROOF-LINE THRU 5200-EXIT
           IF WS-LOANS-ON-FILE OR WS-GL-LOANS NOT = ZERO
               COMPUTE WS-DIFFERENCE = WS-SUB-LOANS - WS-GL-LOANS
               MOVE WS-SUB-LOANS TO WS-SUB-EDIT
               MOVE WS-GL-LOANS TO WS-GL-EDIT
               MOVE WS-DIFFERENCE TO WS-AMOUNT-EDIT
               MOVE 'LOAN BOOK' TO WS-BREAK-TEXT
               PERFORM 5200-PRINT-PROOF-LINE THRU 5200-EXIT
           END-IF
           IF WS-INTACCR-ON-FILE
               MOVE WS-ACCRUED-INTEREST TO WS-SUB-EDIT
               DISPLAY V-PN 'MEMO - INTEREST ACCRUED, NOT YET '
                   'CAPITALIZED ' WS-SUB-EDIT
               IF WS-TIR-IS-OPEN
                   MOVE SPACES TO TIR-RECORD
                   STRING 'MEMO  ACCRUED INTEREST (NOT JOURNALLED) '
                              DELIMITED BY SIZE
                          WS-SUB-EDIT DELIMITED BY SIZE
                       INTO TIR-RECORD
                   WRITE TIR-RECORD
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-LEDGER.
           IF WS-LDG-DEPOSITS(WS-LDG-INDEX)
               ADD WS-LDG-BALANCE(WS-LDG-INDEX) TO WS-GL-DEPOSITS
           ELSE
               ADD WS-LDG-BALANCE(WS-LDG-INDEX) TO WS-GL-LOANS
           END-IF
           IF NOT WS-TIR-IS-OPEN
               GO TO 5100-EXIT
           END-IF
           MOVE WS-LDG-BALANCE(WS-LDG-INDEX) TO WS-GL-EDIT
           MOVE SPACES TO TIR-RECORD
           STRING 'CONTROL ACCOUNT ' DELIMITED BY SIZE
                  WS-LDG-ACCOUNT(WS-LDG-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LDG-KIND(WS-LDG-INDEX) DELIMITED BY SIZE
                  ' BALANCE ' DELIMITED BY SIZE
                  WS-GL-EDIT DELIMITED BY SIZE
               INTO TIR-RECORD
           WRITE TIR-RECORD.
       5100-EXIT.
           EXIT.

       5200-PRINT-PROOF-LINE.
           IF WS-DIFFERENCE NOT = ZERO
               MOVE 'Y' TO WS-DIFFERENCE-SWITCH
               DISPLAY V-PN WS-BREAK-TEXT(1:20) ' OUT OF TIE - '
                   'SUBLEDGER ' WS-SUB-EDIT ' GL ' WS-GL-EDIT
           END-IF
           IF NOT WS-TIR-IS-OPEN
               GO TO 5200-EXIT
           END-IF
           MOVE SPACES TO TIR-RECORD
           STRING WS-BREAK-TEXT(1:18) DELIMITED BY SIZE
                  ' SUB ' DELIMITED BY SIZE
                  WS-SUB-EDIT DELIMITED BY SIZE
                  ' GL ' DELIMITED BY SIZE
                  WS-GL-EDIT DELIMITED BY SIZE
                  ' DIFF ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO TIR-RECORD
           WRITE TIR-RECORD.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE THE REPORT AND SET THE STEP'S CONDITION
      *                  CODE: 8 FOR ANY DIFFERENCE, 4 FOR A MAPPING
      *                  BREAK THE TOTALS DID NOT SHOW.
      ******************************************************************
       9000-TERMINATE.
           IF WS-TIR-IS-OPEN
               CLOSE EXPGLTIR-FILE
           END-IF
           DISPLAY V-PN 'ACCOUNTS TOTALLED....: ' WS-ACCOUNTS-READ
           DISPLAY V-PN 'LOANS TOTALLED.......: ' WS-LOANS-READ
           DISPLAY V-PN 'PERIOD POSTINGS......: ' WS-POSTINGS-READ
           DISPLAY V-PN 'MAPPING BREAKS.......: ' WS-MAPPING-BREAKS
           IF WS-DIFFERENCE-FOUND
               DISPLAY V-PN 'SUBLEDGERS DO NOT TIE TO THE GL - SEE '
                   'EXPGLTIR'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MAPPING-BREAKS > ZERO AND RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
