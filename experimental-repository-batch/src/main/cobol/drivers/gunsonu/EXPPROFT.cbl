      ******************************************************************
      * PROGRAM-ID : EXPPROFT
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - MONTHLY PROFITABILITY
      *                    REPORT BY REGION AND PRODUCT, RUN WITH
      *                    PERIOD=YYYYMM. SWEEPS TRANLOG AND TRANARCH
      *                    AND, FOR EACH REGION AND EACH PRODUCT WITHIN
      *                    IT, PRINTS TO EXPPRFRP THE MONTH'S CLEANLY
      *                    POSTED PAYMENTS (TYPE 'P', COUNT AND VALUE),
      *                    THE GROSS FEE INCOME (THE 'F' FEE, 'L'
      *                    MONTHLY BILL AND 'E' FEE REFUND TRACES ON
      *                    TYPE 'A', PLUS TYPE 'U' NSF FEES), THE TAX
      *                    WITHHELD ON THOSE FEES (TYPE 'T'), THE NET
      *                    FEE INCOME, AND THE INTEREST PAID (TYPE 'I',
      *                    THE EXPINTCP CAPITALIZATIONS), EACH AGAINST
      *                    THE PRIOR MONTH WITH THE CHANGE, TOGETHER
      *                    WITH THE NUMBER OF ACTIVE, DORMANT AND
      *                    OVERDRAWN ACCOUNTS. AMOUNTS ARE IN THE BASE
      *                    CURRENCY, AS THE LEDGER CARRIES THEM. THE
      *                    PRODUCT IS THE ACCTMSTR PRODUCT OF THE
      *                    ENTRY'S ACCOUNT. AN ACCOUNT CARRIES NO
      *                    REGION, SO IT IS COUNTED UNDER THE REGION OF
      *                    ITS LATEST ENTRY UP TO THE END OF THE PERIOD
      *                    (NO REGION IF IT HAS NONE); ITS STATUS AND
      *                    BALANCE ARE AS AT THE RUN. THE INTEREST PAID
      *                    IS PROVED AGAINST THE GLBAL MOVEMENT ON THE
      *                    INTEREST ACCOUNT EACH REGION'S GLMAP 'I' ROW
      *                    NAMES - A DIFFERENCE ENDS THE RUN CC 4. THE
      *                    SAME FIGURES, ONE LINE PER REGION AND
      *                    PRODUCT, GO COMMA-DELIMITED TO EXPPRFDL FOR
      *                    THE FINANCE SPREADSHEET.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPPROFT.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT GLMAP-FILE ASSIGN TO 'GLMAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GLBAL-FILE ASSIGN TO 'GLBAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLBAL-STATUS.
           SELECT EXPPRFRP-FILE ASSIGN TO 'EXPPRFRP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPPRFRP-STATUS.
           SELECT EXPPRFDL-FILE ASSIGN TO 'EXPPRFDL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPPRFDL-STATUS.
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

       FD  GLMAP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY GLMAP.

       FD  GLBAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY GLBAL.

       FD  EXPPRFRP-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE PRINTED PROFITABILITY REPORT.
       01  PRF-RECORD                     PIC X(141).

       FD  EXPPRFDL-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE COMMA-DELIMITED COPY FOR THE FINANCE SPREADSHEET.
       01  PDL-RECORD                     PIC X(250).

       SD  SORT-WORK-FILE.
      *    ONE RELEASED RECORD PER CLEANLY POSTED ENTRY DATED UP TO THE
      *    END OF THE PERIOD, IN ACCOUNT AND POSTING ORDER SO THE LAST
      *    OF EACH ACCOUNT'S ENTRIES GIVES ITS REGION.
       01  SRT-RECORD.
           05  SRT-SORT-KEY.
               10  SRT-ACCOUNT             PIC X(10).
               10  SRT-TRANSACTION-DATE    PIC 9(08).
               10  SRT-LOG-DATE            PIC 9(08).
               10  SRT-LOG-TIME            PIC 9(08).
           05  SRT-REGION-CODE             PIC X(03).
           05  SRT-MONTH                   PIC X(01).
               88  SRT-THIS-MONTH              VALUE 'C'.
               88  SRT-PRIOR-MONTH             VALUE 'P'.
               88  SRT-EARLIER                 VALUE 'E'.
           05  SRT-CATEGORY                PIC X(01).
               88  SRT-PAYMENT                 VALUE 'V'.
               88  SRT-FEE                     VALUE 'F'.
               88  SRT-TAX                     VALUE 'T'.
               88  SRT-INTEREST                VALUE 'I'.
               88  SRT-OTHER                   VALUE SPACE.
           05  SRT-AMOUNT                  PIC S9(11)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPPROFT->'.

       01  WS-FILE-STATUSES.
           05  WS-TRANLOG-STATUS           PIC X(02) VALUE '00'.
               88  WS-TRANLOG-OK               VALUE '00'.
           05  WS-TRANARCH-STATUS          PIC X(02) VALUE '00'.
               88  WS-TRANARCH-OK              VALUE '00'.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-GLMAP-STATUS             PIC X(02) VALUE '00'.
               88  WS-GLMAP-OK                 VALUE '00'.
               88  WS-GLMAP-EOF                VALUE '10'.
           05  WS-GLBAL-STATUS             PIC X(02) VALUE '00'.
               88  WS-GLBAL-OK                 VALUE '00'.
               88  WS-GLBAL-EOF                VALUE '10'.
           05  WS-EXPPRFRP-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPPRFRP-OK              VALUE '00'.
           05  WS-EXPPRFDL-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPPRFDL-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF-REACHED        VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-SORT-DONE                VALUE 'Y'.
           05  WS-ACCTMST-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-ACCTMST-AVAILABLE        VALUE 'Y'.
           05  WS-PRFRP-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-PRFRP-IS-OPEN            VALUE 'Y'.
           05  WS-PRFDL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-PRFDL-IS-OPEN            VALUE 'Y'.
           05  WS-FIRST-ACCOUNT-SWITCH     PIC X(01) VALUE 'Y'.
               88  WS-FIRST-ACCOUNT            VALUE 'Y'.
           05  WS-ON-MASTER-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-ACCOUNT-ON-MASTER        VALUE 'Y'.
           05  WS-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-TABLE-OVERFLOWED         VALUE 'Y'.
           05  WS-LEDGER-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-LEDGER-ON-FILE           VALUE 'Y'.
           05  WS-DIFFERENCE-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-DIFFERENCE-FOUND         VALUE 'Y'.

      ******************************************************************
      * THE REPORTED PERIOD AND THE ONE BEFORE IT.
      ******************************************************************
       01  WS-PERIOD                       PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR              PIC 9(04).
           05  WS-PERIOD-MONTH             PIC 9(02).
       01  WS-PRIOR-PERIOD                 PIC 9(06) VALUE ZERO.
       01  WS-PRIOR-PARTS REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-YEAR               PIC 9(04).
           05  WS-PRIOR-MONTH              PIC 9(02).
       01  WS-ENTRY-PERIOD                 PIC 9(06) VALUE ZERO.

      ******************************************************************
      * THE ACCOUNT BEING TAKEN OFF THE SORTED STREAM, AND THE NEXT
      * ACCTMSTR RECORD IN KEY ORDER (HIGH-VALUES ONCE THE MASTER IS
      * EXHAUSTED) - THE TWO ARE MATCHED AS THE STREAM IS RETURNED.
      ******************************************************************
       01  WS-BREAK-ACCOUNT                PIC X(10) VALUE SPACES.
       01  WS-MASTER-KEY                   PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-PRODUCT              PIC X(04) VALUE SPACES.
       01  WS-ACCOUNT-REGION               PIC X(03) VALUE SPACES.
       01  WS-ACCOUNT-STATUS               PIC X(01) VALUE SPACE.
       01  WS-ACCOUNT-BALANCE              PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
       01  WS-CATEGORY                     PIC X(01) VALUE SPACE.
       01  WS-ENTRY-AMOUNT                 PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-MONTH-SUB                    PIC 9(01) COMP VALUE ZERO.

      ******************************************************************
      * WS-ROW-TABLE - ONE ROW PER REGION AND PRODUCT, KEPT IN KEY
      * ORDER SO THE REPORT BREAKS CLEANLY BY REGION. MONTH 1 IS THE
      * PERIOD, MONTH 2 THE PRIOR MONTH. A BLANK PRODUCT IS AN ACCOUNT
      * WITH NO PRODUCT OR ONE NO LONGER ON ACCTMSTR.
      ******************************************************************
       01  WS-ROW-TABLE.
           05  WS-ROW-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-ROW-INDEX                PIC 9(03) COMP VALUE ZERO.
           05  WS-ROW-SLOT                 PIC 9(03) COMP VALUE ZERO.
           05  WS-ROW-SHIFT                PIC 9(03) COMP VALUE ZERO.
           05  WS-ROW-ENTRY OCCURS 200 TIMES.
               10  WS-ROW-KEY.
                   15  WS-ROW-REGION-CODE  PIC X(03).
                   15  WS-ROW-PRODUCT-CODE PIC X(04).
               10  WS-ROW-FIGURES.
                   15  WS-ROW-MONTH OCCURS 2 TIMES.
                       20  WS-ROW-PAY-COUNT    PIC 9(07) COMP.
                       20  WS-ROW-PAY-VALUE    PIC S9(13)V99 COMP-3.
                       20  WS-ROW-FEES         PIC S9(13)V99 COMP-3.
                       20  WS-ROW-TAX          PIC S9(13)V99 COMP-3.
                       20  WS-ROW-INTEREST     PIC S9(13)V99 COMP-3.
                   15  WS-ROW-ACTIVE           PIC 9(07) COMP.
                   15  WS-ROW-DORMANT          PIC 9(07) COMP.
                   15  WS-ROW-OVERDRAWN        PIC 9(07) COMP.
       01  WS-FIND-KEY.
           05  WS-FIND-REGION-CODE         PIC X(03) VALUE SPACES.
           05  WS-FIND-PRODUCT-CODE        PIC X(04) VALUE SPACES.
       01  WS-BREAK-REGION                 PIC X(03) VALUE SPACES.

      ******************************************************************
      * THE REGION AND GRAND TOTALS, AND THE FIGURES OF THE BLOCK BEING
      * PRINTED - ALL LAID OUT AS WS-ROW-FIGURES.
      ******************************************************************
       01  WS-REGION-FIGURES.
           05  WS-REG-MONTH OCCURS 2 TIMES.
               10  WS-REG-PAY-COUNT        PIC 9(07) COMP.
               10  WS-REG-PAY-VALUE        PIC S9(13)V99 COMP-3.
               10  WS-REG-FEES             PIC S9(13)V99 COMP-3.
               10  WS-REG-TAX              PIC S9(13)V99 COMP-3.
               10  WS-REG-INTEREST         PIC S9(13)V99 COMP-3.
           05  WS-REG-ACTIVE               PIC 9(07) COMP.
           05  WS-REG-DORMANT              PIC 9(07) COMP.
           05  WS-REG-OVERDRAWN            PIC 9(07) COMP.

       01  WS-GRAND-FIGURES.
           05  WS-GRD-MONTH OCCURS 2 TIMES.
               10  WS-GRD-PAY-COUNT        PIC 9(07) COMP.
               10  WS-GRD-PAY-VALUE        PIC S9(13)V99 COMP-3.
               10  WS-GRD-FEES             PIC S9(13)V99 COMP-3.
               10  WS-GRD-TAX              PIC S9(13)V99 COMP-3.
               10  WS-GRD-INTEREST         PIC S9(13)V99 COMP-3.
           05  WS-GRD-ACTIVE               PIC 9(07) COMP.
           05  WS-GRD-DORMANT              PIC 9(07) COMP.
           05  WS-GRD-OVERDRAWN            PIC 9(07) COMP.

       01  WS-PRINT-FIGURES.
           05  WS-PRT-MONTH OCCURS 2 TIMES.
               10  WS-PRT-PAY-COUNT        PIC 9(07) COMP.
               10  WS-PRT-PAY-VALUE        PIC S9(13)V99 COMP-3.
               10  WS-PRT-FEES             PIC S9(13)V99 COMP-3.
               10  WS-PRT-TAX              PIC S9(13)V99 COMP-3.
               10  WS-PRT-INTEREST         PIC S9(13)V99 COMP-3.
           05  WS-PRT-ACTIVE               PIC 9(07) COMP.
           05  WS-PRT-DORMANT              PIC 9(07) COMP.
           05  WS-PRT-OVERDRAWN            PIC 9(07) COMP.
       01  WS-PRINT-TITLE                  PIC X(40) VALUE SPACES.

      ******************************************************************
      * ONE LINE OF A PRINTED BLOCK - THE MONTH, THE PRIOR MONTH OR THE
      * CHANGE.
      ******************************************************************
       01  WS-LINE-FIGURES.
           05  WS-LINE-PAY-COUNT           PIC S9(08) COMP VALUE ZERO.
           05  WS-LINE-PAY-VALUE           PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-LINE-FEES                PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-LINE-TAX                 PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-LINE-NET-FEES            PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-LINE-INTEREST            PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
       01  WS-LINE-LABEL                   PIC X(12) VALUE SPACES.

      ******************************************************************
      * WS-MAP-TABLE - EACH REGION'S INTEREST EXPENSE ACCOUNT FROM ITS
      * GLMAP 'I' ROW, AND WS-LEDGER-TABLE - EACH DISTINCT INTEREST
      * ACCOUNT ONCE (SEVERAL REGIONS MAY SHARE ONE) WITH THE INTEREST
      * SWEPT OFF THE LOGS AND ITS GLBAL MOVEMENT FOR THE PERIOD.
      ******************************************************************
       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-MAP-INDEX                PIC 9(03) COMP VALUE ZERO.
           05  WS-MAP-SLOT                 PIC 9(03) COMP VALUE ZERO.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-MAP-REGION-CODE      PIC X(03).
               10  WS-MAP-INTEREST-ACCOUNT PIC X(08).

       01  WS-LEDGER-TABLE.
           05  WS-LDG-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-LDG-INDEX                PIC 9(03) COMP VALUE ZERO.
           05  WS-LDG-SLOT                 PIC 9(03) COMP VALUE ZERO.
           05  WS-LDG-ENTRY OCCURS 100 TIMES.
               10  WS-LDG-ACCOUNT          PIC X(08).
               10  WS-LDG-SWEPT            PIC S9(15)V99 COMP-3.
               10  WS-LDG-MOVEMENT         PIC S9(15)V99 COMP-3.
       01  WS-LEDGER-KEY                   PIC X(08) VALUE SPACES.
       01  WS-UNMAPPED-INTEREST            PIC S9(15)V99 COMP-3
                                            VALUE ZERO.
       01  WS-DIFFERENCE                   PIC S9(15)V99 COMP-3
                                            VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ENTRIES-TAKEN            PIC 9(09) COMP VALUE ZERO.
           05  WS-ACCOUNTS-COUNTED         PIC 9(09) COMP VALUE ZERO.
           05  WS-ROWS-WRITTEN             PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * PRINT AND DELIMITED-FIELD WORK AREAS.
      ******************************************************************
       01  WS-EDIT-FIELDS.
           05  WS-COUNT-EDIT               PIC -(8)9.
           05  WS-PAY-VALUE-EDIT           PIC -(13)9.99.
           05  WS-FEES-EDIT                PIC -(13)9.99.
           05  WS-TAX-EDIT                 PIC -(13)9.99.
           05  WS-NET-FEES-EDIT            PIC -(13)9.99.
           05  WS-INTEREST-EDIT            PIC -(13)9.99.
           05  WS-ACCOUNT-EDITS.
               10  WS-ACTIVE-EDIT          PIC Z(07)9.
               10  WS-DORMANT-EDIT         PIC Z(07)9.
               10  WS-OVERDRAWN-EDIT       PIC Z(07)9.
           05  WS-LEDGER-EDIT              PIC -(13)9.99.
           05  WS-DIFFERENCE-EDIT          PIC -(13)9.99.
       01  WS-REGION-TEXT                  PIC X(06) VALUE SPACES.
       01  WS-DL-FIELD                     PIC X(20) VALUE SPACES.
       01  WS-DL-AMOUNT-EDIT               PIC -(13)9.99.
       01  WS-DL-COUNT-EDIT                PIC Z(07)9.
       01  WS-DL-POINTER                   PIC 9(03) COMP VALUE 1.
       01  WS-DL-LEADING                   PIC 9(03) COMP VALUE ZERO.
       01  WS-DL-START                     PIC 9(03) COMP VALUE ZERO.

       01  WS-PARM-STRING                 PIC X(80) VALUE SPACES.
       01  WS-PARM-KEY                    PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                  PIC X(16) VALUE SPACES.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-PERIOD > ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-SORT-KEY
                   INPUT PROCEDURE IS 2000-RELEASE-ACTIVITY
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-ACCUMULATE-ACCOUNTS
                       THRU 3000-EXIT
               PERFORM 4000-PROVE-INTEREST THRU 4000-EXIT
               PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
               PERFORM 6000-WRITE-DELIMITED-COPY THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - PERIOD PARM AND THE PRIOR MONTH, ACCTMSTR AND
      *                   THE TWO OUTPUT FILES. WITHOUT ACCTMSTR NO
      *                   PRODUCT OR ACCOUNT COUNT CAN BE GIVEN, SO THE
      *                   RUN IS REFUSED (CC 8).
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY '='
                   INTO WS-PARM-KEY WS-PARM-VALUE
               IF WS-PARM-KEY = 'PERIOD' AND
                       WS-PARM-VALUE(1:6) IS NUMERIC
                   MOVE WS-PARM-VALUE(1:6) TO WS-PERIOD
               END-IF
           END-IF
           IF WS-PERIOD = ZERO
               DISPLAY V-PN 'NO PERIOD=YYYYMM PARM SUPPLIED - '
                   'NOTHING TO REPORT'
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF WS-PERIOD-MONTH = 1
               COMPUTE WS-PRIOR-YEAR = WS-PERIOD-YEAR - 1
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               MOVE WS-PERIOD-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MONTH = WS-PERIOD-MONTH - 1
           END-IF
           OPEN INPUT ACCTMST-FILE
           IF WS-ACCTMST-OK
               MOVE 'Y' TO WS-ACCTMST-AVAIL-SWITCH
           ELSE
               DISPLAY V-PN 'ACCTMSTR UNAVAILABLE - STATUS '
                   WS-ACCTMST-STATUS ' - RUN REFUSED'
               MOVE ZERO TO WS-PERIOD
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-INTEREST-MAP THRU 1100-EXIT
           OPEN OUTPUT EXPPRFRP-FILE
           IF WS-EXPPRFRP-OK
               MOVE 'Y' TO WS-PRFRP-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPPRFRP - STATUS '
                   WS-EXPPRFRP-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN OUTPUT EXPPRFDL-FILE
           IF WS-EXPPRFDL-OK
               MOVE 'Y' TO WS-PRFDL-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPPRFDL - STATUS '
                   WS-EXPPRFDL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY V-PN 'REPORTING PERIOD ' WS-PERIOD
               ' AGAINST ' WS-PRIOR-PERIOD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-INTEREST-MAP - EACH REGION'S GLMAP 'I' ROW. INTEREST
      *                          IS POSTED AS A CREDIT TO THE CUSTOMER,
      *                          SO THE CREDIT-SIDE ACCOUNT OF THE ROW
      *                          IS THE ONE DEBITED WITH THE EXPENSE.
      *                          NO GLMAP LEAVES THE INTEREST UNPROVED.
      ******************************************************************
       1100-LOAD-INTEREST-MAP.
           OPEN INPUT GLMAP-FILE
           IF NOT WS-GLMAP-OK
               DISPLAY V-PN 'NO GLMAP MAPPING FILE FOUND - STATUS '
                   WS-GLMAP-STATUS ' - INTEREST NOT PROVED'
               GO TO 1100-EXIT
           END-IF
           PERFORM 1150-STORE-MAP-ENTRY THRU 1150-EXIT
               UNTIL WS-GLMAP-EOF
           CLOSE GLMAP-FILE
           IF WS-MAP-COUNT > ZERO
               MOVE 'Y' TO WS-LEDGER-SWITCH
           END-IF.
       1100-EXIT.
           EXIT.

       1150-STORE-MAP-ENTRY.
           READ GLMAP-FILE
               AT END
                   GO TO 1150-EXIT
           END-READ
           IF GLM-TRANSACTION-TYPE NOT = 'I'
               GO TO 1150-EXIT
           END-IF
           IF WS-MAP-COUNT NOT < 100
               DISPLAY V-PN 'GLMAP INTEREST ROWS OVER 100 - REGION '
                   GLM-REGION-CODE ' LEFT UNMAPPED'
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE GLM-REGION-CODE TO WS-MAP-REGION-CODE(WS-MAP-COUNT)
           MOVE GLM-CREDIT-ACCOUNT
               TO WS-MAP-INTEREST-ACCOUNT(WS-MAP-COUNT)
           MOVE GLM-CREDIT-ACCOUNT TO WS-LEDGER-KEY
           PERFORM 1250-FIND-LEDGER-ACCOUNT THRU 1250-EXIT
           IF WS-LDG-SLOT > ZERO
               GO TO 1150-EXIT
           END-IF
           IF WS-LDG-COUNT NOT < 100
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-LDG-COUNT
           MOVE GLM-CREDIT-ACCOUNT TO WS-LDG-ACCOUNT(WS-LDG-COUNT)
           MOVE ZERO TO WS-LDG-SWEPT(WS-LDG-COUNT)
           MOVE ZERO TO WS-LDG-MOVEMENT(WS-LDG-COUNT).
       1150-EXIT.
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
      * 2000-RELEASE-ACTIVITY - EVERY CLEANLY POSTED ENTRY FROM TRANLOG
      *                         AND TRANARCH DATED UP TO THE END OF THE
      *                         PERIOD. ENTRIES BEFORE THE PRIOR MONTH
      *                         ADD NO FIGURES BUT STILL PLACE THEIR
      *                         ACCOUNT IN A REGION.
      ******************************************************************
       2000-RELEASE-ACTIVITY.
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
           END-IF
           DISPLAY V-PN WS-ENTRIES-TAKEN ' ENTRIES THROUGH '
               WS-PERIOD.
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
           IF TLOG-CONVERTED-AMOUNT NOT NUMERIC
               GO TO 2300-EXIT
           END-IF
           MOVE TLOG-TRANSACTION-DATE(1:6) TO WS-ENTRY-PERIOD
           IF WS-ENTRY-PERIOD > WS-PERIOD
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-ENTRIES-TAKEN
           MOVE TLOG-ACCOUNT-NUMBER TO SRT-ACCOUNT
           MOVE TLOG-TRANSACTION-DATE TO SRT-TRANSACTION-DATE
           MOVE TLOG-LOG-DATE TO SRT-LOG-DATE
           MOVE TLOG-LOG-TIME TO SRT-LOG-TIME
           MOVE TLOG-REGION-CODE TO SRT-REGION-CODE
           EVALUATE WS-ENTRY-PERIOD
               WHEN WS-PERIOD
                   MOVE 'C' TO SRT-MONTH
               WHEN WS-PRIOR-PERIOD
                   MOVE 'P' TO SRT-MONTH
               WHEN OTHER
                   MOVE 'E' TO SRT-MONTH
           END-EVALUATE
           PERFORM 2350-CLASSIFY-ENTRY THRU 2350-EXIT
           MOVE WS-CATEGORY TO SRT-CATEGORY
           MOVE WS-ENTRY-AMOUNT TO SRT-AMOUNT
           RELEASE SRT-RECORD.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2350-CLASSIFY-ENTRY - AS THE TAX CERTIFICATE CLASSIFIES THEM,
      *                       PLUS THE CUSTOMER PAYMENTS. INTEREST IS
      *                       POSTED AS A CREDIT (NEGATIVE) AND IS
      *                       REPORTED AS PAID, SO IT IS NEGATED.
      ******************************************************************
       2350-CLASSIFY-ENTRY.
           MOVE SPACE TO WS-CATEGORY
           MOVE TLOG-CONVERTED-AMOUNT TO WS-ENTRY-AMOUNT
           EVALUATE TRUE
               WHEN TLOG-TYPE-PAYMENT
                   MOVE 'V' TO WS-CATEGORY
               WHEN TLOG-TYPE-INTEREST
                   MOVE 'I' TO WS-CATEGORY
                   COMPUTE WS-ENTRY-AMOUNT = ZERO - WS-ENTRY-AMOUNT
               WHEN TLOG-TYPE-FEE-TAX
                   MOVE 'T' TO WS-CATEGORY
               WHEN TLOG-TYPE-NSF-FEE
                   MOVE 'F' TO WS-CATEGORY
               WHEN TLOG-TYPE-ADJUSTMENT
                   IF TLOG-TRACE-ID(1:1) = 'F' OR 'L' OR 'E'
                       MOVE 'F' TO WS-CATEGORY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2350-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ACCUMULATE-ACCOUNTS - THE SORTED STREAM MATCHED AGAINST
      *                            ACCTMSTR IN KEY ORDER. EACH ENTRY
      *                            ADDS TO ITS REGION AND ITS ACCOUNT'S
      *                            PRODUCT; EACH ACCOUNT ON THE MASTER
      *                            IS COUNTED ONCE, UNDER THE REGION OF
      *                            ITS LAST ENTRY OR UNDER NO REGION.
      ******************************************************************
       3000-ACCUMULATE-ACCOUNTS.
           PERFORM 3600-READ-NEXT-MASTER THRU 3600-EXIT
           PERFORM 3050-TAKE-ONE-SORTED THRU 3050-EXIT
               UNTIL WS-SORT-DONE
           IF NOT WS-FIRST-ACCOUNT
               PERFORM 3400-CLOSE-ACCOUNT THRU 3400-EXIT
           END-IF
           PERFORM 3500-COUNT-INACTIVE-ACCOUNT THRU 3500-EXIT
               UNTIL WS-MASTER-KEY = HIGH-VALUES
           IF WS-TABLE-OVERFLOWED
               DISPLAY V-PN 'WARNING - MORE THAN 200 REGION/PRODUCT '
                   'ROWS - REPORT INCOMPLETE'
           END-IF.
       3000-EXIT.
           EXIT.

       3050-TAKE-ONE-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
               NOT AT END
                   PERFORM 3100-TAKE-ONE-ENTRY THRU 3100-EXIT
           END-RETURN.
       3050-EXIT.
           EXIT.

       3100-TAKE-ONE-ENTRY.
           IF WS-FIRST-ACCOUNT OR
                   SRT-ACCOUNT NOT = WS-BREAK-ACCOUNT
               IF NOT WS-FIRST-ACCOUNT
                   PERFORM 3400-CLOSE-ACCOUNT THRU 3400-EXIT
               END-IF
               MOVE SRT-ACCOUNT TO WS-BREAK-ACCOUNT
               MOVE 'N' TO WS-FIRST-ACCOUNT-SWITCH
               PERFORM 3200-OPEN-ACCOUNT THRU 3200-EXIT
           END-IF
           MOVE SRT-REGION-CODE TO WS-ACCOUNT-REGION
           IF SRT-EARLIER OR SRT-OTHER
               GO TO 3100-EXIT
           END-IF
           MOVE SRT-REGION-CODE TO WS-FIND-REGION-CODE
           MOVE WS-ACCOUNT-PRODUCT TO WS-FIND-PRODUCT-CODE
           PERFORM 3700-FIND-ROW THRU 3700-EXIT
           IF WS-ROW-SLOT = ZERO
               GO TO 3100-EXIT
           END-IF
           IF SRT-THIS-MONTH
               MOVE 1 TO WS-MONTH-SUB
           ELSE
               MOVE 2 TO WS-MONTH-SUB
           END-IF
           EVALUATE TRUE
               WHEN SRT-PAYMENT
                   ADD 1 TO WS-ROW-PAY-COUNT(WS-ROW-SLOT, WS-MONTH-SUB)
                   ADD SRT-AMOUNT
                       TO WS-ROW-PAY-VALUE(WS-ROW-SLOT, WS-MONTH-SUB)
               WHEN SRT-FEE
                   ADD SRT-AMOUNT
                       TO WS-ROW-FEES(WS-ROW-SLOT, WS-MONTH-SUB)
               WHEN SRT-TAX
                   ADD SRT-AMOUNT
                       TO WS-ROW-TAX(WS-ROW-SLOT, WS-MONTH-SUB)
               WHEN OTHER
                   ADD SRT-AMOUNT
                       TO WS-ROW-INTEREST(WS-ROW-SLOT, WS-MONTH-SUB)
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-OPEN-ACCOUNT - BRING ACCTMSTR UP TO THE ACCOUNT. MASTER
      *                     ACCOUNTS PASSED ON THE WAY HAD NO ENTRY AND
      *                     ARE COUNTED UNDER NO REGION. AN ACCOUNT NOT
      *                     ON THE MASTER (CLOSED AND PURGED) REPORTS
      *                     UNDER NO PRODUCT AND IS NOT COUNTED.
      ******************************************************************
       3200-OPEN-ACCOUNT.
           PERFORM 3500-COUNT-INACTIVE-ACCOUNT THRU 3500-EXIT
               UNTIL WS-MASTER-KEY NOT < WS-BREAK-ACCOUNT
           MOVE SPACES TO WS-ACCOUNT-PRODUCT
           MOVE SPACES TO WS-ACCOUNT-REGION
           MOVE 'N' TO WS-ON-MASTER-SWITCH
           IF WS-MASTER-KEY NOT = WS-BREAK-ACCOUNT
               GO TO 3200-EXIT
           END-IF
           MOVE 'Y' TO WS-ON-MASTER-SWITCH
           MOVE ACM-ACCOUNT-STATUS TO WS-ACCOUNT-STATUS
           MOVE ZERO TO WS-ACCOUNT-BALANCE
           IF ACM-CURRENT-BALANCE NUMERIC
               MOVE ACM-CURRENT-BALANCE TO WS-ACCOUNT-BALANCE
           END-IF
           IF ACM-PRODUCT-CODE NOT = LOW-VALUES
               MOVE ACM-PRODUCT-CODE TO WS-ACCOUNT-PRODUCT
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3400-CLOSE-ACCOUNT - COUNT THE ACCOUNT UNDER THE REGION OF ITS
      *                      LAST ENTRY AND MOVE THE MASTER PAST IT.
      ******************************************************************
       3400-CLOSE-ACCOUNT.
           IF NOT WS-ACCOUNT-ON-MASTER
               GO TO 3400-EXIT
           END-IF
           PERFORM 3450-COUNT-ACCOUNT THRU 3450-EXIT
           PERFORM 3600-READ-NEXT-MASTER THRU 3600-EXIT.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3450-COUNT-ACCOUNT - ACTIVE AND DORMANT BY STATUS; OVERDRAWN IS
      *                      ANY OPEN ACCOUNT BELOW ZERO, ACTIVE OR
      *                      DORMANT. CLOSED AND CHARGED-OFF ACCOUNTS
      *                      ARE NOT COUNTED.
      ******************************************************************
       3450-COUNT-ACCOUNT.
           IF WS-ACCOUNT-STATUS NOT = 'A' AND
                   WS-ACCOUNT-STATUS NOT = 'D'
               GO TO 3450-EXIT
           END-IF
           MOVE WS-ACCOUNT-REGION TO WS-FIND-REGION-CODE
           MOVE WS-ACCOUNT-PRODUCT TO WS-FIND-PRODUCT-CODE
           PERFORM 3700-FIND-ROW THRU 3700-EXIT
           IF WS-ROW-SLOT = ZERO
               GO TO 3450-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNTS-COUNTED
           IF WS-ACCOUNT-STATUS = 'A'
               ADD 1 TO WS-ROW-ACTIVE(WS-ROW-SLOT)
           ELSE
               ADD 1 TO WS-ROW-DORMANT(WS-ROW-SLOT)
           END-IF
           IF WS-ACCOUNT-BALANCE < ZERO
               ADD 1 TO WS-ROW-OVERDRAWN(WS-ROW-SLOT)
           END-IF.
       3450-EXIT.
           EXIT.

      ******************************************************************
      * 3500-COUNT-INACTIVE-ACCOUNT - A MASTER ACCOUNT WITH NO ENTRY UP
      *                               TO THE END OF THE PERIOD.
      ******************************************************************
       3500-COUNT-INACTIVE-ACCOUNT.
           MOVE ACM-ACCOUNT-STATUS TO WS-ACCOUNT-STATUS
           MOVE ZERO TO WS-ACCOUNT-BALANCE
           IF ACM-CURRENT-BALANCE NUMERIC
               MOVE ACM-CURRENT-BALANCE TO WS-ACCOUNT-BALANCE
           END-IF
           MOVE SPACES TO WS-ACCOUNT-PRODUCT
           IF ACM-PRODUCT-CODE NOT = LOW-VALUES
               MOVE ACM-PRODUCT-CODE TO WS-ACCOUNT-PRODUCT
           END-IF
           MOVE SPACES TO WS-ACCOUNT-REGION
           PERFORM 3450-COUNT-ACCOUNT THRU 3450-EXIT
           PERFORM 3600-READ-NEXT-MASTER THRU 3600-EXIT.
       3500-EXIT.
           EXIT.

       3600-READ-NEXT-MASTER.
           READ ACCTMST-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   MOVE ACM-ACCOUNT-NUMBER TO WS-MASTER-KEY
           END-READ.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 3700-FIND-ROW - THE ROW FOR WS-FIND-KEY, INSERTED IN KEY ORDER
      *                 WHEN NEW. WS-ROW-SLOT IS ZERO WHEN THE TABLE IS
      *                 FULL.
      ******************************************************************
       3700-FIND-ROW.
           MOVE ZERO TO WS-ROW-SLOT
           PERFORM 3750-COMPARE-ROW
               VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WS-ROW-COUNT
                   OR WS-ROW-SLOT > ZERO
           IF WS-ROW-SLOT > ZERO
               IF WS-ROW-KEY(WS-ROW-SLOT) = WS-FIND-KEY
                   GO TO 3700-EXIT
               END-IF
           END-IF
           IF WS-ROW-COUNT NOT < 200
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               MOVE ZERO TO WS-ROW-SLOT
               GO TO 3700-EXIT
           END-IF
           ADD 1 TO WS-ROW-COUNT
           IF WS-ROW-SLOT = ZERO
               MOVE WS-ROW-COUNT TO WS-ROW-SLOT
           ELSE
               PERFORM 3760-SHIFT-ROW-DOWN
                   VARYING WS-ROW-SHIFT FROM WS-ROW-COUNT BY -1
                   UNTIL WS-ROW-SHIFT NOT > WS-ROW-SLOT
           END-IF
           INITIALIZE WS-ROW-FIGURES(WS-ROW-SLOT)
           MOVE WS-FIND-KEY TO WS-ROW-KEY(WS-ROW-SLOT).
       3700-EXIT.
           EXIT.

       3750-COMPARE-ROW.
           IF WS-ROW-KEY(WS-ROW-INDEX) NOT < WS-FIND-KEY
               MOVE WS-ROW-INDEX TO WS-ROW-SLOT
           END-IF.

       3760-SHIFT-ROW-DOWN.
           MOVE WS-ROW-ENTRY(WS-ROW-SHIFT - 1)
               TO WS-ROW-ENTRY(WS-ROW-SHIFT).

      ******************************************************************
      * 4000-PROVE-INTEREST - THE PERIOD'S INTEREST PAID, REGION BY
      *                       REGION, AGAINST THE GLBAL MOVEMENT ON THE
      *                       INTEREST ACCOUNT ITS GLMAP ROW NAMES
      *                       (DEBITS LESS CREDITS).
      ******************************************************************
       4000-PROVE-INTEREST.
           IF NOT WS-LEDGER-ON-FILE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-ADD-ROW-INTEREST THRU 4100-EXIT
               VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WS-ROW-COUNT
           OPEN INPUT GLBAL-FILE
           IF NOT WS-GLBAL-OK
               DISPLAY V-PN 'NO GLBAL BALANCES ON FILE - STATUS '
                   WS-GLBAL-STATUS ' - LEDGER TAKEN AS ZERO'
               GO TO 4000-EXIT
           END-IF
           PERFORM 4200-ADD-ONE-BALANCE THRU 4200-EXIT
               UNTIL WS-GLBAL-EOF
           CLOSE GLBAL-FILE.
       4000-EXIT.
           EXIT.

       4100-ADD-ROW-INTEREST.
           MOVE ZERO TO WS-MAP-SLOT
           PERFORM 4150-COMPARE-MAP-ENTRY
               VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > WS-MAP-COUNT
                   OR WS-MAP-SLOT > ZERO
           IF WS-MAP-SLOT = ZERO
               ADD WS-ROW-INTEREST(WS-ROW-INDEX, 1)
                   TO WS-UNMAPPED-INTEREST
               GO TO 4100-EXIT
           END-IF
           MOVE WS-MAP-INTEREST-ACCOUNT(WS-MAP-SLOT) TO WS-LEDGER-KEY
           PERFORM 1250-FIND-LEDGER-ACCOUNT THRU 1250-EXIT
           IF WS-LDG-SLOT = ZERO
               ADD WS-ROW-INTEREST(WS-ROW-INDEX, 1)
                   TO WS-UNMAPPED-INTEREST
               GO TO 4100-EXIT
           END-IF
           ADD WS-ROW-INTEREST(WS-ROW-INDEX, 1)
               TO WS-LDG-SWEPT(WS-LDG-SLOT).
       4100-EXIT.
           EXIT.

       4150-COMPARE-MAP-ENTRY.
           IF WS-MAP-REGION-CODE(WS-MAP-INDEX)
                   = WS-ROW-REGION-CODE(WS-ROW-INDEX)
               MOVE WS-MAP-INDEX TO WS-MAP-SLOT
           END-IF.

       4200-ADD-ONE-BALANCE.
           READ GLBAL-FILE
               AT END
                   GO TO 4200-EXIT
           END-READ
           IF GLB-PERIOD NOT = WS-PERIOD
               GO TO 4200-EXIT
           END-IF
           MOVE GLB-LEDGER-ACCOUNT TO WS-LEDGER-KEY
           PERFORM 1250-FIND-LEDGER-ACCOUNT THRU 1250-EXIT
           IF WS-LDG-SLOT = ZERO
               GO TO 4200-EXIT
           END-IF
           COMPUTE WS-LDG-MOVEMENT(WS-LDG-SLOT) =
               WS-LDG-MOVEMENT(WS-LDG-SLOT)
               + GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-REPORT - A BLOCK FOR EACH PRODUCT WITHIN A REGION,
      *                     THE REGION TOTAL, THE GRAND TOTAL, THEN THE
      *                     INTEREST PROOF.
      ******************************************************************
       5000-PRINT-REPORT.
           IF NOT WS-PRFRP-IS-OPEN
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO PRF-RECORD
           STRING 'MONTHLY PROFITABILITY BY REGION AND PRODUCT - '
                      DELIMITED BY SIZE
                  'PERIOD ' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  ' AGAINST ' DELIMITED BY SIZE
                  WS-PRIOR-PERIOD DELIMITED BY SIZE
               INTO PRF-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO PRF-RECORD
           STRING 'AMOUNTS IN BASE CURRENCY. ACCOUNT COUNTS AS AT '
                      DELIMITED BY SIZE
                  'THE RUN, BY REGION OF LATEST ENTRY.'
                      DELIMITED BY SIZE
               INTO PRF-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           STRING '               PAYMENTS'
                      DELIMITED BY SIZE
                  '     PAYMENT VALUE        GROSS FEES'
                      DELIMITED BY SIZE
                  '      TAX WITHHELD          NET FEES'
                      DELIMITED BY SIZE
                  '     INTEREST PAID   ACTIVE  DORMANT OVERDRAWN'
                      DELIMITED BY SIZE
               INTO PRF-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           INITIALIZE WS-GRAND-FIGURES
           INITIALIZE WS-REGION-FIGURES
           PERFORM 5100-PRINT-ONE-ROW THRU 5100-EXIT
               VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WS-ROW-COUNT
           IF WS-ROW-COUNT > ZERO
               PERFORM 5200-CLOSE-REGION THRU 5200-EXIT
           END-IF
           MOVE WS-GRAND-FIGURES TO WS-PRINT-FIGURES
           MOVE 'ALL REGIONS - TOTAL' TO WS-PRINT-TITLE
           PERFORM 5500-PRINT-BLOCK THRU 5500-EXIT
           PERFORM 5700-PRINT-INTEREST-PROOF THRU 5700-EXIT.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-ROW.
           IF WS-ROW-INDEX > 1 AND
                   WS-ROW-REGION-CODE(WS-ROW-INDEX)
                       NOT = WS-BREAK-REGION
               PERFORM 5200-CLOSE-REGION THRU 5200-EXIT
           END-IF
           MOVE WS-ROW-REGION-CODE(WS-ROW-INDEX) TO WS-BREAK-REGION
           PERFORM 5300-ADD-ROW-TO-REGION THRU 5300-EXIT
           IF WS-ROW-PRODUCT-CODE(WS-ROW-INDEX) = SPACES
               GO TO 5100-EXIT
           END-IF
           PERFORM 5150-SET-REGION-TEXT THRU 5150-EXIT
           MOVE WS-ROW-FIGURES(WS-ROW-INDEX) TO WS-PRINT-FIGURES
           MOVE SPACES TO WS-PRINT-TITLE
           STRING 'REGION ' DELIMITED BY SIZE
                  WS-REGION-TEXT DELIMITED BY SPACE
                  ' - PRODUCT ' DELIMITED BY SIZE
                  WS-ROW-PRODUCT-CODE(WS-ROW-INDEX) DELIMITED BY SIZE
               INTO WS-PRINT-TITLE
           PERFORM 5500-PRINT-BLOCK THRU 5500-EXIT.
       5100-EXIT.
           EXIT.

       5150-SET-REGION-TEXT.
           IF WS-BREAK-REGION = SPACES
               MOVE '(NONE)' TO WS-REGION-TEXT
           ELSE
               MOVE WS-BREAK-REGION TO WS-REGION-TEXT
           END-IF.
       5150-EXIT.
           EXIT.

      ******************************************************************
      * 5200-CLOSE-REGION - THE REGION TOTAL BLOCK, THEN ON INTO THE
      *                     GRAND TOTAL.
      ******************************************************************
       5200-CLOSE-REGION.
           PERFORM 5150-SET-REGION-TEXT THRU 5150-EXIT
           MOVE WS-REGION-FIGURES TO WS-PRINT-FIGURES
           MOVE SPACES TO WS-PRINT-TITLE
           STRING 'REGION ' DELIMITED BY SIZE
                  WS-REGION-TEXT DELIMITED BY SPACE
                  ' - TOTAL' DELIMITED BY SIZE
               INTO WS-PRINT-TITLE
           PERFORM 5500-PRINT-BLOCK THRU 5500-EXIT
           PERFORM 5400-ADD-REGION-TO-GRAND THRU 5400-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 2
           ADD WS-REG-ACTIVE TO WS-GRD-ACTIVE
           ADD WS-REG-DORMANT TO WS-GRD-DORMANT
           ADD WS-REG-OVERDRAWN TO WS-GRD-OVERDRAWN
           INITIALIZE WS-REGION-FIGURES.
       5200-EXIT.
           EXIT.

       5300-ADD-ROW-TO-REGION.
           PERFORM 5350-ADD-ROW-MONTH THRU 5350-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 2
           ADD WS-ROW-ACTIVE(WS-ROW-INDEX) TO WS-REG-ACTIVE
           ADD WS-ROW-DORMANT(WS-ROW-INDEX) TO WS-REG-DORMANT
           ADD WS-ROW-OVERDRAWN(WS-ROW-INDEX) TO WS-REG-OVERDRAWN.
       5300-EXIT.
           EXIT.

       5350-ADD-ROW-MONTH.
           ADD WS-ROW-PAY-COUNT(WS-ROW-INDEX, WS-MONTH-SUB)
               TO WS-REG-PAY-COUNT(WS-MONTH-SUB)
           ADD WS-ROW-PAY-VALUE(WS-ROW-INDEX, WS-MONTH-SUB)
               TO WS-REG-PAY-VALUE(WS-MONTH-SUB)
           ADD WS-ROW-FEES(WS-ROW-INDEX, WS-MONTH-SUB)
               TO WS-REG-FEES(WS-MONTH-SUB)
           ADD WS-ROW-TAX(WS-ROW-INDEX, WS-MONTH-SUB)
               TO WS-REG-TAX(WS-MONTH-SUB)
           ADD WS-ROW-INTEREST(WS-ROW-INDEX, WS-MONTH-SUB)
               TO WS-REG-INTEREST(WS-MONTH-SUB).
       5350-EXIT.
           EXIT.

       5400-ADD-REGION-TO-GRAND.
           ADD WS-REG-PAY-COUNT(WS-MONTH-SUB)
               TO WS-GRD-PAY-COUNT(WS-MONTH-SUB)
           ADD WS-REG-PAY-VALUE(WS-MONTH-SUB)
               TO WS-GRD-PAY-VALUE(WS-MONTH-SUB)
           ADD WS-REG-FEES(WS-MONTH-SUB) TO WS-GRD-FEES(WS-MONTH-SUB)
           ADD WS-REG-TAX(WS-MONTH-SUB) TO WS-GRD-TAX(WS-MONTH-SUB)
           ADD WS-REG-INTEREST(WS-MONTH-SUB)
               TO WS-GRD-INTEREST(WS-MONTH-SUB).
       5400-EXIT.
           EXIT.

      ******************************************************************
      * 5500-PRINT-BLOCK - THE TITLE, THEN THIS MONTH (WITH THE ACCOUNT
      *                    COUNTS), THE PRIOR MONTH AND THE CHANGE.
      ******************************************************************
       5500-PRINT-BLOCK.
           MOVE SPACES TO PRF-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE WS-PRINT-TITLE TO PRF-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE 1 TO WS-MONTH-SUB
           PERFORM 5550-SET-LINE-MONTH THRU 5550-EXIT
           MOVE 'THIS MONTH' TO WS-LINE-LABEL
           MOVE WS-PRT-ACTIVE TO WS-ACTIVE-EDIT
           MOVE WS-PRT-DORMANT TO WS-DORMANT-EDIT
           MOVE WS-PRT-OVERDRAWN TO WS-OVERDRAWN-EDIT
           PERFORM 5600-PRINT-FIGURE-LINE THRU 5600-EXIT
           MOVE 2 TO WS-MONTH-SUB
           PERFORM 5550-SET-LINE-MONTH THRU 5550-EXIT
           MOVE 'PRIOR MONTH' TO WS-LINE-LABEL
           MOVE SPACES TO WS-ACCOUNT-EDITS
           PERFORM 5600-PRINT-FIGURE-LINE THRU 5600-EXIT
           COMPUTE WS-LINE-PAY-COUNT =
               WS-PRT-PAY-COUNT(1) - WS-PRT-PAY-COUNT(2)
           COMPUTE WS-LINE-PAY-VALUE =
               WS-PRT-PAY-VALUE(1) - WS-PRT-PAY-VALUE(2)
           COMPUTE WS-LINE-FEES = WS-PRT-FEES(1) - WS-PRT-FEES(2)
           COMPUTE WS-LINE-TAX = WS-PRT-TAX(1) - WS-PRT-TAX(2)
           COMPUTE WS-LINE-NET-FEES = WS-LINE-FEES - WS-LINE-TAX
           COMPUTE WS-LINE-INTEREST =
               WS-PRT-INTEREST(1) - WS-PRT-INTEREST(2)
           MOVE 'CHANGE' TO WS-LINE-LABEL
           PERFORM 5600-PRINT-FIGURE-LINE THRU 5600-EXIT.
       5500-EXIT.
           EXIT.

       5550-SET-LINE-MONTH.
           MOVE WS-PRT-PAY-COUNT(WS-MONTH-SUB) TO WS-LINE-PAY-COUNT
           MOVE WS-PRT-PAY-VALUE(WS-MONTH-SUB) TO WS-LINE-PAY-VALUE
           MOVE WS-PRT-FEES(WS-MONTH-SUB) TO WS-LINE-FEES
           MOVE WS-PRT-TAX(WS-MONTH-SUB) TO WS-LINE-TAX
           COMPUTE WS-LINE-NET-FEES = WS-LINE-FEES - WS-LINE-TAX
           MOVE WS-PRT-INTEREST(WS-MONTH-SUB) TO WS-LINE-INTEREST.
       5550-EXIT.
           EXIT.

       5600-PRINT-FIGURE-LINE.
           MOVE WS-LINE-PAY-COUNT TO WS-COUNT-EDIT
           MOVE WS-LINE-PAY-VALUE TO WS-PAY-VALUE-EDIT
           MOVE WS-LINE-FEES TO WS-FEES-EDIT
           MOVE WS-LINE-TAX TO WS-TAX-EDIT
           MOVE WS-LINE-NET-FEES TO WS-NET-FEES-EDIT
           MOVE WS-LINE-INTEREST TO WS-INTEREST-EDIT
           MOVE SPACES TO PRF-RECORD
           STRING '  ' DELIMITED BY SIZE
                  WS-LINE-LABEL DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PAY-VALUE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FEES-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TAX-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NET-FEES-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-INTEREST-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACTIVE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DORMANT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OVERDRAWN-EDIT DELIMITED BY SIZE
               INTO PRF-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       5600-EXIT.
           EXIT.

      ******************************************************************
      * 5700-PRINT-INTEREST-PROOF - EACH INTEREST ACCOUNT'S SWEPT
      *                             INTEREST AGAINST ITS LEDGER
      *                             MOVEMENT. ANY DIFFERENCE, OR
      *                             INTEREST IN A REGION WITH NO GLMAP
      *                             'I' ROW, ENDS THE RUN CC 4.
      ******************************************************************
       5700-PRINT-INTEREST-PROOF.
           MOVE SPACES TO PRF-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           IF NOT WS-LEDGER-ON-FILE
               MOVE 'INTEREST NOT PROVED - NO GLMAP INTEREST ROWS'
                   TO PRF-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 5700-EXIT
           END-IF
           STRING 'INTEREST PAID AGAINST THE LEDGER - '
                      DELIMITED BY SIZE
                  'ACCOUNT              SWEPT      LEDGER MOVEMENT'
                      DELIMITED BY SIZE
                  '        DIFFERENCE' DELIMITED BY SIZE
               INTO PRF-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           PERFORM 5750-PRINT-ONE-LEDGER THRU 5750-EXIT
               VARYING WS-LDG-INDEX FROM 1 BY 1
               UNTIL WS-LDG-INDEX > WS-LDG-COUNT
           IF WS-UNMAPPED-INTEREST NOT = ZERO
               MOVE 'Y' TO WS-DIFFERENCE-SWITCH
               MOVE WS-UNMAPPED-INTEREST TO WS-INTEREST-EDIT
               MOVE SPACES TO PRF-RECORD
               STRING '                                   '
                          DELIMITED BY SIZE
                      'UNMAPPED ' DELIMITED BY SIZE
                      WS-INTEREST-EDIT DELIMITED BY SIZE
                      '   NO GLMAP INTEREST ROW FOR ITS REGION'
                          DELIMITED BY SIZE
                   INTO PRF-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF
           IF WS-DIFFERENCE-FOUND
               DISPLAY V-PN 'INTEREST PAID DOES NOT AGREE WITH THE '
                   'LEDGER - SEE EXPPRFRP'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       5700-EXIT.
           EXIT.

       5750-PRINT-ONE-LEDGER.
           COMPUTE WS-DIFFERENCE = WS-LDG-SWEPT(WS-LDG-INDEX)
               - WS-LDG-MOVEMENT(WS-LDG-INDEX)
           IF WS-DIFFERENCE NOT = ZERO
               MOVE 'Y' TO WS-DIFFERENCE-SWITCH
           END-IF
           MOVE WS-LDG-SWEPT(WS-LDG-INDEX) TO WS-INTEREST-EDIT
           MOVE WS-LDG-MOVEMENT(WS-LDG-INDEX) TO WS-LEDGER-EDIT
           MOVE WS-DIFFERENCE TO WS-DIFFERENCE-EDIT
           MOVE SPACES TO PRF-RECORD
           STRING '                                   '
                      DELIMITED BY SIZE
                  WS-LDG-ACCOUNT(WS-LDG-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-INTEREST-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LEDGER-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DIFFERENCE-EDIT DELIMITED BY SIZE
               INTO PRF-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       5750-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-DELIMITED-COPY - A HEADING LINE, THEN ONE LINE PER
      *                             REGION AND PRODUCT WITH THE MONTH
      *                             AND PRIOR-MONTH FIGURES, NUMBERS
      *                             WITHOUT PADDING.
      ******************************************************************
       6000-WRITE-DELIMITED-COPY.
           IF NOT WS-PRFDL-IS-OPEN
               GO TO 6000-EXIT
           END-IF
           MOVE SPACES TO PDL-RECORD
           STRING 'PERIOD,REGION,PRODUCT,PAYMENTS,PAYMENT VALUE,'
                      DELIMITED BY SIZE
                  'GROSS FEES,TAX WITHHELD,NET FEES,INTEREST PAID,'
                      DELIMITED BY SIZE
                  'ACTIVE,DORMANT,OVERDRAWN,PRIOR PAYMENTS,'
                      DELIMITED BY SIZE
                  'PRIOR PAYMENT VALUE,PRIOR GROSS FEES,'
                      DELIMITED BY SIZE
                  'PRIOR TAX WITHHELD,PRIOR NET FEES,'
                      DELIMITED BY SIZE
                  'PRIOR INTEREST PAID' DELIMITED BY SIZE
               INTO PDL-RECORD
           WRITE PDL-RECORD
           PERFORM 6100-WRITE-ONE-ROW THRU 6100-EXIT
               VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WS-ROW-COUNT.
       6000-EXIT.
           EXIT.

       6100-WRITE-ONE-ROW.
           MOVE SPACES TO PDL-RECORD
           MOVE 1 TO WS-DL-POINTER
           STRING WS-PERIOD DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-ROW-REGION-CODE(WS-ROW-INDEX) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-ROW-PRODUCT-CODE(WS-ROW-INDEX) DELIMITED BY SPACE
               INTO PDL-RECORD
               WITH POINTER WS-DL-POINTER
           PERFORM 6200-WRITE-ROW-MONTH THRU 6200-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 2
           WRITE PDL-RECORD
           ADD 1 TO WS-ROWS-WRITTEN.
       6100-EXIT.
           EXIT.

       6200-WRITE-ROW-MONTH.
           MOVE WS-ROW-PAY-COUNT(WS-ROW-INDEX, WS-MONTH-SUB)
               TO WS-DL-COUNT-EDIT
           MOVE WS-DL-COUNT-EDIT TO WS-DL-FIELD
           PERFORM 6300-APPEND-FIELD THRU 6300-EXIT
           MOVE WS-ROW-PAY-VALUE(WS-ROW-INDEX, WS-MONTH-SUB)
               TO WS-DL-AMOUNT-EDIT
           MOVE WS-DL-AMOUNT-EDIT TO WS-DL-FIELD
           PERFORM 6300-APPEND-FIELD THRU 6300-EXIT
           MOVE WS-ROW-FEES(WS-ROW-INDEX, WS-MONTH-SUB)
               TO WS-DL-AMOUNT-EDIT
           MOVE WS-DL-AMOUNT-EDIT TO WS-DL-FIELD
           PERFORM 6300-APPEND-FIELD THRU 6300-EXIT
           MOVE WS-ROW-TAX(WS-ROW-INDEX, WS-MONTH-SUB)
               TO WS-DL-AMOUNT-EDIT
           MOVE WS-DL-AMOUNT-EDIT TO WS-DL-FIELD
           PERFORM 6300-APPEND-FIELD THRU 6300-EXIT
           COMPUTE WS-LINE-NET-FEES =
               WS-ROW-FEES(WS-ROW-INDEX, WS-MONTH-SUB)
               - WS-ROW-TAX(WS-ROW-INDEX, WS-MONTH-SUB)
           MOVE WS-LINE-NET-FEES TO WS-DL-AMOUNT-EDIT
           MOVE WS-DL-AMOUNT-EDIT TO WS-DL-FIELD
           PERFORM 6300-APPEND-FIELD THRU 6300-EXIT
           MOVE WS-ROW-INTEREST(WS-ROW-INDEX, WS-MONTH-SUB)
               TO WS-DL-AMOUNT-EDIT
           MOVE WS-DL-AMOUNT-EDIT TO WS-DL-FIELD
           PERFORM 6300-APPEND-FIELD THRU 6300-EXIT
           IF WS-MONTH-SUB > 1
               GO TO 6200-EXIT
           END-IF
           MOVE WS-ROW-ACTIVE(WS-ROW-INDEX) TO WS-DL-COUNT-EDIT
           MOVE WS-DL-COUNT-EDIT TO WS-DL-FIELD
           PERFORM 6300-APPEND-FIELD THRU 6300-EXIT
           MOVE WS-ROW-DORMANT(WS-ROW-INDEX) TO WS-DL-COUNT-EDIT
           MOVE WS-DL-COUNT-EDIT TO WS-DL-FIELD
           PERFORM 6300-APPEND-FIELD THRU 6300-EXIT
           MOVE WS-ROW-OVERDRAWN(WS-ROW-INDEX) TO WS-DL-COUNT-EDIT
           MOVE WS-DL-COUNT-EDIT TO WS-DL-FIELD
           PERFORM 6300-APPEND-FIELD THRU 6300-EXIT.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 6300-APPEND-FIELD - A COMMA, THEN WS-DL-FIELD WITHOUT ITS
      *                     LEADING SPACES.
      ******************************************************************
       6300-APPEND-FIELD.
           MOVE ZERO TO WS-DL-LEADING
           INSPECT WS-DL-FIELD TALLYING WS-DL-LEADING
               FOR LEADING SPACES
           COMPUTE WS-DL-START = WS-DL-LEADING + 1
           STRING ',' DELIMITED BY SIZE
                  WS-DL-FIELD(WS-DL-START:) DELIMITED BY SPACE
               INTO PDL-RECORD
               WITH POINTER WS-DL-POINTER.
       6300-EXIT.
           EXIT.

      ******************************************************************
      * 8100-WRITE-REPORT-LINE
      ******************************************************************
       8100-WRITE-REPORT-LINE.
           WRITE PRF-RECORD
           MOVE SPACES TO PRF-RECORD.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE
      ******************************************************************
       9000-TERMINATE.
           IF WS-PRFRP-IS-OPEN
               CLOSE EXPPRFRP-FILE
           END-IF
           IF WS-PRFDL-IS-OPEN
               CLOSE EXPPRFDL-FILE
           END-IF
           IF WS-TABLE-OVERFLOWED AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ACCTMST-AVAILABLE
               CLOSE ACCTMST-FILE
           END-IF
           DISPLAY V-PN 'ENTRIES TAKEN........: ' WS-ENTRIES-TAKEN
           DISPLAY V-PN 'ACCOUNTS COUNTED.....: ' WS-ACCOUNTS-COUNTED
           DISPLAY V-PN 'REGION/PRODUCT ROWS..: ' WS-ROW-COUNT.
       9000-EXIT.
           EXIT.
