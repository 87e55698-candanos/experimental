      *                    TOUCHED THE CUSTOMER BALANCE, AND
      *                    INCLUDING IT WOULD MISSTATE THE DERIVED
      *                    OPENING POSITION.
      * 2026-10-15  DS    JOINT ACCOUNTS - EVERY FURTHER OWNER OR JOINT
      *                    OWNER ON THE ACCTREL RELATIONSHIP FILE WHO
      *                    IS ENTITLED TO STATEMENTS GETS A 'COPY TO'
      *                    ADDRESSEE LINE UNDER THE HEADING, WITH THE
      *                    NAME AND ADDRESS FROM CUSTMSTR, SO THE PRINT
      *                    BUREAU SENDS THEM THEIR OWN COPY. THE LEAD
      *                    OWNER STAYS ON THE HEADING AS BEFORE. NO
      *                    ACCTREL FILE MEANS NO COPIES.
      * 2026-10-15  DS    A TYPE 'M' ENTRY PRINTS AS 'TERM DEPOSIT' -
      *                    THE MATURITY INTEREST, PAY-OUT AND EARLY-
      *                    BREAK POSTINGS.
      * 2026-10-15  DS    TYPE 'L' PRINTS AS 'LOAN PRINCIPAL' AND TYPE
      *                    'N' AS 'LOAN INTEREST' - THE DISBURSEMENT,
      *                    INSTALLMENT AND LATE-INTEREST ENTRIES OF AN
      *                    INSTALLMENT LOAN ON ITS LINKED ACCOUNT.
      * 2026-10-15  DS    TYPE 'U' PRINTS AS 'NSF FEE' - THE UNPAID-
      *                    ITEM FEE CHARGED WHEN A BOUNCED PAYMENT IS
      *                    RE-PRESENTED.
      * 2026-10-15  DS    TYPE 'W' PRINTS AS 'SWEEP' - A BALANCE SWEEP
      *                    TO OR FROM A LINKED ACCOUNT.
      * 2026-10-15  DS    FOREIGN-CURRENCY ACCOUNTS ARE STATED IN THEIR
      *                    OWN CURRENCY, NAMED ON THE HEADING. AN ENTRY
      *                    KEYED IN THAT CURRENCY SHOWS ITS KEYED
      *                    AMOUNT (RESCALED BY THE CURRATE DECIMAL
      *                    PLACES, AS SUBPGM01 POSTED IT); ANY OTHER
      *                    SHOWS ITS BASE AMOUNT OVER THE
      *                    TLOG-ACCOUNT-RATE IT WAS POSTED AT. A TYPE
      *                    'V' REVALUATION NEVER MOVED THE ACCOUNT'S
      *                    OWN BALANCE AND IS LEFT OFF, LIKE 'T'.
      * 2026-10-15  DS    TYPE 'O' PRINTS AS 'CHARGE-OFF' - THE WRITE-
      *                    OFF THAT BRINGS A LONG-OVERDRAWN BALANCE
      *                    BACK TO ZERO. A TYPE 'Y' RECOVERY IS TAKEN
      *                    OFF THE WRITTEN-OFF AMOUNT, NOT THE BALANCE,
      *                    AND IS LEFT OFF LIKE 'V'.
      * 2026-10-15  DS    AN ENTRY WITH REMITTANCE INFORMATION ON
      *                    REMITINF (KEYED BY ITS TRACE ID) PRINTS A
      *                    SECOND LINE UNDER IT WITH THE PAYER REFERENCE
      *                    AND THE REMITTANCE TEXT. NO REMITINF FILE
      *                    MEANS NO SUCH LINES.
      * 2026-10-15  DS    ESTATE PAY-OUT ENTRIES (TYPE 'E') ARE
      *                    DESCRIBED AS ESTATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPSTMT.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT ACCTREL-FILE ASSIGN TO 'ACCTREL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARL-KEY
               FILE STATUS IS WS-ACCTREL-STATUS.
           SELECT EXPSTMTF-FILE ASSIGN TO 'EXPSTMTF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPSTMTF-STATUS.
           SELECT CURRATE-FILE ASSIGN TO 'CURRATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRATE-STATUS.
           SELECT REMITINF-FILE ASSIGN TO 'REMITINF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMI-TRACE-ID
               FILE STATUS IS WS-REMITINF-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK01'.

       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMSTR.

       FD  ACCTREL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREL.

       FD  EXPSTMTF-FILE
           LABEL RECORDS ARE STANDARD.
       01  STM-RECORD                     PIC X(100).

       FD  CURRATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    READ ONLY FOR EACH CURRENCY'S DECIMAL PLACES.
           COPY CURRATE.

       FD  REMITINF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REMITINF.

       SD  SORT-WORK-FILE.
      *    ONE RELEASED RECORD PER CLEANLY POSTED ENTRY IN THE
      *    STATEMENT PERIOD.
           05  SRT-AMOUNT                  PIC S9(11)V99 COMP-3.
           05  SRT-CONVERTED               PIC S9(11)V99 COMP-3.
           05  SRT-TRACE                   PIC X(16).
           05  SRT-CURRENCY                PIC X(03).
           05  SRT-ACCOUNT-RATE            PIC 9(04)V9999 COMP-3.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPSTMT-> '.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-CUSTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-CUSTMST-OK               VALUE '00'.
           05  WS-ACCTREL-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTREL-OK               VALUE '00'.
           05  WS-EXPSTMTF-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPSTMTF-OK              VALUE '00'.
           05  WS-CURRATE-STATUS           PIC X(02) VALUE '00'.
               88  WS-CURRATE-OK               VALUE '00'.
               88  WS-CURRATE-EOF              VALUE '10'.
           05  WS-REMITINF-STATUS          PIC X(02) VALUE '00'.
               88  WS-REMITINF-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-ACCTMST-AVAILABLE        VALUE 'Y'.
           05  WS-CUSTMST-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-CUSTMST-AVAILABLE        VALUE 'Y'.
           05  WS-ACCTREL-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-ACCTREL-AVAILABLE        VALUE 'Y'.
           05  WS-OWNER-SCAN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-OWNER-SCAN-DONE          VALUE 'Y'.
           05  WS-REMITINF-AVAIL-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-REMITINF-AVAILABLE       VALUE 'Y'.

       01  WS-PERIOD                       PIC 9(06) VALUE ZERO.
       01  WS-ENTRY-PERIOD                 PIC 9(06) VALUE ZERO.
           05  WS-LINE-COUNT               PIC 9(05) COMP VALUE ZERO.
           05  WS-STATEMENTS               PIC 9(05) COMP VALUE ZERO.
       01  WS-CUSTOMER-NAME                PIC X(25) VALUE SPACES.
      *    THE LEAD OWNER OF THE ACCOUNT BEING PRINTED - NOT REPEATED
      *    AS A COPY ADDRESSEE - AND THE COPIES SENT OVER THE RUN.
       01  WS-LEAD-CUSTOMER                PIC X(08) VALUE SPACES.
       01  WS-COPY-NAME                    PIC X(25) VALUE SPACES.
       01  WS-COPY-ADDRESS                 PIC X(40) VALUE SPACES.
       01  WS-COPIES                       PIC 9(05) COMP VALUE ZERO.
       01  WS-CLOSING-BALANCE              PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-OPENING-BALANCE              PIC S9(13)V99 COMP-3
       01  WS-AMOUNT-EDIT                  PIC -(12)9.99.
       01  WS-TYPE-DESC                    PIC X(12) VALUE SPACES.

      ******************************************************************
      * WS-SCALE-TABLE - EACH CURRENCY'S DECIMAL-PLACE RESCALE OFF
      * CURRATE, FOR RESTATING AN ENTRY KEYED IN A FOREIGN-CURRENCY
      * ACCOUNT'S OWN CURRENCY THE WAY SUBPGM01 POSTED IT. A CURRENCY
      * NOT FOUND TAKES THE USUAL TWO PLACES.
      ******************************************************************
       01  WS-SCALE-TABLE.
           05  WS-SCALE-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-SCALE-INDEX              PIC 9(03) COMP VALUE ZERO.
           05  WS-SCALE-ENTRY OCCURS 50 TIMES.
               10  WS-SCALE-CURRENCY-CODE  PIC X(03).
               10  WS-SCALE-FACTOR         PIC 9(03)V9 COMP-3.
       01  WS-STMT-CURRENCY                PIC X(03) VALUE SPACES.
       01  WS-STMT-SCALE                   PIC 9(03)V9 COMP-3
                                            VALUE 1.0.
       01  WS-ENTRY-AMOUNT                 PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

       01  WS-PARM-STRING                 PIC X(80) VALUE SPACES.
       01  WS-PARM-KEY                    PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                  PIC X(16) VALUE SPACES.
           ELSE
               DISPLAY V-PN 'CUSTMSTR UNAVAILABLE - NAMES OMITTED'
           END-IF
           OPEN INPUT ACCTREL-FILE
           IF WS-ACCTREL-OK
               MOVE 'Y' TO WS-ACCTREL-AVAIL-SWITCH
           END-IF
           OPEN INPUT REMITINF-FILE
           IF WS-REMITINF-OK
               MOVE 'Y' TO WS-REMITINF-AVAIL-SWITCH
           END-IF
           OPEN INPUT CURRATE-FILE
           IF WS-CURRATE-OK
               PERFORM 1100-STORE-SCALE-RECORD THRU 1100-EXIT
                   UNTIL WS-CURRATE-EOF
               CLOSE CURRATE-FILE
           END-IF
           OPEN OUTPUT EXPSTMTF-FILE
           IF WS-EXPSTMTF-OK
               MOVE 'Y' TO WS-STMTF-OPEN-SWITCH
       1000-EXIT.
           EXIT.

       1100-STORE-SCALE-RECORD.
           READ CURRATE-FILE
               AT END
                   GO TO 1100-EXIT
           END-READ
           IF WS-SCALE-COUNT NOT < 50
               DISPLAY V-PN 'WARNING - CURRENCY SCALE TABLE FULL'
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-SCALE-COUNT
           MOVE CUR-CURRENCY-CODE
               TO WS-SCALE-CURRENCY-CODE(WS-SCALE-COUNT)
           MOVE 1.0 TO WS-SCALE-FACTOR(WS-SCALE-COUNT)
           IF CUR-DECIMAL-PLACES NUMERIC
               EVALUATE CUR-DECIMAL-PLACES
                   WHEN 0
                       MOVE 100.0 TO WS-SCALE-FACTOR(WS-SCALE-COUNT)
                   WHEN 1
                       MOVE 10.0 TO WS-SCALE-FACTOR(WS-SCALE-COUNT)
                   WHEN 3
                       MOVE 0.1 TO WS-SCALE-FACTOR(WS-SCALE-COUNT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RELEASE-PERIOD-ACTIVITY - EVERY CLEANLY POSTED ENTRY FROM
      *                                TRANLOG AND TRANARCH WHOSE
           IF TLOG-TYPE-FEE-TAX
               GO TO 2300-EXIT
           END-IF
      *    NOR DID A REVALUATION - IT MOVED ONLY THE BASE EQUIVALENT.
           IF TLOG-TYPE-REVALUATION
               GO TO 2300-EXIT
           END-IF
      *    NOR A RECOVERY - IT WENT AGAINST THE WRITTEN-OFF AMOUNT.
           IF TLOG-TYPE-RECOVERY
               GO TO 2300-EXIT
           END-IF
           MOVE TLOG-TRANSACTION-DATE(1:6) TO WS-ENTRY-PERIOD
           IF WS-ENTRY-PERIOD NOT = WS-PERIOD
               GO TO 2300-EXIT
           MOVE TLOG-AMOUNT TO SRT-AMOUNT
           MOVE TLOG-CONVERTED-AMOUNT TO SRT-CONVERTED
           MOVE TLOG-TRACE-ID TO SRT-TRACE
           MOVE TLOG-CURRENCY-CODE TO SRT-CURRENCY
           IF TLOG-ACCOUNT-RATE NUMERIC
               MOVE TLOG-ACCOUNT-RATE TO SRT-ACCOUNT-RATE
           ELSE
               MOVE ZERO TO SRT-ACCOUNT-RATE
           END-IF
           RELEASE SRT-RECORD.
       2300-EXIT.
           EXIT.
                   MOVE 'INTEREST    ' TO WS-TYPE-DESC
               WHEN 'D'
                   MOVE 'DISPUTE     ' TO WS-TYPE-DESC
               WHEN 'M'
                   MOVE 'TERM DEPOSIT' TO WS-TYPE-DESC
               WHEN 'L'
                   MOVE 'LOAN PRINCPL' TO WS-TYPE-DESC
               WHEN 'N'
                   MOVE 'LOAN INTRST ' TO WS-TYPE-DESC
               WHEN 'U'
                   MOVE 'NSF FEE     ' TO WS-TYPE-DESC
               WHEN 'W'
                   MOVE 'SWEEP       ' TO WS-TYPE-DESC
               WHEN 'O'
                   MOVE 'CHARGE-OFF  ' TO WS-TYPE-DESC
               WHEN 'E'
                   MOVE 'ESTATE      ' TO WS-TYPE-DESC
               WHEN OTHER
                   MOVE 'PAYMENT     ' TO WS-TYPE-DESC
           END-EVALUATE
           PERFORM 4150-SET-ENTRY-AMOUNT THRU 4150-EXIT
           MOVE WS-ENTRY-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO STM-RECORD
           STRING '  ' DELIMITED BY SIZE
                  SRT-DATE DELIMITED BY SIZE
                  SRT-TRACE DELIMITED BY SIZE
               INTO STM-RECORD
           PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT
           PERFORM 4120-PRINT-REMITTANCE THRU 4120-EXIT
           ADD WS-ENTRY-AMOUNT TO WS-NET-MOVEMENT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4120-PRINT-REMITTANCE - THE PAYER REFERENCE AND REMITTANCE
      *                         TEXT CAPTURED WITH THE ENTRY, IF ANY,
      *                         ON AN INDENTED LINE UNDER IT.
      ******************************************************************
       4120-PRINT-REMITTANCE.
           IF NOT WS-REMITINF-AVAILABLE OR SRT-TRACE = SPACES
               GO TO 4120-EXIT
           END-IF
           MOVE SRT-TRACE TO RMI-TRACE-ID
           READ REMITINF-FILE
               INVALID KEY
                   GO TO 4120-EXIT
           END-READ
           MOVE SPACES TO STM-RECORD
           STRING '            REF ' DELIMITED BY SIZE
                  RMI-PAYER-REFERENCE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  RMI-REMITTANCE-TEXT DELIMITED BY SIZE
               INTO STM-RECORD
           PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT.
       4120-EXIT.
           EXIT.

      ******************************************************************
      * 4150-SET-ENTRY-AMOUNT - THE ENTRY IN THE STATEMENT'S CURRENCY.
      *                         A BASE ACCOUNT SHOWS THE CONVERTED
      *                         AMOUNT AS ALWAYS. ON A FOREIGN-CURRENCY
      *                         ACCOUNT AN ENTRY IN THE ACCOUNT'S OWN
      *                         CURRENCY SHOWS ITS RESCALED KEYED
      *                         AMOUNT, ANY OTHER ITS BASE AMOUNT OVER
      *                         THE RATE IT WAS POSTED AT (1:1 WHEN
      *                         NONE WAS RECORDED).
      ******************************************************************
       4150-SET-ENTRY-AMOUNT.
           MOVE SRT-CONVERTED TO WS-ENTRY-AMOUNT
           IF WS-STMT-CURRENCY = SPACES
               GO TO 4150-EXIT
           END-IF
           IF SRT-CURRENCY = WS-STMT-CURRENCY
               COMPUTE WS-ENTRY-AMOUNT ROUNDED =
                   SRT-AMOUNT * WS-STMT-SCALE
               GO TO 4150-EXIT
           END-IF
           IF SRT-ACCOUNT-RATE > ZERO
               COMPUTE WS-ENTRY-AMOUNT ROUNDED =
                   SRT-CONVERTED / SRT-ACCOUNT-RATE
           END-IF.
       4150-EXIT.
           EXIT.

      ******************************************************************
      * 4200-OPEN-STATEMENT - STATEMENT HEADING WITH THE CUSTOMER NAME
      *                       FROM THE ACCTMSTR/CUSTMSTR LINK.
           ADD 1 TO WS-STATEMENTS
           MOVE ZERO TO WS-NET-MOVEMENT
           MOVE SPACES TO WS-CUSTOMER-NAME
           MOVE SPACES TO WS-LEAD-CUSTOMER
           MOVE SPACES TO WS-STMT-CURRENCY
           MOVE 1.0 TO WS-STMT-SCALE
           MOVE 'N' TO WS-BALANCE-KNOWN-SW
           IF WS-ACCTMST-AVAILABLE
               MOVE WS-BREAK-ACCOUNT TO ACM-ACCOUNT-NUMBER
                               TO WS-CLOSING-BALANCE
                           MOVE 'Y' TO WS-BALANCE-KNOWN-SW
                       END-IF
                       MOVE ACM-CUSTOMER-NUMBER TO WS-LEAD-CUSTOMER
                       IF NOT ACM-BASE-CURRENCY-ACCOUNT
                           MOVE ACM-ACCOUNT-CURRENCY
                               TO WS-STMT-CURRENCY
                           PERFORM 4210-FIND-STMT-SCALE
                               VARYING WS-SCALE-INDEX FROM 1 BY 1
                               UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT
                       END-IF
                       IF WS-CUSTMST-AVAILABLE AND
                               ACM-CUSTOMER-NUMBER NOT = SPACES
                           MOVE ACM-CUSTOMER-NUMBER
                  '  PERIOD ' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
               INTO STM-RECORD
           IF WS-STMT-CURRENCY NOT = SPACES
               MOVE '  IN' TO STM-RECORD(72:4)
               MOVE WS-STMT-CURRENCY TO STM-RECORD(77:3)
           END-IF
           PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT
           PERFORM 4250-LIST-COPY-ADDRESSEES THRU 4250-EXIT.
       4200-EXIT.
           EXIT.

       4210-FIND-STMT-SCALE.
           IF WS-SCALE-CURRENCY-CODE(WS-SCALE-INDEX) = WS-STMT-CURRENCY
               MOVE WS-SCALE-FACTOR(WS-SCALE-INDEX) TO WS-STMT-SCALE
           END-IF.

      ******************************************************************
      * 4250-LIST-COPY-ADDRESSEES - ONE 'COPY TO' LINE FOR EACH FURTHER
      *                             OWNER ON ACCTREL ENTITLED TO THE
      *                             STATEMENT. SIGNATORIES NEVER ARE.
      ******************************************************************
       4250-LIST-COPY-ADDRESSEES.
           IF NOT WS-ACCTREL-AVAILABLE
               GO TO 4250-EXIT
           END-IF
           MOVE 'N' TO WS-OWNER-SCAN-SWITCH
           MOVE WS-BREAK-ACCOUNT TO ARL-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO ARL-CUSTOMER-NUMBER
           START ACCTREL-FILE KEY IS NOT LESS THAN ARL-KEY
               INVALID KEY
                   GO TO 4250-EXIT
           END-START
           PERFORM 4260-COPY-ONE-ADDRESSEE THRU 4260-EXIT
               UNTIL WS-OWNER-SCAN-DONE.
       4250-EXIT.
           EXIT.

       4260-COPY-ONE-ADDRESSEE.
           READ ACCTREL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OWNER-SCAN-SWITCH
                   GO TO 4260-EXIT
           END-READ
           IF ARL-ACCOUNT-NUMBER NOT = WS-BREAK-ACCOUNT
               MOVE 'Y' TO WS-OWNER-SCAN-SWITCH
               GO TO 4260-EXIT
           END-IF
           IF NOT ARL-OWNING-ROLE OR NOT ARL-GETS-STATEMENTS OR
                   ARL-CUSTOMER-NUMBER = WS-LEAD-CUSTOMER
               GO TO 4260-EXIT
           END-IF
           MOVE SPACES TO WS-COPY-NAME
           MOVE SPACES TO WS-COPY-ADDRESS
           IF WS-CUSTMST-AVAILABLE
               MOVE ARL-CUSTOMER-NUMBER TO CUS-CUSTOMER-NUMBER
               READ CUSTMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUS-CUSTOMER-NAME TO WS-COPY-NAME
                       MOVE CUS-CUSTOMER-ADDRESS TO WS-COPY-ADDRESS
               END-READ
           END-IF
           MOVE SPACES TO STM-RECORD
           STRING '  COPY TO ' DELIMITED BY SIZE
                  ARL-CUSTOMER-NUMBER DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-COPY-NAME DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-COPY-ADDRESS DELIMITED BY SIZE
               INTO STM-RECORD
           PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT
           ADD 1 TO WS-COPIES.
       4260-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CLOSE-STATEMENT - NET MOVEMENT AND, WHEN THE MASTER IS
      *                        AVAILABLE, THE OPENING AND CLOSING
           IF WS-CUSTMST-AVAILABLE
               CLOSE CUSTMST-FILE
           END-IF
           IF WS-ACCTREL-AVAILABLE
               CLOSE ACCTREL-FILE
           END-IF
           IF WS-REMITINF-AVAILABLE
               CLOSE REMITINF-FILE
           END-IF
           DISPLAY V-PN 'STATEMENTS PRINTED...: ' WS-STATEMENTS
           DISPLAY V-PN 'JOINT OWNER COPIES...: ' WS-COPIES
           DISPLAY V-PN 'REPORT LINES.........: ' WS-LINE-COUNT.
       9000-EXIT.
           EXIT.
