      ******************************************************************
      * PROGRAM-ID : EXPFRFRP
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - DAILY FEE-REFUND REPORT
      *                    AND JOURNAL, RUN IN THE EXPCTRL CHAIN AFTER
      *                    EXPFXDRP. SUBPGM01 NOW UNDOES AN OFFSET
      *                    ORIGINAL'S FEE IN THE SAME CALL AS THE
      *                    REVERSAL, BANK RETURN OR FRAUD REVERSAL
      *                    (FROM PSEXREV, EXPRETRN, EXPFRAUD OR THE
      *                    NIGHT'S FILE) AND LOGS IT TO FEERFND. THIS
      *                    STEP LISTS THE BUSINESS DATE'S REFUNDS TO
      *                    EXPFRFRF - POSTED FEES REFUNDED, UNBILLED
      *                    ACCRUALS CANCELLED, BILLED FEES REFUNDED -
      *                    WITH TOTALS, AND WRITES THE BALANCED GL
      *                    JOURNAL FOR THE REFUND CREDITS AND
      *                    WITHHOLDING REVERSALS TO EXPFRJRL IN THE
      *                    EXPGLJRL LAYOUT: THE SAME GLMAP PAIR AS THE
      *                    ORIGINAL FEE ('A') OR TAX ('T') LINE, AT
      *                    THE NEGATED AMOUNT, SO THE LEDGER REVERSES
      *                    EXACTLY WHAT WAS BOOKED. A CANCELLED
      *                    ACCRUAL WAS NEVER BOOKED AND IS NOT
      *                    JOURNALLED. AN UNMAPPED LINE GOES TO
      *                    GLSUSPNS WITH CONDITION CODE 4, AS IN
      *                    EXPGLJRN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPFRFRP.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEERFND-FILE ASSIGN TO 'FEERFND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEERFND-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT GLMAP-FILE ASSIGN TO 'GLMAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT EXPFRFRF-FILE ASSIGN TO 'EXPFRFRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPFRFRF-STATUS.
           SELECT EXPFRJRL-FILE ASSIGN TO 'EXPFRJRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPFRJRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEERFND-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY FEERFND.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY BUSDCTL.

       FD  GLMAP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY GLMAP.

       FD  EXPFRFRF-FILE
           LABEL RECORDS ARE STANDARD.
      *    ONE LINE PER REFUND, THEN THE TOTALS.
       01  FRR-RECORD                     PIC X(132).

       FD  EXPFRJRL-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE EXPGLJRL JOURNAL LAYOUT - LEDGER ACCOUNT, D/C, AMOUNT,
      *    DATE, TRACE ID - PLUS ONE TOTALS TRAILER LINE.
       01  JRL-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPFRFRP->'.

       01  WS-FILE-STATUSES.
           05  WS-FEERFND-STATUS           PIC X(02) VALUE '00'.
               88  WS-FEERFND-OK               VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-GLMAP-STATUS             PIC X(02) VALUE '00'.
               88  WS-GLMAP-OK                 VALUE '00'.
               88  WS-GLMAP-EOF                 VALUE '10'.
           05  WS-EXPFRFRF-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPFRFRF-OK              VALUE '00'.
           05  WS-EXPFRJRL-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPFRJRL-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FEERFND-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-FEERFND-EOF-REACHED      VALUE 'Y'.
           05  WS-FEERFND-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-FEERFND-IS-OPEN          VALUE 'Y'.
           05  WS-FRR-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-FRR-IS-OPEN              VALUE 'Y'.
           05  WS-JRL-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-JRL-IS-OPEN              VALUE 'Y'.
           05  WS-MAP-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-MAP-FOUND                VALUE 'Y'.

       01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-REFUNDS-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-REFUNDS-REPORTED         PIC 9(07) COMP VALUE ZERO.
           05  WS-POSTED-REFUNDED          PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCRUALS-CANCELLED       PIC 9(07) COMP VALUE ZERO.
           05  WS-BILLED-REFUNDED          PIC 9(07) COMP VALUE ZERO.
           05  WS-PAIRS-WRITTEN            PIC 9(07) COMP VALUE ZERO.
           05  WS-LINES-UNMAPPED           PIC 9(07) COMP VALUE ZERO.
           05  WS-MAP-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-MAP-INDEX                PIC 9(03) COMP VALUE ZERO.

      ******************************************************************
      * WS-GLMAP-TABLE - THE WHOLE GLMAP FILE, LOADED ONCE AND SEARCHED
      * LINEARLY PER JOURNAL LINE, THE SAME AS EXPGLJRN.
      ******************************************************************
       01  WS-GLMAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-MAP-REGION-CODE      PIC X(03).
               10  WS-MAP-TRANS-TYPE       PIC X(01).
               10  WS-MAP-DEBIT-ACCOUNT    PIC X(08).
               10  WS-MAP-CREDIT-ACCOUNT   PIC X(08).
       01  WS-FOUND-DEBIT-ACCOUNT          PIC X(08) VALUE SPACES.
       01  WS-FOUND-CREDIT-ACCOUNT        PIC X(08) VALUE SPACES.

      *    THE JOURNAL LINE BEING BUILT - TYPE, SIGNED AMOUNT, TRACE.
       01  WS-JOURNAL-LINE.
           05  WS-JRN-TRANS-TYPE           PIC X(01) VALUE SPACE.
           05  WS-JRN-AMOUNT               PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-JRN-TRACE-ID             PIC X(16) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-TOTAL-FEE-REFUNDED       PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-TAX-REVERSED       PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-CANCELLED          PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-DEBITS             PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-CREDITS            PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05  WS-FEE-EDIT                 PIC -(10)9.99.
           05  WS-TAX-EDIT                 PIC -(10)9.99.
           05  WS-TOTAL-EDIT               PIC -(12)9.99.
           05  WS-TOTAL-DEBIT-EDIT         PIC -(12)9.99.
           05  WS-TOTAL-CREDIT-EDIT        PIC -(12)9.99.
           05  WS-JRL-AMOUNT-EDIT          PIC -(10)9.99.
           05  WS-ACTION-TEXT              PIC X(17) VALUE SPACES.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-FEERFND-IS-OPEN
               PERFORM 2000-TAKE-ONE-REFUND THRU 2000-EXIT
                   UNTIL WS-FEERFND-EOF-REACHED
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, THE MAPPING TABLE, THE LOG,
      *                   THE REPORT AND THE JOURNAL. NO FEERFND FILE
      *                   MEANS NO FEE HAS EVER BEEN REFUNDED - A
      *                   CLEAN, EMPTY REPORT AND JOURNAL.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           OPEN INPUT BUSDCTL-FILE
           IF WS-BUSDCTL-OK
               READ BUSDCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE NUMERIC AND
                               BDC-BUSINESS-DATE > ZERO
                           MOVE BDC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSDCTL-FILE
           END-IF
           PERFORM 1100-LOAD-GLMAP THRU 1100-EXIT
           OPEN OUTPUT EXPFRFRF-FILE
           IF WS-EXPFRFRF-OK
               MOVE 'Y' TO WS-FRR-OPEN-SWITCH
               MOVE SPACES TO FRR-RECORD
               STRING 'FEE REFUNDS FOR BUSINESS DATE '
                          DELIMITED BY SIZE
                      WS-BUSINESS-DATE DELIMITED BY SIZE
                   INTO FRR-RECORD
               WRITE FRR-RECORD
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPFRFRF - STATUS '
                   WS-EXPFRFRF-STATUS
           END-IF
           OPEN OUTPUT EXPFRJRL-FILE
           IF WS-EXPFRJRL-OK
               MOVE 'Y' TO WS-JRL-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPFRJRL - STATUS '
                   WS-EXPFRJRL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FEERFND-FILE
           IF WS-FEERFND-OK
               MOVE 'Y' TO WS-FEERFND-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'NO FEERFND LOG - NO FEE REFUNDS'
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-GLMAP - READ THE MAPPING FILE INTO MEMORY.
      ******************************************************************
       1100-LOAD-GLMAP.
           OPEN INPUT GLMAP-FILE
           IF NOT WS-GLMAP-OK
               DISPLAY V-PN 'NO GLMAP MAPPING FILE FOUND - STATUS '
                   WS-GLMAP-STATUS
           ELSE
               PERFORM 1150-STORE-MAP-ENTRY THRU 1150-EXIT
                   UNTIL WS-GLMAP-EOF
               CLOSE GLMAP-FILE
           END-IF.
       1100-EXIT.
           EXIT.

       1150-STORE-MAP-ENTRY.
           READ GLMAP-FILE
               AT END
                   CONTINUE
               NOT AT END
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
                       DISPLAY V-PN 'WARNING - GLMAP TABLE FULL'
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 2000-TAKE-ONE-REFUND - REPORT A REFUND LOGGED ON THE BUSINESS
      *                        DATE AND JOURNAL WHAT IT POSTED.
      ******************************************************************
       2000-TAKE-ONE-REFUND.
           READ FEERFND-FILE
               AT END
                   MOVE 'Y' TO WS-FEERFND-EOF-SWITCH
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-REFUNDS-READ
           IF FRF-REFUND-DATE NOT = WS-BUSINESS-DATE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-REFUNDS-REPORTED
           IF FRF-ACCRUAL-CANCELLED
               ADD 1 TO WS-ACCRUALS-CANCELLED
               ADD FRF-FEE-REFUNDED TO WS-TOTAL-CANCELLED
               MOVE 'ACCRUAL CANCELLED' TO WS-ACTION-TEXT
               PERFORM 2500-WRITE-DETAIL-LINE THRU 2500-EXIT
               GO TO 2000-EXIT
           END-IF
           IF FRF-BILLED-FEE-REFUNDED
               ADD 1 TO WS-BILLED-REFUNDED
               MOVE 'BILLED REFUNDED' TO WS-ACTION-TEXT
           ELSE
               ADD 1 TO WS-POSTED-REFUNDED
               MOVE 'FEE REFUNDED' TO WS-ACTION-TEXT
           END-IF
           ADD FRF-FEE-REFUNDED TO WS-TOTAL-FEE-REFUNDED
           ADD FRF-TAX-REVERSED TO WS-TOTAL-TAX-REVERSED
           PERFORM 2500-WRITE-DETAIL-LINE THRU 2500-EXIT
           MOVE 'A' TO WS-JRN-TRANS-TYPE
           COMPUTE WS-JRN-AMOUNT = ZERO - FRF-FEE-REFUNDED
           MOVE FRF-REFUND-TRACE-ID TO WS-JRN-TRACE-ID
           PERFORM 2200-FIND-MAPPING THRU 2200-EXIT
           PERFORM 2300-WRITE-JOURNAL-PAIR THRU 2300-EXIT
           IF FRF-TAX-REVERSED > ZERO
               MOVE 'T' TO WS-JRN-TRANS-TYPE
               COMPUTE WS-JRN-AMOUNT = ZERO - FRF-TAX-REVERSED
               MOVE FRF-TAX-TRACE-ID TO WS-JRN-TRACE-ID
               PERFORM 2200-FIND-MAPPING THRU 2200-EXIT
               PERFORM 2300-WRITE-JOURNAL-PAIR THRU 2300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2200-FIND-MAPPING - LOOK UP THE LEDGER ACCOUNTS FOR THE
      *                     REFUND'S REGION AND THE LINE'S TYPE. NO
      *                     MAPPING JOURNALS TO GLSUSPNS, AS IN
      *                     EXPGLJRN.
      ******************************************************************
       2200-FIND-MAPPING.
           MOVE 'N' TO WS-MAP-FOUND-SWITCH
           MOVE 'GLSUSPNS' TO WS-FOUND-DEBIT-ACCOUNT
           MOVE 'GLSUSPNS' TO WS-FOUND-CREDIT-ACCOUNT
           PERFORM 2250-COMPARE-MAP-ENTRY
               VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > WS-MAP-COUNT OR WS-MAP-FOUND
           IF NOT WS-MAP-FOUND
               ADD 1 TO WS-LINES-UNMAPPED
               DISPLAY V-PN 'NO GLMAP ENTRY FOR REGION '
                   FRF-REGION-CODE ' TYPE ' WS-JRN-TRANS-TYPE
                   ' - JOURNALLED TO GLSUSPNS'
           END-IF.
       2200-EXIT.
           EXIT.

       2250-COMPARE-MAP-ENTRY.
           IF WS-MAP-REGION-CODE(WS-MAP-INDEX) = FRF-REGION-CODE
                   AND WS-MAP-TRANS-TYPE(WS-MAP-INDEX)
                       = WS-JRN-TRANS-TYPE
               MOVE WS-MAP-DEBIT-ACCOUNT(WS-MAP-INDEX)
                   TO WS-FOUND-DEBIT-ACCOUNT
               MOVE WS-MAP-CREDIT-ACCOUNT(WS-MAP-INDEX)
                   TO WS-FOUND-CREDIT-ACCOUNT
               MOVE 'Y' TO WS-MAP-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * 2300-WRITE-JOURNAL-PAIR - ONE DEBIT AND ONE CREDIT LINE FOR
      *                           THE SAME NEGATED AMOUNT, SO THE
      *                           REFUND ENTERS THE LEDGER BALANCED.
      ******************************************************************
       2300-WRITE-JOURNAL-PAIR.
           IF NOT WS-JRL-IS-OPEN
               GO TO 2300-EXIT
           END-IF
           MOVE WS-JRN-AMOUNT TO WS-JRL-AMOUNT-EDIT
           MOVE SPACES TO JRL-RECORD
           STRING WS-FOUND-DEBIT-ACCOUNT DELIMITED BY SIZE
                  ',D,' DELIMITED BY SIZE
                  WS-JRL-AMOUNT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FRF-REFUND-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-JRN-TRACE-ID DELIMITED BY SIZE
               INTO JRL-RECORD
           WRITE JRL-RECORD
           ADD WS-JRN-AMOUNT TO WS-TOTAL-DEBITS
           MOVE SPACES TO JRL-RECORD
           STRING WS-FOUND-CREDIT-ACCOUNT DELIMITED BY SIZE
                  ',C,' DELIMITED BY SIZE
                  WS-JRL-AMOUNT-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FRF-REFUND-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-JRN-TRACE-ID DELIMITED BY SIZE
               INTO JRL-RECORD
           WRITE JRL-RECORD
           ADD WS-JRN-AMOUNT TO WS-TOTAL-CREDITS
           ADD 1 TO WS-PAIRS-WRITTEN.
       2300-EXIT.
           EXIT.

       2500-WRITE-DETAIL-LINE.
           IF NOT WS-FRR-IS-OPEN
               GO TO 2500-EXIT
           END-IF
           MOVE FRF-FEE-REFUNDED TO WS-FEE-EDIT
           MOVE FRF-TAX-REVERSED TO WS-TAX-EDIT
           MOVE SPACES TO FRR-RECORD
           STRING FRF-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FRF-OFFSET-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FRF-OFFSET-TRACE-ID DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  FRF-ORIGINAL-TRACE-ID DELIMITED BY SIZE
                  ' FEE ' DELIMITED BY SIZE
                  FRF-FEE-TRACE-ID DELIMITED BY SIZE
                  WS-FEE-EDIT DELIMITED BY SIZE
                  ' TAX' DELIMITED BY SIZE
                  WS-TAX-EDIT DELIMITED BY SIZE
               INTO FRR-RECORD
           WRITE FRR-RECORD.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - THE REPORT TOTALS, THE JOURNAL TRAILER, THE
      *                  CLOSES, AND CONDITION CODE 4 WHEN A LINE HAD
      *                  TO GO TO GLSUSPNS.
      ******************************************************************
       9000-TERMINATE.
           IF WS-FEERFND-IS-OPEN
               CLOSE FEERFND-FILE
           END-IF
           IF WS-FRR-IS-OPEN
               MOVE WS-TOTAL-FEE-REFUNDED TO WS-TOTAL-EDIT
               MOVE SPACES TO FRR-RECORD
               STRING 'TOTAL FEES REFUNDED ' DELIMITED BY SIZE
                      WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO FRR-RECORD
               WRITE FRR-RECORD
               MOVE WS-TOTAL-TAX-REVERSED TO WS-TOTAL-EDIT
               MOVE SPACES TO FRR-RECORD
               STRING 'TOTAL WITHHOLDING REVERSED ' DELIMITED BY SIZE
                      WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO FRR-RECORD
               WRITE FRR-RECORD
               MOVE WS-TOTAL-CANCELLED TO WS-TOTAL-EDIT
               MOVE SPACES TO FRR-RECORD
               STRING 'TOTAL ACCRUALS CANCELLED ' DELIMITED BY SIZE
                      WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO FRR-RECORD
               WRITE FRR-RECORD
               CLOSE EXPFRFRF-FILE
           END-IF
           IF WS-JRL-IS-OPEN
               MOVE WS-TOTAL-DEBITS TO WS-TOTAL-DEBIT-EDIT
               MOVE WS-TOTAL-CREDITS TO WS-TOTAL-CREDIT-EDIT
               MOVE SPACES TO JRL-RECORD
               STRING 'TOTALS,D,' DELIMITED BY SIZE
                      WS-TOTAL-DEBIT-EDIT DELIMITED BY SIZE
                      ',C,' DELIMITED BY SIZE
                      WS-TOTAL-CREDIT-EDIT DELIMITED BY SIZE
                   INTO JRL-RECORD
               WRITE JRL-RECORD
               CLOSE EXPFRJRL-FILE
           END-IF
           DISPLAY V-PN 'FEERFND ENTRIES READ.: ' WS-REFUNDS-READ
           DISPLAY V-PN 'REPORTED FOR DATE....: ' WS-REFUNDS-REPORTED
           DISPLAY V-PN 'POSTED FEES REFUNDED.: ' WS-POSTED-REFUNDED
           DISPLAY V-PN 'BILLED FEES REFUNDED.: ' WS-BILLED-REFUNDED
           DISPLAY V-PN 'ACCRUALS CANCELLED...: ' WS-ACCRUALS-CANCELLED
           DISPLAY V-PN 'JOURNAL PAIRS........: ' WS-PAIRS-WRITTEN
           DISPLAY V-PN 'UNMAPPED LINES.......: ' WS-LINES-UNMAPPED
           IF WS-LINES-UNMAPPED > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
