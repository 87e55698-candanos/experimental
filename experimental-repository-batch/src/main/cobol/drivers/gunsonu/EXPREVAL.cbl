      ******************************************************************
      * PROGRAM-ID : EXPREVAL
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - MONTH-END REVALUATION OF
      *                    FOREIGN-CURRENCY ACCOUNTS, SUBMITTED BY
      *                    OPERATIONS ON THE LAST BUSINESS DAY AHEAD
      *                    OF EXPBATCH ONCE THE CLOSING RATES ARE ON
      *                    CURRATE (THE SAME SLOT AS EXPINTCP). EACH
      *                    OPEN ACCOUNT HELD IN A FOREIGN CURRENCY IS
      *                    RESTATED AT ITS CLOSING RATE AND THE
      *                    DIFFERENCE FROM ITS CARRIED BASE EQUIVALENT
      *                    IS APPENDED TO EXPTRAN AS ONE TYPE 'V'
      *                    (REVALUATION) TRANSACTION IN THE BASE
      *                    CURRENCY, USING EXPINTCP'S LOAD-AND-REWRITE
      *                    PATTERN SO THE INTFCTL TRAILER STILL PROVES
      *                    THE FILE. SUBPGM01 MOVES ONLY THE BASE
      *                    EQUIVALENT FOR A 'V' ENTRY - THE BALANCE IN
      *                    THE ACCOUNT'S OWN CURRENCY IS UNTOUCHED -
      *                    AND THE GL EXTRACT CARRIES IT TO THE
      *                    UNREALIZED FX ACCOUNT THROUGH THE GLMAP 'V'
      *                    ROW. A POSITIVE AMOUNT (THE BASE EQUIVALENT
      *                    FELL) IS AN FX GAIN TO THE BANK, A NEGATIVE
      *                    ONE A LOSS. ONCE EXPBATCH HAS POSTED THE
      *                    ENTRIES A RERUN FINDS NOTHING TO RESTATE;
      *                    A RERUN BEFORE IT IS REFUSED WHEN EXPTRAN
      *                    ALREADY CARRIES A 'V' ENTRY. A GENERATED
      *                    TRACE ID STARTS WITH 'V'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPREVAL.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT CURRATE-FILE ASSIGN TO 'CURRATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRATE-STATUS.
           SELECT EXPTRAN-FILE ASSIGN TO 'EXPTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPTRAN-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMSTR.

       FD  CURRATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE CLOSING RATES - LOADED WHOLE AT INITIALIZE.
           COPY CURRATE.

       FD  EXPTRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    EXPTRAN-RECORD IS A FLAT IMAGE OF THE SUBPRM01 PAYMENT
      *    RECORD (128 BYTES), LOADED, APPENDED TO AND REWRITTEN THE
      *    SAME WAY AS EXPINTCP.
       01  EXPTRAN-RECORD                  PIC X(128).

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPREVAL->'.
       01  WS-BASE-CURRENCY                PIC X(03) VALUE 'USD'.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
               88  WS-ACCTMST-EOF              VALUE '10'.
           05  WS-CURRATE-STATUS           PIC X(02) VALUE '00'.
               88  WS-CURRATE-OK               VALUE '00'.
           05  WS-EXPTRAN-STATUS           PIC X(02) VALUE '00'.
               88  WS-EXPTRAN-OK               VALUE '00'.
           05  WS-EXPTRAN-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-EXPTRAN-EOF-REACHED      VALUE 'Y'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ACCTMST-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-ACCTMST-EOF-REACHED      VALUE 'Y'.
           05  WS-CURRATE-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-CURRATE-EOF-REACHED      VALUE 'Y'.
           05  WS-EXPTRAN-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-EXPTRAN-IS-OPEN          VALUE 'Y'.
           05  WS-EXPTRAN-OVERFLOW-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-EXPTRAN-OVERFLOWED       VALUE 'Y'.
           05  WS-ALREADY-QUEUED-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-ALREADY-QUEUED           VALUE 'Y'.
           05  WS-RATE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-RATE-FOUND               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ            PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-FOREIGN         PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-REVALUED        PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-NO-RATE         PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

      ******************************************************************
      * WS-REVALUATION-WORK - ONE ACCOUNT'S RESTATEMENT AND THE RUN'S
      * GAIN AND LOSS TOTALS, ALL IN THE BASE CURRENCY.
      ******************************************************************
       01  WS-REVALUATION-WORK.
           05  WS-CLOSING-RATE             PIC 9(04)V9999 VALUE ZERO.
           05  WS-NEW-BASE-EQUIVALENT      PIC S9(11)V99 VALUE ZERO.
           05  WS-REVALUATION-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-GAIN               PIC S9(13)V99 VALUE ZERO.
           05  WS-TOTAL-LOSS               PIC S9(13)V99 VALUE ZERO.
           05  WS-AMOUNT-EDIT              PIC -(10)9.99.
           05  WS-TOTAL-EDIT               PIC -(12)9.99.

      ******************************************************************
      * WS-RATE-TABLE - THE CLOSING RATES OFF CURRATE.
      ******************************************************************
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  WS-RATE-INDEX               PIC 9(03) COMP VALUE ZERO.
           05  WS-RATE-ENTRY               OCCURS 50 TIMES.
               10  WS-RATE-CURRENCY-CODE   PIC X(03).
               10  WS-RATE-VALUE           PIC 9(04)V9999.

      ******************************************************************
      * WS-EXPTRAN-TABLE - THE WHOLE EXPTRAN FILE (HEADER AND DATA,
      * TRAILER STRIPPED), AS EXPINTCP. AN OVERFLOW LEAVES EXPTRAN
      * UNTOUCHED.
      ******************************************************************
       01  WS-EXPTRAN-TABLE.
           05  WS-EXP-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-EXP-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-EXP-ENTRY                OCCURS 2000 TIMES.
               10  WS-EXP-RECORD           PIC X(128).

      ******************************************************************
      * WS-CONTROL-TOTALS - THE REWRITTEN TRAILER'S COUNT AND HASH,
      * RECOMPUTED FROM THE DATA RECORDS ACTUALLY ON THE TABLE.
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           05  WS-HASH-TOTAL               PIC 9(15)V99 VALUE ZERO.
           05  WS-ABS-AMOUNT               PIC 9(11)V99 VALUE ZERO.
           05  WS-DATA-COUNT               PIC 9(09) VALUE ZERO.
           05  WS-HEADER-PRESENT-SW        PIC X(01) VALUE 'N'.
               88  WS-HEADER-PRESENT           VALUE 'Y'.

           COPY INTFCTL.

      ******************************************************************
      * WS-TRACE-GEN-CONTROL - SUPPORTS 1700-GENERATE-TRACE-ID, AS
      * EXPINTCP.
      ******************************************************************
       01  WS-TRACE-GEN-CONTROL.
           05  WS-TRACE-TIME-NOW           PIC 9(08) VALUE ZERO.
           05  WS-TRACE-SEQUENCE           PIC 9(03) VALUE ZERO.

           COPY SUBPRM01.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-REVALUE-ONE-ACCOUNT THRU 2000-EXIT
               UNTIL WS-ACCTMST-EOF-REACHED
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, THE CLOSING RATES, THE
      *                   EXPTRAN LOAD AND THE ACCOUNT MASTER. NO
      *                   RATES, AN OVERFLOWING EXPTRAN OR ONE THAT
      *                   ALREADY CARRIES A REVALUATION ENDS THE RUN
      *                   WITH NOTHING GENERATED.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           MOVE 'Y' TO WS-ACCTMST-EOF-SWITCH
           PERFORM 1100-LOAD-RATES THRU 1100-EXIT
           IF WS-RATE-COUNT = ZERO
               DISPLAY V-PN 'NO CLOSING RATES ON CURRATE - NOTHING '
                   'REVALUED'
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-EXPTRAN THRU 1200-EXIT
           IF WS-EXPTRAN-OVERFLOWED
               DISPLAY V-PN 'EXPTRAN TABLE OVERFLOW - NOTHING '
                   'GENERATED, FILE LEFT UNTOUCHED'
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF WS-ALREADY-QUEUED
               DISPLAY V-PN 'EXPTRAN ALREADY CARRIES REVALUATION '
                   'ENTRIES - RUN REFUSED, FILE LEFT UNTOUCHED'
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               DISPLAY V-PN 'UNABLE TO OPEN ACCTMSTR - STATUS '
                   WS-ACCTMST-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'N' TO WS-ACCTMST-EOF-SWITCH
           MOVE 'Y' TO WS-EXPTRAN-OPEN-SWITCH
           PERFORM 2900-READ-NEXT-ACCOUNT THRU 2900-EXIT.
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
           DISPLAY V-PN 'REVALUING FOR BUSINESS DATE ' WS-RUN-DATE.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-RATES - THE CLOSING RATES. A ZERO OR GARBLED RATE IS
      *                   NOT LOADED, SO ITS ACCOUNTS REPORT AS HAVING
      *                   NO RATE RATHER THAN BEING RESTATED TO ZERO.
      ******************************************************************
       1100-LOAD-RATES.
           OPEN INPUT CURRATE-FILE
           IF NOT WS-CURRATE-OK
               DISPLAY V-PN 'UNABLE TO OPEN CURRATE - STATUS '
                   WS-CURRATE-STATUS
               GO TO 1100-EXIT
           END-IF
           PERFORM 1150-STORE-ONE-RATE THRU 1150-EXIT
               UNTIL WS-CURRATE-EOF-REACHED
           CLOSE CURRATE-FILE
           DISPLAY V-PN 'CLOSING RATES LOADED : ' WS-RATE-COUNT.
       1100-EXIT.
           EXIT.

       1150-STORE-ONE-RATE.
           READ CURRATE-FILE
               AT END
                   MOVE 'Y' TO WS-CURRATE-EOF-SWITCH
                   GO TO 1150-EXIT
           END-READ
           IF CUR-CONVERSION-RATE NOT NUMERIC OR
                   CUR-CONVERSION-RATE = ZERO
               DISPLAY V-PN 'UNUSABLE RATE FOR ' CUR-CURRENCY-CODE
                   ' - IGNORED'
               GO TO 1150-EXIT
           END-IF
           IF WS-RATE-COUNT NOT < 50
               DISPLAY V-PN 'WARNING - CLOSING RATE TABLE FULL'
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE CUR-CURRENCY-CODE
               TO WS-RATE-CURRENCY-CODE(WS-RATE-COUNT)
           MOVE CUR-CONVERSION-RATE TO WS-RATE-VALUE(WS-RATE-COUNT).
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-EXPTRAN - LOAD WHATEVER THE EARLIER GENERATORS WROTE,
      *                     KEEPING THE HEADER AND STRIPPING THE
      *                     TRAILER, AS EXPINTCP. A TYPE 'V' ENTRY
      *                     ALREADY ON THE FILE MEANS THIS MONTH'S
      *                     REVALUATION IS QUEUED AND NOT YET POSTED.
      ******************************************************************
       1200-LOAD-EXPTRAN.
           OPEN INPUT EXPTRAN-FILE
           IF NOT WS-EXPTRAN-OK
               DISPLAY V-PN 'NO EXPTRAN ON FILE - STARTING A FRESH '
                   'ONE'
               GO TO 1200-EXIT
           END-IF
           PERFORM 1250-LOAD-ONE-RECORD THRU 1250-EXIT
               UNTIL WS-EXPTRAN-EOF-REACHED
           CLOSE EXPTRAN-FILE.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-RECORD.
           READ EXPTRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EXPTRAN-EOF-SWITCH
               NOT AT END
                   MOVE EXPTRAN-RECORD TO INTFCTL-RECORD
                   IF ICT-TYPE-TRAILER
                       CONTINUE
                   ELSE
                       IF ICT-TYPE-HEADER
                           MOVE 'Y' TO WS-HEADER-PRESENT-SW
                       ELSE
                           MOVE EXPTRAN-RECORD TO SUBPRM01
                           IF SP1-TYPE-REVALUATION
                               MOVE 'Y' TO WS-ALREADY-QUEUED-SWITCH
                           END-IF
                       END-IF
                       IF WS-EXP-COUNT < 2000
                           ADD 1 TO WS-EXP-COUNT
                           MOVE EXPTRAN-RECORD
                               TO WS-EXP-RECORD(WS-EXP-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-EXPTRAN-OVERFLOW-SWITCH
                       END-IF
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 2000-REVALUE-ONE-ACCOUNT - RESTATE ONE OPEN FOREIGN-CURRENCY
      *                            ACCOUNT AT ITS CLOSING RATE AND
      *                            APPEND A TYPE 'V' ENTRY FOR THE
      *                            MOVE IN ITS BASE EQUIVALENT. BASE
      *                            ACCOUNTS, CLOSED ACCOUNTS AND A
      *                            RESTATEMENT THAT COMES OUT EVEN
      *                            ARE PASSED BY. AN ACCOUNT WHOSE
      *                            CURRENCY HAS NO CLOSING RATE IS
      *                            REPORTED AND ENDS THE RUN CC 4.
      ******************************************************************
       2000-REVALUE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF ACM-BASE-CURRENCY-ACCOUNT OR ACM-CLOSED
               GO TO 2000-NEXT
           END-IF
           IF ACM-CURRENT-BALANCE NOT NUMERIC OR
                   ACM-BASE-EQUIVALENT NOT NUMERIC
               DISPLAY V-PN 'ACCOUNT ' ACM-ACCOUNT-NUMBER
                   ' BALANCE FIELDS NOT NUMERIC - NOT REVALUED'
               MOVE 4 TO RETURN-CODE
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-ACCOUNTS-FOREIGN
           MOVE 'N' TO WS-RATE-FOUND-SWITCH
           PERFORM 2100-COMPARE-RATE-CODE
               VARYING WS-RATE-INDEX FROM 1 BY 1
               UNTIL WS-RATE-INDEX > WS-RATE-COUNT OR WS-RATE-FOUND
           IF NOT WS-RATE-FOUND
               DISPLAY V-PN 'ACCOUNT ' ACM-ACCOUNT-NUMBER
                   ' NO CLOSING RATE FOR ' ACM-ACCOUNT-CURRENCY
                   ' - NOT REVALUED'
               ADD 1 TO WS-ACCOUNTS-NO-RATE
               MOVE 4 TO RETURN-CODE
               GO TO 2000-NEXT
           END-IF
           COMPUTE WS-NEW-BASE-EQUIVALENT ROUNDED =
               ACM-CURRENT-BALANCE * WS-CLOSING-RATE
           COMPUTE WS-REVALUATION-AMOUNT =
               ACM-BASE-EQUIVALENT - WS-NEW-BASE-EQUIVALENT
           IF WS-REVALUATION-AMOUNT = ZERO
               GO TO 2000-NEXT
           END-IF
           IF WS-EXP-COUNT >= 2000
      *        THE SAME SAFETY POSTURE AS EXPINTCP - A HALF-GENERATED
      *        EXPTRAN IS NEVER WRITTEN.
               MOVE 'Y' TO WS-EXPTRAN-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-ACCTMST-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF
           INITIALIZE SUBPRM01
           MOVE ACM-ACCOUNT-NUMBER TO SP1-ACCOUNT-NUMBER
      *    SUBPGM01 TAKES A 'V' AMOUNT OFF THE BASE EQUIVALENT, SO THE
      *    OLD EQUIVALENT LESS THE NEW ONE LEAVES THE ACCOUNT CARRIED
      *    AT THE CLOSING RATE.
           MOVE WS-REVALUATION-AMOUNT TO SP1-AMOUNT
           MOVE WS-BASE-CURRENCY TO SP1-CURRENCY-CODE
           MOVE WS-RUN-DATE TO SP1-TRANSACTION-DATE
           MOVE 'V' TO SP1-TRANSACTION-TYPE
           MOVE ZERO TO SP1-EFFECTIVE-DATE
           MOVE ZERO TO SP1-RETURN-CODE
           MOVE ZERO TO SP1-CONVERTED-AMOUNT
           MOVE ZERO TO SP1-ACCOUNT-RATE
           MOVE 'N' TO SP1-TEST-MODE
           MOVE SPACES TO SP1-OPERATOR-ID
           MOVE SPACES TO SP1-REGION-CODE
           PERFORM 1700-GENERATE-TRACE-ID THRU 1700-EXIT
           ADD 1 TO WS-EXP-COUNT
           MOVE SUBPRM01 TO WS-EXP-RECORD(WS-EXP-COUNT)
           ADD 1 TO WS-ACCOUNTS-REVALUED
           MOVE WS-REVALUATION-AMOUNT TO WS-AMOUNT-EDIT
           IF WS-REVALUATION-AMOUNT > ZERO
               ADD WS-REVALUATION-AMOUNT TO WS-TOTAL-GAIN
               DISPLAY V-PN 'ACCOUNT ' ACM-ACCOUNT-NUMBER ' '
                   ACM-ACCOUNT-CURRENCY ' FX GAIN ' WS-AMOUNT-EDIT
                   ' TRACE ' SP1-TRACE-ID
           ELSE
               SUBTRACT WS-REVALUATION-AMOUNT FROM WS-TOTAL-LOSS
               DISPLAY V-PN 'ACCOUNT ' ACM-ACCOUNT-NUMBER ' '
                   ACM-ACCOUNT-CURRENCY ' FX LOSS ' WS-AMOUNT-EDIT
                   ' TRACE ' SP1-TRACE-ID
           END-IF.
       2000-NEXT.
           PERFORM 2900-READ-NEXT-ACCOUNT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-COMPARE-RATE-CODE.
           IF WS-RATE-CURRENCY-CODE(WS-RATE-INDEX) =
                   ACM-ACCOUNT-CURRENCY
               MOVE WS-RATE-VALUE(WS-RATE-INDEX) TO WS-CLOSING-RATE
               MOVE 'Y' TO WS-RATE-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * 1700-GENERATE-TRACE-ID - MINT A CORRELATION ID FOR A GENERATED
      *                          REVALUATION SO IT CAN BE GREPPED
      *                          THROUGH EXPBATCH, SUBPGM01 AND
      *                          SUBPGM02'S TRANLOG AUDIT WRITE.
      ******************************************************************
       1700-GENERATE-TRACE-ID.
           ACCEPT WS-TRACE-TIME-NOW FROM TIME
           IF WS-TRACE-SEQUENCE = 999
               MOVE ZERO TO WS-TRACE-SEQUENCE
           ELSE
               ADD 1 TO WS-TRACE-SEQUENCE
           END-IF
           STRING 'V' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   WS-TRACE-TIME-NOW(1:4) DELIMITED BY SIZE
                   WS-TRACE-SEQUENCE DELIMITED BY SIZE
               INTO SP1-TRACE-ID
           END-STRING.
       1700-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-NEXT-ACCOUNT - NEXT ACCOUNT IN KEY ORDER.
      ******************************************************************
       2900-READ-NEXT-ACCOUNT.
           READ ACCTMST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCTMST-EOF-SWITCH
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - REWRITE EXPTRAN WITH THE GENERATED ENTRIES
      *                  AND ITS RECOMPUTED TRAILER, CLOSE THE MASTER
      *                  AND REPORT THE RUN'S COUNTS AND TOTALS.
      ******************************************************************
       9000-TERMINATE.
           IF WS-EXPTRAN-OVERFLOWED AND WS-EXPTRAN-IS-OPEN
               DISPLAY V-PN 'EXPTRAN TABLE OVERFLOW - NOTHING '
                   'GENERATED, FILE LEFT UNTOUCHED'
               MOVE 'N' TO WS-EXPTRAN-OPEN-SWITCH
               MOVE ZERO TO WS-ACCOUNTS-REVALUED
               MOVE ZERO TO WS-TOTAL-GAIN
               MOVE ZERO TO WS-TOTAL-LOSS
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-EXPTRAN-IS-OPEN AND WS-ACCOUNTS-REVALUED > ZERO
               PERFORM 9200-REWRITE-EXPTRAN THRU 9200-EXIT
           END-IF
           IF WS-EXPTRAN-IS-OPEN
               CLOSE ACCTMST-FILE
           END-IF
           DISPLAY V-PN 'ACCOUNTS READ........: ' WS-ACCOUNTS-READ
           DISPLAY V-PN 'FOREIGN CURRENCY.....: ' WS-ACCOUNTS-FOREIGN
           DISPLAY V-PN 'REVALUED.............: ' WS-ACCOUNTS-REVALUED
           DISPLAY V-PN 'NO CLOSING RATE......: ' WS-ACCOUNTS-NO-RATE
           MOVE WS-TOTAL-GAIN TO WS-TOTAL-EDIT
           DISPLAY V-PN 'TOTAL FX GAIN........: ' WS-TOTAL-EDIT
           MOVE WS-TOTAL-LOSS TO WS-TOTAL-EDIT
           DISPLAY V-PN 'TOTAL FX LOSS........: ' WS-TOTAL-EDIT.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9200-REWRITE-EXPTRAN - WRITE THE FILE BACK - HEADER (MINTED
      *                        FRESH WHEN NONE EXISTED), DATA RECORDS,
      *                        AND THE INTFCTL TRAILER RECOMPUTED FROM
      *                        THE DATA ACTUALLY ON THE TABLE.
      ******************************************************************
       9200-REWRITE-EXPTRAN.
           MOVE ZERO TO WS-DATA-COUNT
           MOVE ZERO TO WS-HASH-TOTAL
           PERFORM 9250-TALLY-ONE-RECORD THRU 9250-EXIT
               VARYING WS-EXP-INDEX FROM 1 BY 1
               UNTIL WS-EXP-INDEX > WS-EXP-COUNT
           OPEN OUTPUT EXPTRAN-FILE
           IF NOT WS-EXPTRAN-OK
               DISPLAY V-PN 'UNABLE TO REWRITE EXPTRAN - STATUS '
                   WS-EXPTRAN-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 9200-EXIT
           END-IF
           IF NOT WS-HEADER-PRESENT
               MOVE SPACES TO INTFCTL-RECORD
               MOVE 'HDR' TO ICT-RECORD-TYPE
               MOVE 'EXPREVAL' TO ICT-SOURCE
               MOVE WS-RUN-DATE TO ICT-BUSINESS-DATE
               MOVE 1 TO ICT-SEQUENCE
               MOVE ZERO TO ICT-RECORD-COUNT
               MOVE ZERO TO ICT-AMOUNT-TOTAL
               MOVE INTFCTL-RECORD TO EXPTRAN-RECORD
               WRITE EXPTRAN-RECORD
           END-IF
           PERFORM 9270-WRITE-ONE-RECORD THRU 9270-EXIT
               VARYING WS-EXP-INDEX FROM 1 BY 1
               UNTIL WS-EXP-INDEX > WS-EXP-COUNT
           MOVE SPACES TO INTFCTL-RECORD
           MOVE 'TRL' TO ICT-RECORD-TYPE
           MOVE 'EXPREVAL' TO ICT-SOURCE
           MOVE WS-RUN-DATE TO ICT-BUSINESS-DATE
           MOVE 1 TO ICT-SEQUENCE
           MOVE WS-DATA-COUNT TO ICT-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO ICT-AMOUNT-TOTAL
           MOVE INTFCTL-RECORD TO EXPTRAN-RECORD
           WRITE EXPTRAN-RECORD
           CLOSE EXPTRAN-FILE.
       9200-EXIT.
           EXIT.

       9250-TALLY-ONE-RECORD.
           MOVE WS-EXP-RECORD(WS-EXP-INDEX) TO INTFCTL-RECORD
           IF ICT-TYPE-HEADER OR ICT-TYPE-TRAILER
               GO TO 9250-EXIT
           END-IF
           MOVE WS-EXP-RECORD(WS-EXP-INDEX) TO SUBPRM01
           ADD 1 TO WS-DATA-COUNT
           IF SP1-AMOUNT NUMERIC
               MOVE SP1-AMOUNT TO WS-ABS-AMOUNT
               ADD WS-ABS-AMOUNT TO WS-HASH-TOTAL
           END-IF.
       9250-EXIT.
           EXIT.

       9270-WRITE-ONE-RECORD.
           MOVE WS-EXP-RECORD(WS-EXP-INDEX) TO EXPTRAN-RECORD
           WRITE EXPTRAN-RECORD.
       9270-EXIT.
           EXIT.
