      ******************************************************************
      * PROGRAM-ID : EXPTDMAT
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - TERM DEPOSIT MATURITY RUN,
      *                    AHEAD OF EXPBATCH IN THE CHAIN (AFTER
      *                    EXPSTORD). WALKS TERMDEP FOR ACTIVE DEPOSITS
      *                    WHOSE MATURITY DATE HAS COME (ON OR BEFORE
      *                    THE BUSINESS DATE) AND SETTLES EACH ONE:
      *                    THE TERM'S SIMPLE INTEREST (PRINCIPAL X RATE
      *                    X DAYS IN THE TERM / 36500, DAYS FROM THE
      *                    BUSDAY01 DAY NUMBERS OF THE START AND
      *                    MATURITY DATES) IS CREDITED TO THE DEPOSIT
      *                    ACCOUNT; THEN A ROLL-OVER INSTRUCTION STARTS
      *                    A NEW TERM FROM THE OLD MATURITY DATE ON THE
      *                    PRINCIPAL PLUS INTEREST, AND A PAY-OUT
      *                    INSTRUCTION MOVES PRINCIPAL PLUS INTEREST TO
      *                    THE NOMINATED ACCOUNT AND MARKS THE DEPOSIT
      *                    MATURED. A PAY-OUT DEPOSIT WITH NO ACCOUNT
      *                    NOMINATED IS ROLLED OVER INSTEAD (CC 4) SO
      *                    THE MONEY KEEPS EARNING UNTIL OPERATIONS
      *                    SORTS IT OUT. EVERY ENTRY IS A TYPE 'M'
      *                    TRANSACTION APPENDED TO EXPTRAN WITH
      *                    EXPINTCP'S LOAD-AND-REWRITE PATTERN, SO IT
      *                    FLOWS THROUGH EXPBATCH, SUBPGM01 AND
      *                    SUBPGM02 AND REACHES TRANLOG, THE GL
      *                    EXTRACT AND THE STATEMENT LIKE ANY OTHER
      *                    POSTING. THE TERMDEP UPDATES ARE DEFERRED
      *                    UNTIL EXPTRAN IS SAFELY REWRITTEN, THE SAME
      *                    DISCIPLINE EXPINTCP USES FOR INTACCR, SO A
      *                    FAILED RUN NEVER LEAVES A DEPOSIT SETTLED
      *                    WITH NOTHING POSTED. A GENERATED TRACE ID
      *                    STARTS WITH 'M'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPTDMAT.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDP-ACCOUNT-NUMBER
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT EXPTRAN-FILE ASSIGN TO 'EXPTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPTRAN-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMDEP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMDEP.

       FD  EXPTRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    EXPTRAN-RECORD IS A FLAT IMAGE OF THE SUBPRM01 PAYMENT
      *    RECORD (128 BYTES). THE WHOLE FILE IS LOADED, THE GENERATED
      *    MATURITY ENTRIES APPENDED, AND THE FILE REWRITTEN WITH ITS
      *    INTFCTL TRAILER BROUGHT UP TO DATE - THE SAME PATTERN AS
      *    EXPINTCP.
       01  EXPTRAN-RECORD                  PIC X(128).

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPTDMAT->'.
       01  WS-BASE-CURRENCY                PIC X(03) VALUE 'USD'.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.
           COPY BUSDPARM.

       01  WS-FILE-STATUSES.
           05  WS-TERMDEP-STATUS           PIC X(02) VALUE '00'.
               88  WS-TERMDEP-OK               VALUE '00'.
               88  WS-TERMDEP-EOF               VALUE '10'.
           05  WS-EXPTRAN-STATUS           PIC X(02) VALUE '00'.
               88  WS-EXPTRAN-OK               VALUE '00'.
           05  WS-EXPTRAN-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-EXPTRAN-EOF-REACHED      VALUE 'Y'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-TERMDEP-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-TERMDEP-EOF-REACHED      VALUE 'Y'.
           05  WS-EXPTRAN-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-EXPTRAN-IS-OPEN          VALUE 'Y'.
           05  WS-EXPTRAN-OVERFLOW-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-EXPTRAN-OVERFLOWED       VALUE 'Y'.
           05  WS-EXPTRAN-SAVED-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-EXPTRAN-SAVED            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-DEPOSITS-READ            PIC 9(05) COMP VALUE ZERO.
           05  WS-DEPOSITS-ROLLED          PIC 9(05) COMP VALUE ZERO.
           05  WS-DEPOSITS-PAID-OUT        PIC 9(05) COMP VALUE ZERO.
           05  WS-ENTRIES-GENERATED        PIC 9(05) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-AMOUNT-EDIT                  PIC -(10)9.99.

      ******************************************************************
      * WS-MATURITY-WORK - ONE DEPOSIT'S SETTLEMENT.
      ******************************************************************
       01  WS-MATURITY-WORK.
           05  WS-START-DAY-NUMBER         PIC 9(07) VALUE ZERO.
           05  WS-MATURITY-DAY-NUMBER      PIC 9(07) VALUE ZERO.
           05  WS-TERM-DAYS                PIC 9(05) COMP VALUE ZERO.
           05  WS-INTEREST-AMOUNT          PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-SETTLE-AMOUNT            PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-POST-ACCOUNT             PIC X(10) VALUE SPACES.
           05  WS-POST-AMOUNT              PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-ACTION                   PIC X(01) VALUE SPACE.
               88  WS-ACTION-ROLL-OVER         VALUE 'R'.
               88  WS-ACTION-PAY-OUT           VALUE 'P'.

      ******************************************************************
      * WS-EXPTRAN-TABLE - THE WHOLE EXPTRAN FILE (HEADER AND DATA,
      * TRAILER STRIPPED), LOADED SO THE GENERATED ENTRIES CAN BE
      * APPENDED AND THE INTFCTL TRAILER REWRITTEN WITH THE NEW COUNT
      * AND HASH. AN OVERFLOW LEAVES EVERY FILE UNTOUCHED - THE SAME
      * SAFETY POSTURE AS EXPINTCP.
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
      * WS-SETTLE-TABLE - THE DEPOSITS SETTLED THIS RUN AND THE TERMS
      * EACH ONE IS LEFT ON. TERMDEP IS UPDATED FROM HERE IN A SECOND,
      * KEYED PASS ONLY AFTER THE EXPTRAN REWRITE SUCCEEDS - UNTIL
      * THEN EVERY DEPOSIT STILL STANDS ON DISK AS IT WAS, SO A
      * RERUN SETTLES IT AGAIN RATHER THAN NOT AT ALL.
      ******************************************************************
       01  WS-SETTLE-TABLE.
           05  WS-SET-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-SET-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-SET-ENTRY                OCCURS 2000 TIMES.
               10  WS-SET-ACCOUNT          PIC X(10).
               10  WS-SET-ACTION           PIC X(01).
               10  WS-SET-PRINCIPAL        PIC S9(11)V99 COMP-3.
               10  WS-SET-START-DATE       PIC 9(08).
               10  WS-SET-MATURITY-DATE    PIC 9(08).

      ******************************************************************
      * WS-TRACE-GEN-CONTROL - SUPPORTS 1700-GENERATE-TRACE-ID. A
      * THREE-DIGIT SEQUENCE, THE SAME AS EXPINTCP.
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
           PERFORM 2000-SETTLE-ONE-DEPOSIT THRU 2000-EXIT
               UNTIL WS-TERMDEP-EOF-REACHED
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, THE DEPOSIT FILE, AND THE
      *                   EXPTRAN LOAD. NO TERMDEP FILE MEANS NO TERM
      *                   DEPOSIT HAS EVER BEEN BOOKED - NOTHING TO DO.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           OPEN I-O TERMDEP-FILE
           IF NOT WS-TERMDEP-OK
               DISPLAY V-PN 'NO TERMDEP FILE FOUND - STATUS '
                   WS-TERMDEP-STATUS ' - NOTHING TO MATURE'
               MOVE 'Y' TO WS-TERMDEP-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-EXPTRAN THRU 1200-EXIT
           IF WS-EXPTRAN-OVERFLOWED
               DISPLAY V-PN 'EXPTRAN TABLE OVERFLOW - NOTHING '
                   'GENERATED, FILE LEFT UNTOUCHED'
               MOVE 'Y' TO WS-TERMDEP-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-EXPTRAN-OPEN-SWITCH
           PERFORM 2900-READ-NEXT-DEPOSIT THRU 2900-EXIT.
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
           DISPLAY V-PN 'MATURING FOR BUSINESS DATE ' WS-RUN-DATE.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-EXPTRAN - LOAD WHATEVER THE EARLIER STEPS WROTE,
      *                     KEEPING THE HEADER IN PLACE AND STRIPPING
      *                     THE TRAILER - IT IS REWRITTEN WITH THE NEW
      *                     TOTALS AT 9000-TERMINATE. A MISSING FILE
      *                     STARTS A FRESH ONE WITH ITS OWN HEADER.
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
      * 1700-GENERATE-TRACE-ID - MINT A CORRELATION ID FOR A GENERATED
      *                          MATURITY ENTRY SO IT CAN BE GREPPED
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
           STRING 'M' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   WS-TRACE-TIME-NOW(1:4) DELIMITED BY SIZE
                   WS-TRACE-SEQUENCE DELIMITED BY SIZE
               INTO SP1-TRACE-ID
           END-STRING.
       1700-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SETTLE-ONE-DEPOSIT - AN ACTIVE DEPOSIT THAT HAS REACHED
      *                           ITS MATURITY DATE IS SETTLED: ITS
      *                           INTEREST ENTRY, AND FOR A PAY-OUT
      *                           THE TRANSFER OUT, ARE APPENDED AND
      *                           ITS NEW TERMS REMEMBERED FOR THE
      *                           DEFERRED UPDATE PASS. THE DEPOSIT
      *                           ITSELF IS NOT TOUCHED UNTIL EXPTRAN
      *                           IS SAFELY ON DISK.
      ******************************************************************
       2000-SETTLE-ONE-DEPOSIT.
           ADD 1 TO WS-DEPOSITS-READ
           IF NOT TDP-ACTIVE
               GO TO 2000-NEXT
           END-IF
           IF TDP-MATURITY-DATE NOT NUMERIC OR
                   TDP-MATURITY-DATE > WS-RUN-DATE
               GO TO 2000-NEXT
           END-IF
           IF TDP-PRINCIPAL NOT NUMERIC OR TDP-RATE-PCT NOT NUMERIC
               DISPLAY V-PN 'DEPOSIT ' TDP-ACCOUNT-NUMBER
                   ' HAS A GARBLED PRINCIPAL OR RATE - NOT SETTLED'
               MOVE 4 TO RETURN-CODE
               GO TO 2000-NEXT
           END-IF
      *    AN INTEREST ENTRY, A DEBIT AND A CREDIT AT MOST.
           IF WS-EXP-COUNT > 1997
      *        THE SAME SAFETY POSTURE AS EXPINTCP - A HALF-GENERATED
      *        EXPTRAN IS NEVER WRITTEN AND NO DEPOSIT IS UPDATED.
               MOVE 'Y' TO WS-EXPTRAN-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-TERMDEP-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-COMPUTE-INTEREST THRU 2100-EXIT
           IF WS-INTEREST-AMOUNT > ZERO
               MOVE TDP-ACCOUNT-NUMBER TO WS-POST-ACCOUNT
               COMPUTE WS-POST-AMOUNT = ZERO - WS-INTEREST-AMOUNT
               PERFORM 2500-APPEND-ENTRY THRU 2500-EXIT
           END-IF
           COMPUTE WS-SETTLE-AMOUNT =
               TDP-PRINCIPAL + WS-INTEREST-AMOUNT
           MOVE TDP-INSTRUCTION TO WS-ACTION
           IF WS-ACTION-PAY-OUT AND
                   (TDP-PAYOUT-ACCOUNT = SPACES OR LOW-VALUES)
               DISPLAY V-PN 'DEPOSIT ' TDP-ACCOUNT-NUMBER
                   ' IS TO PAY OUT BUT NAMES NO ACCOUNT - ROLLED '
                   'OVER INSTEAD'
               MOVE 'R' TO WS-ACTION
               MOVE 4 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-SET-COUNT
           MOVE TDP-ACCOUNT-NUMBER TO WS-SET-ACCOUNT(WS-SET-COUNT)
           IF WS-ACTION-PAY-OUT
               PERFORM 2300-PAY-OUT THRU 2300-EXIT
           ELSE
               PERFORM 2200-ROLL-OVER THRU 2200-EXIT
           END-IF.
       2000-NEXT.
           PERFORM 2900-READ-NEXT-DEPOSIT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-COMPUTE-INTEREST - SIMPLE INTEREST FOR THE TERM JUST
      *                         ENDED, ACTUAL DAYS OVER 365. A DATE
      *                         BUSDAY01 CANNOT NUMBER EARNS NOTHING
      *                         AND IS REPORTED (CC 4).
      ******************************************************************
       2100-COMPUTE-INTEREST.
           MOVE ZERO TO WS-INTEREST-AMOUNT
           MOVE 'D' TO BDP-FUNCTION
           MOVE TDP-START-DATE TO BDP-INPUT-DATE
           MOVE ZERO TO BDP-DAY-NUMBER
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF NOT BDP-SUCCESSFUL
               GO TO 2100-BAD-DATE
           END-IF
           MOVE BDP-DAY-NUMBER TO WS-START-DAY-NUMBER
           MOVE 'D' TO BDP-FUNCTION
           MOVE TDP-MATURITY-DATE TO BDP-INPUT-DATE
           MOVE ZERO TO BDP-DAY-NUMBER
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF NOT BDP-SUCCESSFUL
               GO TO 2100-BAD-DATE
           END-IF
           MOVE BDP-DAY-NUMBER TO WS-MATURITY-DAY-NUMBER
           IF WS-MATURITY-DAY-NUMBER NOT > WS-START-DAY-NUMBER
               GO TO 2100-EXIT
           END-IF
           COMPUTE WS-TERM-DAYS =
               WS-MATURITY-DAY-NUMBER - WS-START-DAY-NUMBER
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               TDP-PRINCIPAL * TDP-RATE-PCT * WS-TERM-DAYS / 36500
           GO TO 2100-EXIT.
       2100-BAD-DATE.
           DISPLAY V-PN 'DEPOSIT ' TDP-ACCOUNT-NUMBER
               ' HAS AN INVALID START OR MATURITY DATE - NO '
               'INTEREST CREDITED'
           MOVE 4 TO RETURN-CODE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ROLL-OVER - A NEW TERM OF THE SAME LENGTH FROM THE OLD
      *                  MATURITY DATE, ON THE PRINCIPAL PLUS THE
      *                  INTEREST JUST CREDITED. NOTHING MORE POSTS -
      *                  THE MONEY STAYS ON THE ACCOUNT.
      ******************************************************************
       2200-ROLL-OVER.
           MOVE 'R' TO WS-SET-ACTION(WS-SET-COUNT)
           MOVE WS-SETTLE-AMOUNT TO WS-SET-PRINCIPAL(WS-SET-COUNT)
           MOVE TDP-MATURITY-DATE TO WS-SET-START-DATE(WS-SET-COUNT)
           MOVE 'M' TO BDP-FUNCTION
           MOVE TDP-MATURITY-DATE TO BDP-INPUT-DATE
           MOVE TDP-TERM-MONTHS TO BDP-MONTHS
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF BDP-SUCCESSFUL AND BDP-RESULT-DATE > TDP-MATURITY-DATE
               MOVE BDP-RESULT-DATE
                   TO WS-SET-MATURITY-DATE(WS-SET-COUNT)
           ELSE
      *        A TERM THAT CANNOT BE ADDED LEAVES THE DEPOSIT ACTIVE
      *        ON ITS OLD DATE - IT IS PICKED UP AGAIN NEXT RUN, AND
      *        THE INTEREST ALREADY CREDITED IS NOT CREDITED TWICE
      *        BECAUSE THE NEW TERM STARTS AT THE OLD MATURITY.
               DISPLAY V-PN 'DEPOSIT ' TDP-ACCOUNT-NUMBER
                   ' TERM COULD NOT BE RENEWED - CHECK TERMDEP'
               MOVE TDP-MATURITY-DATE
                   TO WS-SET-MATURITY-DATE(WS-SET-COUNT)
               MOVE 4 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-DEPOSITS-ROLLED
           MOVE WS-SETTLE-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY V-PN 'DEPOSIT ' TDP-ACCOUNT-NUMBER ' ROLLED OVER '
               WS-AMOUNT-EDIT ' TO ' WS-SET-MATURITY-DATE(WS-SET-COUNT).
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-PAY-OUT - MOVE PRINCIPAL PLUS INTEREST FROM THE DEPOSIT
      *                ACCOUNT TO THE NOMINATED ACCOUNT AND CLOSE THE
      *                DEPOSIT AS MATURED.
      ******************************************************************
       2300-PAY-OUT.
           MOVE 'P' TO WS-SET-ACTION(WS-SET-COUNT)
           MOVE TDP-PRINCIPAL TO WS-SET-PRINCIPAL(WS-SET-COUNT)
           MOVE TDP-START-DATE TO WS-SET-START-DATE(WS-SET-COUNT)
           MOVE TDP-MATURITY-DATE TO WS-SET-MATURITY-DATE(WS-SET-COUNT)
           IF WS-SETTLE-AMOUNT > ZERO
               MOVE TDP-ACCOUNT-NUMBER TO WS-POST-ACCOUNT
               MOVE WS-SETTLE-AMOUNT TO WS-POST-AMOUNT
               PERFORM 2500-APPEND-ENTRY THRU 2500-EXIT
               MOVE TDP-PAYOUT-ACCOUNT TO WS-POST-ACCOUNT
               COMPUTE WS-POST-AMOUNT = ZERO - WS-SETTLE-AMOUNT
               PERFORM 2500-APPEND-ENTRY THRU 2500-EXIT
           END-IF
           ADD 1 TO WS-DEPOSITS-PAID-OUT
           MOVE WS-SETTLE-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY V-PN 'DEPOSIT ' TDP-ACCOUNT-NUMBER ' PAID OUT '
               WS-AMOUNT-EDIT ' TO ' TDP-PAYOUT-ACCOUNT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2500-APPEND-ENTRY - APPEND ONE TYPE 'M' ENTRY OF WS-POST-AMOUNT
      *                     (POSITIVE DEBITS, NEGATIVE CREDITS - THE
      *                     POSTING CHAIN DEBITS BY THE SIGNED AMOUNT)
      *                     TO WS-POST-ACCOUNT, IN BASE.
      ******************************************************************
       2500-APPEND-ENTRY.
           INITIALIZE SUBPRM01
           MOVE WS-POST-ACCOUNT TO SP1-ACCOUNT-NUMBER
           MOVE WS-POST-AMOUNT TO SP1-AMOUNT
           MOVE WS-BASE-CURRENCY TO SP1-CURRENCY-CODE
           MOVE WS-RUN-DATE TO SP1-TRANSACTION-DATE
           MOVE 'M' TO SP1-TRANSACTION-TYPE
           MOVE ZERO TO SP1-EFFECTIVE-DATE
           MOVE ZERO TO SP1-RETURN-CODE
           MOVE ZERO TO SP1-CONVERTED-AMOUNT
           MOVE 'N' TO SP1-TEST-MODE
           MOVE SPACES TO SP1-OPERATOR-ID
           MOVE SPACES TO SP1-REGION-CODE
           PERFORM 1700-GENERATE-TRACE-ID THRU 1700-EXIT
           ADD 1 TO WS-EXP-COUNT
           MOVE SUBPRM01 TO WS-EXP-RECORD(WS-EXP-COUNT)
           ADD 1 TO WS-ENTRIES-GENERATED
           MOVE WS-POST-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY V-PN 'ACCOUNT ' WS-POST-ACCOUNT ' ENTRY '
               WS-AMOUNT-EDIT ' TRACE ' SP1-TRACE-ID.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-NEXT-DEPOSIT - NEXT DEPOSIT IN KEY ORDER.
      ******************************************************************
       2900-READ-NEXT-DEPOSIT.
           READ TERMDEP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TERMDEP-EOF-SWITCH
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - REWRITE EXPTRAN WITH THE GENERATED ENTRIES
      *                  AND ITS RECOMPUTED TRAILER, AND ONLY THEN
      *                  UPDATE THE SETTLED DEPOSITS - UNTIL THE
      *                  REWRITE SUCCEEDS EVERY DEPOSIT STILL STANDS
      *                  ON DISK UNSETTLED, SO AN OVERFLOW, A CRASH OR
      *                  A FAILED EXPTRAN OPEN COSTS A RERUN, NEVER
      *                  THE MONEY. A ROLL-OVER WITH NO INTEREST DUE
      *                  GENERATES NO ENTRY BUT STILL UPDATES TERMDEP.
      ******************************************************************
       9000-TERMINATE.
           IF WS-EXPTRAN-OVERFLOWED AND WS-EXPTRAN-IS-OPEN
               DISPLAY V-PN 'EXPTRAN TABLE OVERFLOW - NOTHING '
                   'GENERATED, FILES LEFT UNTOUCHED'
               MOVE 'N' TO WS-EXPTRAN-OPEN-SWITCH
               MOVE ZERO TO WS-ENTRIES-GENERATED
               MOVE ZERO TO WS-SET-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-EXPTRAN-IS-OPEN AND WS-ENTRIES-GENERATED > ZERO
               PERFORM 9200-REWRITE-EXPTRAN THRU 9200-EXIT
           END-IF
           IF WS-EXPTRAN-IS-OPEN AND WS-ENTRIES-GENERATED = ZERO
               MOVE 'Y' TO WS-EXPTRAN-SAVED-SWITCH
           END-IF
           IF WS-EXPTRAN-SAVED AND WS-SET-COUNT > ZERO
               PERFORM 9300-UPDATE-ONE-DEPOSIT THRU 9300-EXIT
                   VARYING WS-SET-INDEX FROM 1 BY 1
                   UNTIL WS-SET-INDEX > WS-SET-COUNT
           END-IF
           IF WS-TERMDEP-OK OR WS-TERMDEP-EOF
               CLOSE TERMDEP-FILE
           END-IF
           DISPLAY V-PN 'DEPOSITS READ........: ' WS-DEPOSITS-READ
           DISPLAY V-PN 'DEPOSITS ROLLED OVER.: ' WS-DEPOSITS-ROLLED
           DISPLAY V-PN 'DEPOSITS PAID OUT....: ' WS-DEPOSITS-PAID-OUT
           DISPLAY V-PN 'ENTRIES GENERATED....: '
               WS-ENTRIES-GENERATED.
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
               MOVE 'EXPTDMAT' TO ICT-SOURCE
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
           MOVE 'EXPTDMAT' TO ICT-SOURCE
           MOVE WS-RUN-DATE TO ICT-BUSINESS-DATE
           MOVE 1 TO ICT-SEQUENCE
           MOVE WS-DATA-COUNT TO ICT-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO ICT-AMOUNT-TOTAL
           MOVE INTFCTL-RECORD TO EXPTRAN-RECORD
           WRITE EXPTRAN-RECORD
           CLOSE EXPTRAN-FILE
           MOVE 'Y' TO WS-EXPTRAN-SAVED-SWITCH.
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

      ******************************************************************
      * 9300-UPDATE-ONE-DEPOSIT - THE DEFERRED UPDATE. THE ENTRIES ARE
      *                           ALREADY SAFELY ON EXPTRAN, SO A
      *                           DEPOSIT THAT CANNOT BE UPDATED NOW
      *                           IS SHOUTED ABOUT AND ENDS CC 8 - A
      *                           RERUN BEFORE IT IS FIXED BY HAND
      *                           WOULD SETTLE IT A SECOND TIME.
      ******************************************************************
       9300-UPDATE-ONE-DEPOSIT.
           MOVE WS-SET-ACCOUNT(WS-SET-INDEX) TO TDP-ACCOUNT-NUMBER
           READ TERMDEP-FILE
               INVALID KEY
                   DISPLAY V-PN 'TERMDEP READ FAILED - ACCOUNT '
                       WS-SET-ACCOUNT(WS-SET-INDEX)
                       ' - DEPOSIT NOT UPDATED, UPDATE BY HAND '
                       'BEFORE ANY RERUN'
                   MOVE 8 TO RETURN-CODE
                   GO TO 9300-EXIT
           END-READ
           IF WS-SET-ACTION(WS-SET-INDEX) = 'P'
               MOVE 'M' TO TDP-STATUS
               MOVE WS-RUN-DATE TO TDP-CLOSED-DATE
           ELSE
               MOVE WS-SET-PRINCIPAL(WS-SET-INDEX) TO TDP-PRINCIPAL
               MOVE WS-SET-START-DATE(WS-SET-INDEX) TO TDP-START-DATE
               MOVE WS-SET-MATURITY-DATE(WS-SET-INDEX)
                   TO TDP-MATURITY-DATE
               IF TDP-ROLLOVER-COUNT NUMERIC AND
                       TDP-ROLLOVER-COUNT < 999
                   ADD 1 TO TDP-ROLLOVER-COUNT
               END-IF
           END-IF
           REWRITE TERMDEP-RECORD
           IF NOT WS-TERMDEP-OK
               DISPLAY V-PN 'TERMDEP REWRITE FAILED - STATUS '
                   WS-TERMDEP-STATUS ' - ACCOUNT '
                   WS-SET-ACCOUNT(WS-SET-INDEX)
                   ' - DEPOSIT NOT UPDATED, UPDATE BY HAND BEFORE '
                   'ANY RERUN'
               MOVE 8 TO RETURN-CODE
           END-IF.
       9300-EXIT.
           EXIT.
