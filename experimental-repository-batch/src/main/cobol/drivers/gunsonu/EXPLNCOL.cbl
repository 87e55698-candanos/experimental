      ******************************************************************
      * PROGRAM-ID : EXPLNCOL
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - INSTALLMENT LOAN
      *                    DISBURSEMENT AND COLLECTION RUN, AHEAD OF
      *                    EXPBATCH IN THE CHAIN (AFTER EXPTDMAT).
      *                    WALKS LOANMSTR: A LOAN LNMNT HAS BOOKED IS
      *                    PAID INTO ITS LINKED ACCOUNT (A TYPE 'L'
      *                    CREDIT); FOR A LOAN BEING REPAID, ANY LATE
      *                    INTEREST ACCRUED BY EXPLNRES IS DEBITED AS
      *                    A TYPE 'N' ENTRY, THEN EVERY LOANSCHD
      *                    INSTALLMENT DUE ON OR BEFORE THE BUSINESS
      *                    DATE AND NOT YET PAID - INCLUDING ONES
      *                    ALREADY IN ARREARS, WHICH ARE SO RETRIED
      *                    EACH BUSINESS DAY - IS DEBITED TO THE
      *                    LINKED ACCOUNT AS TWO ENTRIES: ITS UNPAID
      *                    INTEREST AS TYPE 'N' AND ITS UNPAID
      *                    PRINCIPAL AS TYPE 'L', SO EXPGLJRN'S GLMAP
      *                    LOOKUP JOURNALS THEM TO DIFFERENT LEDGER
      *                    ACCOUNTS. THE ENTRIES ARE APPENDED TO
      *                    EXPTRAN WITH EXPINTCP'S LOAD-AND-REWRITE
      *                    PATTERN; THEIR TRACE IDS ARE RECORDED ON
      *                    LOANMSTR AND LOANSCHD ONLY ONCE EXPTRAN IS
      *                    SAFELY REWRITTEN, THE SAME DISCIPLINE AS
      *                    EXPTDMAT, AND THE LOAN IS MARKED PENDING
      *                    SO NOTHING MORE IS SUBMITTED FOR IT UNTIL
      *                    EXPLNRES HAS SETTLED WHAT POSTED. A
      *                    GENERATED TRACE ID STARTS WITH 'Q'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPLNCOL.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMSTR-FILE ASSIGN TO 'LOANMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-LOAN-NUMBER
               FILE STATUS IS WS-LOANMSTR-STATUS.
           SELECT LOANSCHD-FILE ASSIGN TO 'LOANSCHD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNS-KEY
               FILE STATUS IS WS-LOANSCHD-STATUS.
           SELECT EXPTRAN-FILE ASSIGN TO 'EXPTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPTRAN-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMSTR.

       FD  LOANSCHD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANSCHD.

       FD  EXPTRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    EXPTRAN-RECORD IS A FLAT IMAGE OF THE SUBPRM01 PAYMENT
      *    RECORD (128 BYTES). THE WHOLE FILE IS LOADED, THE GENERATED
      *    LOAN ENTRIES APPENDED, AND THE FILE REWRITTEN WITH ITS
      *    INTFCTL TRAILER BROUGHT UP TO DATE - THE SAME PATTERN AS
      *    EXPINTCP.
       01  EXPTRAN-RECORD                  PIC X(128).

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPLNCOL->'.
       01  WS-BASE-CURRENCY                PIC X(03) VALUE 'USD'.

       01  WS-FILE-STATUSES.
           05  WS-LOANMSTR-STATUS          PIC X(02) VALUE '00'.
               88  WS-LOANMSTR-OK              VALUE '00'.
               88  WS-LOANMSTR-EOF             VALUE '10'.
           05  WS-LOANSCHD-STATUS          PIC X(02) VALUE '00'.
               88  WS-LOANSCHD-OK              VALUE '00'.
               88  WS-LOANSCHD-EOF             VALUE '10'.
           05  WS-EXPTRAN-STATUS           PIC X(02) VALUE '00'.
               88  WS-EXPTRAN-OK               VALUE '00'.
           05  WS-EXPTRAN-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-EXPTRAN-EOF-REACHED      VALUE 'Y'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-LOANMSTR-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-LOANMSTR-EOF-REACHED     VALUE 'Y'.
           05  WS-LOANMSTR-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-LOANMSTR-IS-OPEN         VALUE 'Y'.
           05  WS-LOANSCHD-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-LOANSCHD-IS-OPEN         VALUE 'Y'.
           05  WS-SCHEDULE-SCAN-SW         PIC X(01) VALUE 'N'.
               88  WS-SCHEDULE-SCAN-DONE       VALUE 'Y'.
           05  WS-EXPTRAN-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-EXPTRAN-IS-OPEN          VALUE 'Y'.
           05  WS-EXPTRAN-OVERFLOW-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-EXPTRAN-OVERFLOWED       VALUE 'Y'.
           05  WS-EXPTRAN-SAVED-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-EXPTRAN-SAVED            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOANS-READ               PIC 9(05) COMP VALUE ZERO.
           05  WS-LOANS-DISBURSED          PIC 9(05) COMP VALUE ZERO.
           05  WS-LOANS-PENDING            PIC 9(05) COMP VALUE ZERO.
           05  WS-INSTALLMENTS-SUBMITTED   PIC 9(05) COMP VALUE ZERO.
           05  WS-RETRIES-SUBMITTED        PIC 9(05) COMP VALUE ZERO.
           05  WS-ENTRIES-GENERATED        PIC 9(05) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-AMOUNT-EDIT                  PIC -(10)9.99.

      ******************************************************************
      * WS-COLLECTION-WORK - ONE ENTRY BEING BUILT, AND WHAT IS STILL
      * UNPAID OF THE INSTALLMENT IN HAND.
      ******************************************************************
       01  WS-COLLECTION-WORK.
           05  WS-POST-ACCOUNT             PIC X(10) VALUE SPACES.
           05  WS-POST-AMOUNT              PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-POST-TYPE                PIC X(01) VALUE SPACE.
           05  WS-UNPAID-PRINCIPAL         PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-UNPAID-INTEREST          PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

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
      * WS-SUBMIT-TABLE - WHAT WAS SUBMITTED THIS RUN: A DISBURSEMENT
      * ('D'), A LATE INTEREST COLLECTION ('L') OR AN INSTALLMENT
      * ('I'), WITH THE TRACE AND AMOUNT OF EACH ENTRY. LOANMSTR AND
      * LOANSCHD ARE UPDATED FROM HERE IN A SECOND, KEYED PASS ONLY
      * AFTER THE EXPTRAN REWRITE SUCCEEDS - UNTIL THEN NOTHING ON
      * DISK SAYS ANYTHING WAS SUBMITTED, SO A RERUN SUBMITS IT AGAIN
      * RATHER THAN NOT AT ALL.
      ******************************************************************
       01  WS-SUBMIT-TABLE.
           05  WS-SUB-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-SUB-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-SUB-ENTRY                OCCURS 2000 TIMES.
               10  WS-SUB-LOAN-NUMBER      PIC X(10).
               10  WS-SUB-KIND             PIC X(01).
                   88  WS-SUB-DISBURSEMENT     VALUE 'D'.
                   88  WS-SUB-LATE-INTEREST    VALUE 'L'.
                   88  WS-SUB-INSTALLMENT      VALUE 'I'.
               10  WS-SUB-INSTALLMENT-NO   PIC 9(03).
               10  WS-SUB-PRINCIPAL-TRACE  PIC X(16).
               10  WS-SUB-PRINCIPAL-AMOUNT PIC S9(11)V99 COMP-3.
               10  WS-SUB-INTEREST-TRACE   PIC X(16).
               10  WS-SUB-INTEREST-AMOUNT  PIC S9(11)V99 COMP-3.

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
           PERFORM 2000-COLLECT-ONE-LOAN THRU 2000-EXIT
               UNTIL WS-LOANMSTR-EOF-REACHED
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, THE LOAN FILES, AND THE
      *                   EXPTRAN LOAD. NO LOANMSTR FILE MEANS NO LOAN
      *                   HAS EVER BEEN BOOKED - NOTHING TO DO. A LOAN
      *                   FILE WITHOUT ITS SCHEDULE FILE CANNOT BE
      *                   COLLECTED AND ENDS CC 8.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           OPEN I-O LOANMSTR-FILE
           IF NOT WS-LOANMSTR-OK
               DISPLAY V-PN 'NO LOANMSTR FILE FOUND - STATUS '
                   WS-LOANMSTR-STATUS ' - NOTHING TO COLLECT'
               MOVE 'Y' TO WS-LOANMSTR-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-LOANMSTR-OPEN-SWITCH
           OPEN I-O LOANSCHD-FILE
           IF NOT WS-LOANSCHD-OK
               DISPLAY V-PN 'UNABLE TO OPEN LOANSCHD - STATUS '
                   WS-LOANSCHD-STATUS ' - NOTHING COLLECTED'
               MOVE 'Y' TO WS-LOANMSTR-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-LOANSCHD-OPEN-SWITCH
           PERFORM 1200-LOAD-EXPTRAN THRU 1200-EXIT
           IF WS-EXPTRAN-OVERFLOWED
               DISPLAY V-PN 'EXPTRAN TABLE OVERFLOW - NOTHING '
                   'GENERATED, FILE LEFT UNTOUCHED'
               MOVE 'Y' TO WS-LOANMSTR-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-EXPTRAN-OPEN-SWITCH
           PERFORM 2900-READ-NEXT-LOAN THRU 2900-EXIT.
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
           DISPLAY V-PN 'COLLECTING FOR BUSINESS DATE ' WS-RUN-DATE.
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
      *                          LOAN ENTRY. EXPLNRES LOOKS IT UP ON
      *                          TRANXREF TO SEE WHETHER IT POSTED.
      ******************************************************************
       1700-GENERATE-TRACE-ID.
           ACCEPT WS-TRACE-TIME-NOW FROM TIME
           IF WS-TRACE-SEQUENCE = 999
               MOVE ZERO TO WS-TRACE-SEQUENCE
           ELSE
               ADD 1 TO WS-TRACE-SEQUENCE
           END-IF
           STRING 'Q' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   WS-TRACE-TIME-NOW(1:4) DELIMITED BY SIZE
                   WS-TRACE-SEQUENCE DELIMITED BY SIZE
               INTO SP1-TRACE-ID
           END-STRING.
       1700-EXIT.
           EXIT.

      ******************************************************************
      * 2000-COLLECT-ONE-LOAN - A BOOKED LOAN IS DISBURSED; A LOAN
      *                         BEING REPAID HAS ITS LATE INTEREST AND
      *                         ITS DUE INSTALLMENTS SUBMITTED. A LOAN
      *                         STILL WAITING ON EXPLNRES FROM AN
      *                         EARLIER RUN IS LEFT ALONE (CC 4) - ITS
      *                         ENTRIES MAY YET POST.
      ******************************************************************
       2000-COLLECT-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF LNM-PAID-OFF
               GO TO 2000-NEXT
           END-IF
           IF LNM-COLLECTION-PENDING
               DISPLAY V-PN 'LOAN ' LNM-LOAN-NUMBER
                   ' STILL AWAITS EXPLNRES FROM AN EARLIER RUN - '
                   'NOTHING SUBMITTED'
               ADD 1 TO WS-LOANS-PENDING
               MOVE 4 TO RETURN-CODE
               GO TO 2000-NEXT
           END-IF
           IF LNM-BOOKED
               PERFORM 2100-DISBURSE-LOAN THRU 2100-EXIT
               GO TO 2000-NEXT
           END-IF
           IF NOT LNM-COLLECTING
               GO TO 2000-NEXT
           END-IF
           IF LNM-LATE-INTEREST NUMERIC AND LNM-LATE-INTEREST > ZERO
               PERFORM 2200-COLLECT-LATE-INTEREST THRU 2200-EXIT
           END-IF
           PERFORM 2300-COLLECT-INSTALLMENTS THRU 2300-EXIT.
       2000-NEXT.
           IF NOT WS-EXPTRAN-OVERFLOWED
               PERFORM 2900-READ-NEXT-LOAN THRU 2900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-DISBURSE-LOAN - CREDIT THE PRINCIPAL TO THE LINKED
      *                      ACCOUNT AS A TYPE 'L' ENTRY.
      ******************************************************************
       2100-DISBURSE-LOAN.
           MOVE LNM-LINKED-ACCOUNT TO WS-POST-ACCOUNT
           COMPUTE WS-POST-AMOUNT = ZERO - LNM-PRINCIPAL
           MOVE 'L' TO WS-POST-TYPE
           PERFORM 2500-APPEND-ENTRY THRU 2500-EXIT
           IF WS-EXPTRAN-OVERFLOWED
               GO TO 2100-EXIT
           END-IF
           PERFORM 2600-ADD-SUBMISSION THRU 2600-EXIT
           MOVE 'D' TO WS-SUB-KIND(WS-SUB-COUNT)
           MOVE SP1-TRACE-ID TO WS-SUB-PRINCIPAL-TRACE(WS-SUB-COUNT)
           MOVE LNM-PRINCIPAL TO WS-SUB-PRINCIPAL-AMOUNT(WS-SUB-COUNT)
           ADD 1 TO WS-LOANS-DISBURSED.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-COLLECT-LATE-INTEREST - DEBIT THE LATE INTEREST ACCRUED SO
      *                              FAR AS A TYPE 'N' ENTRY, AHEAD OF
      *                              THE INSTALLMENTS.
      ******************************************************************
       2200-COLLECT-LATE-INTEREST.
           MOVE LNM-LINKED-ACCOUNT TO WS-POST-ACCOUNT
           MOVE LNM-LATE-INTEREST TO WS-POST-AMOUNT
           MOVE 'N' TO WS-POST-TYPE
           PERFORM 2500-APPEND-ENTRY THRU 2500-EXIT
           IF WS-EXPTRAN-OVERFLOWED
               GO TO 2200-EXIT
           END-IF
           PERFORM 2600-ADD-SUBMISSION THRU 2600-EXIT
           MOVE 'L' TO WS-SUB-KIND(WS-SUB-COUNT)
           MOVE SP1-TRACE-ID TO WS-SUB-INTEREST-TRACE(WS-SUB-COUNT)
           MOVE LNM-LATE-INTEREST
               TO WS-SUB-INTEREST-AMOUNT(WS-SUB-COUNT).
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-COLLECT-INSTALLMENTS - FROM THE FIRST UNPAID INSTALLMENT,
      *                             EVERY ONE NOW DUE THAT IS NOT
      *                             ALREADY PAID OR SUBMITTED.
      ******************************************************************
       2300-COLLECT-INSTALLMENTS.
           MOVE 'N' TO WS-SCHEDULE-SCAN-SW
           MOVE LNM-LOAN-NUMBER TO LNS-LOAN-NUMBER
           MOVE LNM-NEXT-UNPAID TO LNS-INSTALLMENT-NO
           START LOANSCHD-FILE KEY IS NOT LESS THAN LNS-KEY
               INVALID KEY
                   GO TO 2300-EXIT
           END-START
           PERFORM 2310-COLLECT-ONE-INSTALLMENT THRU 2310-EXIT
               UNTIL WS-SCHEDULE-SCAN-DONE.
       2300-EXIT.
           EXIT.

       2310-COLLECT-ONE-INSTALLMENT.
           READ LOANSCHD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCHEDULE-SCAN-SW
                   GO TO 2310-EXIT
           END-READ
           IF LNS-LOAN-NUMBER NOT = LNM-LOAN-NUMBER OR
                   LNS-DUE-DATE > WS-RUN-DATE
               MOVE 'Y' TO WS-SCHEDULE-SCAN-SW
               GO TO 2310-EXIT
           END-IF
           IF NOT LNS-COLLECTABLE
               GO TO 2310-EXIT
           END-IF
           COMPUTE WS-UNPAID-INTEREST =
               LNS-INTEREST-PART - LNS-INTEREST-PAID
           COMPUTE WS-UNPAID-PRINCIPAL =
               LNS-PRINCIPAL-PART - LNS-PRINCIPAL-PAID
           IF WS-UNPAID-INTEREST NOT > ZERO AND
                   WS-UNPAID-PRINCIPAL NOT > ZERO
               GO TO 2310-EXIT
           END-IF
           PERFORM 2600-ADD-SUBMISSION THRU 2600-EXIT
           MOVE 'I' TO WS-SUB-KIND(WS-SUB-COUNT)
           MOVE LNS-INSTALLMENT-NO
               TO WS-SUB-INSTALLMENT-NO(WS-SUB-COUNT)
           MOVE LNM-LINKED-ACCOUNT TO WS-POST-ACCOUNT
           IF WS-UNPAID-INTEREST > ZERO
               MOVE WS-UNPAID-INTEREST TO WS-POST-AMOUNT
               MOVE 'N' TO WS-POST-TYPE
               PERFORM 2500-APPEND-ENTRY THRU 2500-EXIT
               MOVE SP1-TRACE-ID
                   TO WS-SUB-INTEREST-TRACE(WS-SUB-COUNT)
               MOVE WS-UNPAID-INTEREST
                   TO WS-SUB-INTEREST-AMOUNT(WS-SUB-COUNT)
           END-IF
           IF WS-UNPAID-PRINCIPAL > ZERO
               MOVE WS-UNPAID-PRINCIPAL TO WS-POST-AMOUNT
               MOVE 'L' TO WS-POST-TYPE
               PERFORM 2500-APPEND-ENTRY THRU 2500-EXIT
               MOVE SP1-TRACE-ID
                   TO WS-SUB-PRINCIPAL-TRACE(WS-SUB-COUNT)
               MOVE WS-UNPAID-PRINCIPAL
                   TO WS-SUB-PRINCIPAL-AMOUNT(WS-SUB-COUNT)
           END-IF
           IF WS-EXPTRAN-OVERFLOWED
               MOVE 'Y' TO WS-SCHEDULE-SCAN-SW
               GO TO 2310-EXIT
           END-IF
           IF LNS-IN-ARREARS
               ADD 1 TO WS-RETRIES-SUBMITTED
           ELSE
               ADD 1 TO WS-INSTALLMENTS-SUBMITTED
           END-IF.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2500-APPEND-ENTRY - APPEND ONE ENTRY OF TYPE WS-POST-TYPE AND
      *                     AMOUNT WS-POST-AMOUNT (POSITIVE DEBITS,
      *                     NEGATIVE CREDITS) TO WS-POST-ACCOUNT, IN
      *                     BASE. A FULL TABLE STOPS THE RUN - THE SAME
      *                     SAFETY POSTURE AS EXPINTCP: A HALF-GENERATED
      *                     EXPTRAN IS NEVER WRITTEN AND NO LOAN IS
      *                     UPDATED.
      ******************************************************************
       2500-APPEND-ENTRY.
           IF WS-EXP-COUNT NOT < 2000
               MOVE 'Y' TO WS-EXPTRAN-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-LOANMSTR-EOF-SWITCH
               GO TO 2500-EXIT
           END-IF
           INITIALIZE SUBPRM01
           MOVE WS-POST-ACCOUNT TO SP1-ACCOUNT-NUMBER
           MOVE WS-POST-AMOUNT TO SP1-AMOUNT
           MOVE WS-BASE-CURRENCY TO SP1-CURRENCY-CODE
           MOVE WS-RUN-DATE TO SP1-TRANSACTION-DATE
           MOVE WS-POST-TYPE TO SP1-TRANSACTION-TYPE
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
           DISPLAY V-PN 'LOAN ' LNM-LOAN-NUMBER ' ACCOUNT '
               WS-POST-ACCOUNT ' TYPE ' WS-POST-TYPE ' ENTRY '
               WS-AMOUNT-EDIT ' TRACE ' SP1-TRACE-ID.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-ADD-SUBMISSION - OPEN A NEW WS-SUBMIT-TABLE ROW FOR THE
      *                       LOAN IN HAND. THE TABLE CAN NEVER HOLD
      *                       MORE ROWS THAN EXPTRAN HOLDS ENTRIES, SO
      *                       2500-APPEND-ENTRY'S OVERFLOW CHECK
      *                       GUARDS IT TOO.
      ******************************************************************
       2600-ADD-SUBMISSION.
           IF WS-SUB-COUNT NOT < 2000
               MOVE 'Y' TO WS-EXPTRAN-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-LOANMSTR-EOF-SWITCH
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-SUB-COUNT
           MOVE LNM-LOAN-NUMBER TO WS-SUB-LOAN-NUMBER(WS-SUB-COUNT)
           MOVE SPACE TO WS-SUB-KIND(WS-SUB-COUNT)
           MOVE ZERO TO WS-SUB-INSTALLMENT-NO(WS-SUB-COUNT)
           MOVE SPACES TO WS-SUB-PRINCIPAL-TRACE(WS-SUB-COUNT)
           MOVE ZERO TO WS-SUB-PRINCIPAL-AMOUNT(WS-SUB-COUNT)
           MOVE SPACES TO WS-SUB-INTEREST-TRACE(WS-SUB-COUNT)
           MOVE ZERO TO WS-SUB-INTEREST-AMOUNT(WS-SUB-COUNT).
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-NEXT-LOAN - NEXT LOAN IN KEY ORDER.
      ******************************************************************
       2900-READ-NEXT-LOAN.
           READ LOANMSTR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOANMSTR-EOF-SWITCH
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - REWRITE EXPTRAN WITH THE GENERATED ENTRIES
      *                  AND ITS RECOMPUTED TRAILER, AND ONLY THEN
      *                  RECORD THE SUBMISSIONS ON THE LOAN FILES -
      *                  UNTIL THE REWRITE SUCCEEDS NOTHING ON DISK
      *                  SAYS ANYTHING WAS SUBMITTED, SO AN OVERFLOW,
      *                  A CRASH OR A FAILED EXPTRAN OPEN COSTS A
      *                  RERUN, NEVER THE MONEY.
      ******************************************************************
       9000-TERMINATE.
           IF WS-EXPTRAN-OVERFLOWED AND WS-EXPTRAN-IS-OPEN
               DISPLAY V-PN 'EXPTRAN TABLE OVERFLOW - NOTHING '
                   'GENERATED, FILES LEFT UNTOUCHED'
               MOVE 'N' TO WS-EXPTRAN-OPEN-SWITCH
               MOVE ZERO TO WS-ENTRIES-GENERATED
               MOVE ZERO TO WS-SUB-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-EXPTRAN-IS-OPEN AND WS-ENTRIES-GENERATED > ZERO
               PERFORM 9200-REWRITE-EXPTRAN THRU 9200-EXIT
           END-IF
           IF WS-EXPTRAN-SAVED AND WS-SUB-COUNT > ZERO
               PERFORM 9300-RECORD-ONE-SUBMISSION THRU 9300-EXIT
                   VARYING WS-SUB-INDEX FROM 1 BY 1
                   UNTIL WS-SUB-INDEX > WS-SUB-COUNT
           END-IF
           IF WS-LOANSCHD-IS-OPEN
               CLOSE LOANSCHD-FILE
           END-IF
           IF WS-LOANMSTR-IS-OPEN
               CLOSE LOANMSTR-FILE
           END-IF
           DISPLAY V-PN 'LOANS READ...........: ' WS-LOANS-READ
           DISPLAY V-PN 'LOANS DISBURSED......: ' WS-LOANS-DISBURSED
           DISPLAY V-PN 'LOANS STILL PENDING..: ' WS-LOANS-PENDING
           DISPLAY V-PN 'INSTALLMENTS DUE.....: '
               WS-INSTALLMENTS-SUBMITTED
           DISPLAY V-PN 'ARREARS RETRIED......: ' WS-RETRIES-SUBMITTED
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
               MOVE 'EXPLNCOL' TO ICT-SOURCE
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
           MOVE 'EXPLNCOL' TO ICT-SOURCE
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
      * 9300-RECORD-ONE-SUBMISSION - THE DEFERRED UPDATE. THE ENTRIES
      *                              ARE ALREADY SAFELY ON EXPTRAN, SO
      *                              A LOAN THAT CANNOT BE UPDATED NOW
      *                              IS SHOUTED ABOUT AND ENDS CC 8 -
      *                              WITHOUT ITS TRACES EXPLNRES CANNOT
      *                              SETTLE WHAT POSTS, AND A RERUN
      *                              BEFORE IT IS FIXED BY HAND WOULD
      *                              SUBMIT IT A SECOND TIME.
      ******************************************************************
       9300-RECORD-ONE-SUBMISSION.
           IF WS-SUB-INSTALLMENT(WS-SUB-INDEX)
               PERFORM 9310-MARK-INSTALLMENT THRU 9310-EXIT
           END-IF
           MOVE WS-SUB-LOAN-NUMBER(WS-SUB-INDEX) TO LNM-LOAN-NUMBER
           READ LOANMSTR-FILE
               INVALID KEY
                   DISPLAY V-PN 'LOANMSTR READ FAILED - LOAN '
                       WS-SUB-LOAN-NUMBER(WS-SUB-INDEX)
                       ' - SUBMISSION NOT RECORDED, RECORD BY HAND '
                       'BEFORE ANY RERUN'
                   MOVE 8 TO RETURN-CODE
                   GO TO 9300-EXIT
           END-READ
           MOVE 'Y' TO LNM-PENDING-SW
           IF WS-SUB-DISBURSEMENT(WS-SUB-INDEX)
               MOVE WS-SUB-PRINCIPAL-TRACE(WS-SUB-INDEX)
                   TO LNM-DISBURSE-TRACE-ID
           END-IF
           IF WS-SUB-LATE-INTEREST(WS-SUB-INDEX)
               MOVE WS-SUB-INTEREST-TRACE(WS-SUB-INDEX)
                   TO LNM-LATE-TRACE-ID
               MOVE WS-SUB-INTEREST-AMOUNT(WS-SUB-INDEX)
                   TO LNM-LATE-SUBMITTED
           END-IF
           REWRITE LOANMSTR-RECORD
           IF NOT WS-LOANMSTR-OK
               DISPLAY V-PN 'LOANMSTR REWRITE FAILED - STATUS '
                   WS-LOANMSTR-STATUS ' - LOAN '
                   WS-SUB-LOAN-NUMBER(WS-SUB-INDEX)
                   ' - SUBMISSION NOT RECORDED, RECORD BY HAND '
                   'BEFORE ANY RERUN'
               MOVE 8 TO RETURN-CODE
           END-IF.
       9300-EXIT.
           EXIT.

       9310-MARK-INSTALLMENT.
           MOVE WS-SUB-LOAN-NUMBER(WS-SUB-INDEX) TO LNS-LOAN-NUMBER
           MOVE WS-SUB-INSTALLMENT-NO(WS-SUB-INDEX)
               TO LNS-INSTALLMENT-NO
           READ LOANSCHD-FILE
               INVALID KEY
                   DISPLAY V-PN 'LOANSCHD READ FAILED - LOAN '
                       WS-SUB-LOAN-NUMBER(WS-SUB-INDEX)
                       ' INSTALLMENT '
                       WS-SUB-INSTALLMENT-NO(WS-SUB-INDEX)
                       ' - SUBMISSION NOT RECORDED, RECORD BY HAND '
                       'BEFORE ANY RERUN'
                   MOVE 8 TO RETURN-CODE
                   GO TO 9310-EXIT
           END-READ
           MOVE 'S' TO LNS-STATUS
           MOVE WS-SUB-PRINCIPAL-TRACE(WS-SUB-INDEX)
               TO LNS-PRINCIPAL-TRACE-ID
           MOVE WS-SUB-PRINCIPAL-AMOUNT(WS-SUB-INDEX)
               TO LNS-PRINCIPAL-SUBMITTED
           MOVE WS-SUB-INTEREST-TRACE(WS-SUB-INDEX)
               TO LNS-INTEREST-TRACE-ID
           MOVE WS-SUB-INTEREST-AMOUNT(WS-SUB-INDEX)
               TO LNS-INTEREST-SUBMITTED
           IF LNS-ATTEMPTS NUMERIC AND LNS-ATTEMPTS < 999
               ADD 1 TO LNS-ATTEMPTS
           END-IF
           REWRITE LOANSCHD-RECORD
           IF NOT WS-LOANSCHD-OK
               DISPLAY V-PN 'LOANSCHD REWRITE FAILED - STATUS '
                   WS-LOANSCHD-STATUS ' - LOAN '
                   WS-SUB-LOAN-NUMBER(WS-SUB-INDEX)
                   ' - SUBMISSION NOT RECORDED, RECORD BY HAND '
                   'BEFORE ANY RERUN'
               MOVE 8 TO RETURN-CODE
           END-IF.
       9310-EXIT.
           EXIT.
