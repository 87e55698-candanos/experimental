      ******************************************************************
      * PROGRAM-ID : EXPLNRES
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - INSTALLMENT LOAN
      *                    SETTLEMENT AND DAILY ARREARS REPORT, RUN IN
      *                    THE CHAIN AFTER EXPBATCH HAS POSTED THE
      *                    NIGHT'S EXPTRAN (AFTER EXPINCRD). FOR EACH
      *                    LOAN EXPLNCOL MARKED PENDING, EVERY ENTRY IT
      *                    SUBMITTED IS LOOKED UP BY TRACE ID ON
      *                    TRANXREF: AN ENTRY SUBPGM02 RECORDED WITH A
      *                    RETURN CODE BELOW 08 POSTED; ANY OTHER -
      *                    TYPICALLY REFUSED BY SUBPGM01 FOR WANT OF
      *                    FUNDS, RETURN CODE 28 - DID NOT. A POSTED
      *                    DISBURSEMENT PUTS THE LOAN INTO REPAYMENT; A
      *                    POSTED COLLECTION IS CREDITED TO ITS
      *                    INSTALLMENT AND REDUCES THE PRINCIPAL OWED;
      *                    A MISSED ONE PUTS THE INSTALLMENT INTO
      *                    ARREARS FOR EXPLNCOL TO RETRY ON THE NEXT
      *                    BUSINESS DAY. EVERY LOAN BEING REPAID THEN
      *                    HAS ITS ARREARS RECOMPUTED FROM THE
      *                    SCHEDULE, AND LATE INTEREST IS ACCRUED ON
      *                    THE OVERDUE PRINCIPAL AND INTEREST AT THE
      *                    LOAN'S LATE RATE FOR THE CALENDAR DAYS SINCE
      *                    THE LAST ACCRUAL (ACTUAL/365). A LOAN WITH
      *                    EVERY INSTALLMENT AND ALL LATE INTEREST
      *                    COLLECTED IS MARKED PAID OFF. THE ARREARS
      *                    REPORT LISTS EVERY LOAN IN ARREARS, OLDEST
      *                    UNPAID INSTALLMENT, DAYS OVERDUE, AMOUNTS
      *                    AND COLLECTION ATTEMPTS, WITH TOTALS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPLNRES.
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
           SELECT TRANXREF-FILE ASSIGN TO 'TRANXREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXR-TRACE-ID
               FILE STATUS IS WS-TRANXREF-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT EXPLNRES-FILE ASSIGN TO 'EXPLNARF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPLNRES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMSTR.

       FD  LOANSCHD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANSCHD.

       FD  TRANXREF-FILE
           LABEL RECORDS ARE STANDARD.
      *    READ ONLY - WRITTEN BY SUBPGM02 FOR EVERY POSTED ENTRY.
           COPY TRANXREF.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       FD  EXPLNRES-FILE
           LABEL RECORDS ARE STANDARD.
       01  LNA-RECORD                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPLNRES->'.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.
           COPY BUSDPARM.

       01  WS-FILE-STATUSES.
           05  WS-LOANMSTR-STATUS          PIC X(02) VALUE '00'.
               88  WS-LOANMSTR-OK              VALUE '00'.
           05  WS-LOANSCHD-STATUS          PIC X(02) VALUE '00'.
               88  WS-LOANSCHD-OK              VALUE '00'.
           05  WS-TRANXREF-STATUS          PIC X(02) VALUE '00'.
               88  WS-TRANXREF-OK              VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-EXPLNRES-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPLNRES-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-LOANMSTR-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-LOANMSTR-EOF-REACHED     VALUE 'Y'.
           05  WS-LOANSCHD-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-LOANSCHD-IS-OPEN         VALUE 'Y'.
           05  WS-TRANXREF-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-TRANXREF-IS-OPEN         VALUE 'Y'.
           05  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-REPORT-IS-OPEN           VALUE 'Y'.
           05  WS-SCHEDULE-SCAN-SW         PIC X(01) VALUE 'N'.
               88  WS-SCHEDULE-SCAN-DONE       VALUE 'Y'.
           05  WS-ENTRY-POSTED-SW          PIC X(01) VALUE 'N'.
               88  WS-ENTRY-POSTED             VALUE 'Y'.
           05  WS-SCHEDULE-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-SCHEDULE-FOUND           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOANS-READ               PIC 9(05) COMP VALUE ZERO.
           05  WS-LOANS-SETTLED            PIC 9(05) COMP VALUE ZERO.
           05  WS-LOANS-IN-ARREARS         PIC 9(05) COMP VALUE ZERO.
           05  WS-LOANS-PAID-OFF           PIC 9(05) COMP VALUE ZERO.
           05  WS-ENTRIES-POSTED           PIC 9(05) COMP VALUE ZERO.
           05  WS-ENTRIES-MISSED           PIC 9(05) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-TODAY-DAY-NUMBER             PIC 9(07) VALUE ZERO.

      ******************************************************************
      * WS-LOAN-WORK - ONE LOAN'S POSITION, REBUILT FROM ITS SCHEDULE.
      ******************************************************************
       01  WS-LOAN-WORK.
           05  WS-LOOKUP-TRACE             PIC X(16) VALUE SPACES.
           05  WS-NEXT-UNPAID              PIC 9(03) VALUE ZERO.
           05  WS-OLDEST-DUE-DATE          PIC 9(08) VALUE ZERO.
           05  WS-MAX-ATTEMPTS             PIC 9(03) VALUE ZERO.
           05  WS-UNPAID-ROWS              PIC 9(03) COMP VALUE ZERO.
           05  WS-ARREARS-PRINCIPAL        PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-ARREARS-INTEREST         PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-FROM-DAY-NUMBER          PIC 9(07) VALUE ZERO.
           05  WS-LATE-DAYS                PIC 9(05) COMP VALUE ZERO.
           05  WS-DAYS-OVERDUE             PIC 9(05) COMP VALUE ZERO.
           05  WS-LATE-ACCRUAL             PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

      ******************************************************************
      * WS-REPORT-TOTALS - THE ARREARS REPORT'S GRAND TOTALS.
      ******************************************************************
       01  WS-REPORT-TOTALS.
           05  WS-TOTAL-PRINCIPAL          PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-INTEREST           PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-LATE               PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

       01  WS-REPORT-EDITS.
           05  WS-PRINCIPAL-EDIT           PIC -(12)9.99.
           05  WS-INTEREST-EDIT            PIC -(12)9.99.
           05  WS-LATE-EDIT                PIC -(12)9.99.
           05  WS-DAYS-EDIT                PIC Z(4)9.
           05  WS-ATTEMPTS-EDIT            PIC ZZ9.
           05  WS-COUNT-EDIT               PIC Z(4)9.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SETTLE-ONE-LOAN THRU 2000-EXIT
               UNTIL WS-LOANMSTR-EOF-REACHED
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - THE BUSINESS DATE AND ITS DAY NUMBER, THE
      *                   REPORT, AND THE FILES. NO LOANMSTR MEANS NO
      *                   LOAN HAS EVER BEEN BOOKED. WITHOUT TRANXREF
      *                   NOTHING CAN BE SETTLED - THE LOANS ARE LEFT
      *                   PENDING FOR A RERUN RATHER THAN ALL PUT INTO
      *                   ARREARS, AND THE RUN ENDS CC 8.
      ******************************************************************
       1000-INITIALIZE.
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
           MOVE 'D' TO BDP-FUNCTION
           MOVE WS-RUN-DATE TO BDP-INPUT-DATE
           MOVE ZERO TO BDP-DAY-NUMBER
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF BDP-SUCCESSFUL
               MOVE BDP-DAY-NUMBER TO WS-TODAY-DAY-NUMBER
           ELSE
               DISPLAY V-PN 'BUSINESS DATE ' WS-RUN-DATE
                   ' COULD NOT BE NUMBERED - NO LATE INTEREST '
                   'ACCRUED'
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN OUTPUT EXPLNRES-FILE
           IF WS-EXPLNRES-OK
               MOVE 'Y' TO WS-REPORT-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPLNARF - STATUS '
                   WS-EXPLNRES-STATUS
           END-IF
           MOVE SPACES TO LNA-RECORD
           STRING 'INSTALLMENT LOAN ARREARS REPORT AS OF '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO LNA-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE 'LOAN       CUSTOMER ACCOUNT    OLDEST'
               TO LNA-RECORD
           MOVE 'DAYS INST' TO LNA-RECORD(41:9)
           MOVE 'OVERDUE PRINCIPAL' TO LNA-RECORD(50:17)
           MOVE 'OVERDUE INTEREST' TO LNA-RECORD(69:16)
           MOVE 'LATE INTEREST' TO LNA-RECORD(90:13)
           MOVE 'TRIES' TO LNA-RECORD(104:5)
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           OPEN I-O LOANMSTR-FILE
           IF NOT WS-LOANMSTR-OK
               DISPLAY V-PN 'NO LOANMSTR FILE FOUND - STATUS '
                   WS-LOANMSTR-STATUS ' - NOTHING TO SETTLE'
               MOVE 'NO LOANS ON FILE' TO LNA-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               MOVE 'Y' TO WS-LOANMSTR-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN I-O LOANSCHD-FILE
           IF NOT WS-LOANSCHD-OK
               DISPLAY V-PN 'UNABLE TO OPEN LOANSCHD - STATUS '
                   WS-LOANSCHD-STATUS ' - NOTHING SETTLED'
               MOVE 'LOAN SCHEDULE FILE UNAVAILABLE - NO REPORT'
                   TO LNA-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               CLOSE LOANMSTR-FILE
               MOVE 'Y' TO WS-LOANMSTR-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-LOANSCHD-OPEN-SWITCH
           OPEN INPUT TRANXREF-FILE
           IF WS-TRANXREF-OK
               MOVE 'Y' TO WS-TRANXREF-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN TRANXREF - STATUS '
                   WS-TRANXREF-STATUS ' - PENDING LOANS LEFT '
                   'UNSETTLED'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 2900-READ-NEXT-LOAN THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SETTLE-ONE-LOAN - SETTLE WHAT WAS SUBMITTED FOR THE LOAN,
      *                        THEN REBUILD ITS POSITION, ACCRUE ITS
      *                        LATE INTEREST AND REPORT IT IF IT IS IN
      *                        ARREARS.
      ******************************************************************
       2000-SETTLE-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF LNM-PAID-OFF
               GO TO 2000-NEXT
           END-IF
           IF LNM-COLLECTION-PENDING
               IF NOT WS-TRANXREF-IS-OPEN
                   GO TO 2000-NEXT
               END-IF
               PERFORM 2100-SETTLE-LOAN-ENTRIES THRU 2100-EXIT
               ADD 1 TO WS-LOANS-SETTLED
           END-IF
           IF LNM-COLLECTING
               PERFORM 2300-REBUILD-POSITION THRU 2300-EXIT
               PERFORM 2500-ACCRUE-LATE-INTEREST THRU 2500-EXIT
               PERFORM 2600-SET-LOAN-STATUS THRU 2600-EXIT
           END-IF
           MOVE 'N' TO LNM-PENDING-SW
           REWRITE LOANMSTR-RECORD
           IF NOT WS-LOANMSTR-OK
               DISPLAY V-PN 'LOANMSTR REWRITE FAILED - STATUS '
                   WS-LOANMSTR-STATUS ' - LOAN ' LNM-LOAN-NUMBER
                   ' - POSITION NOT SAVED, SETTLE BY HAND'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF LNM-IN-ARREARS
               PERFORM 3000-REPORT-ONE-LOAN THRU 3000-EXIT
           END-IF.
       2000-NEXT.
           PERFORM 2900-READ-NEXT-LOAN THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-SETTLE-LOAN-ENTRIES - THE DISBURSEMENT AND THE LATE
      *                            INTEREST COLLECTION ON THE LOAN
      *                            ITSELF, THEN EVERY SUBMITTED
      *                            INSTALLMENT. A DISBURSEMENT THAT DID
      *                            NOT POST LEAVES THE LOAN BOOKED FOR
      *                            EXPLNCOL TO TRY AGAIN (CC 4).
      ******************************************************************
       2100-SETTLE-LOAN-ENTRIES.
           IF LNM-DISBURSE-TRACE-ID NOT = SPACES
               MOVE LNM-DISBURSE-TRACE-ID TO WS-LOOKUP-TRACE
               PERFORM 2950-LOOKUP-TRACE THRU 2950-EXIT
               IF WS-ENTRY-POSTED
                   MOVE 'A' TO LNM-STATUS
                   MOVE WS-RUN-DATE TO LNM-START-DATE
                   DISPLAY V-PN 'LOAN ' LNM-LOAN-NUMBER
                       ' DISBURSED TO ' LNM-LINKED-ACCOUNT
               ELSE
                   DISPLAY V-PN 'LOAN ' LNM-LOAN-NUMBER
                       ' DISBURSEMENT ' LNM-DISBURSE-TRACE-ID
                       ' DID NOT POST - WILL BE RETRIED'
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE SPACES TO LNM-DISBURSE-TRACE-ID
           END-IF
           IF LNM-LATE-TRACE-ID NOT = SPACES
               MOVE LNM-LATE-TRACE-ID TO WS-LOOKUP-TRACE
               PERFORM 2950-LOOKUP-TRACE THRU 2950-EXIT
               IF WS-ENTRY-POSTED
                   SUBTRACT LNM-LATE-SUBMITTED FROM LNM-LATE-INTEREST
                   IF LNM-LATE-INTEREST < ZERO
                       MOVE ZERO TO LNM-LATE-INTEREST
                   END-IF
               END-IF
               MOVE SPACES TO LNM-LATE-TRACE-ID
               MOVE ZERO TO LNM-LATE-SUBMITTED
           END-IF
           IF NOT LNM-COLLECTING
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-SCHEDULE-SCAN-SW
           MOVE LNM-LOAN-NUMBER TO LNS-LOAN-NUMBER
           MOVE LNM-NEXT-UNPAID TO LNS-INSTALLMENT-NO
           START LOANSCHD-FILE KEY IS NOT LESS THAN LNS-KEY
               INVALID KEY
                   GO TO 2100-EXIT
           END-START
           PERFORM 2200-SETTLE-ONE-INSTALLMENT THRU 2200-EXIT
               UNTIL WS-SCHEDULE-SCAN-DONE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-SETTLE-ONE-INSTALLMENT - EACH PART THAT POSTED IS ADDED
      *                               TO WHAT HAS BEEN PAID (AND THE
      *                               PRINCIPAL PART OFF THE PRINCIPAL
      *                               OWED). FULLY PAID, THE
      *                               INSTALLMENT IS CLOSED; OTHERWISE
      *                               IT IS IN ARREARS.
      ******************************************************************
       2200-SETTLE-ONE-INSTALLMENT.
           READ LOANSCHD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCHEDULE-SCAN-SW
                   GO TO 2200-EXIT
           END-READ
           IF LNS-LOAN-NUMBER NOT = LNM-LOAN-NUMBER
               MOVE 'Y' TO WS-SCHEDULE-SCAN-SW
               GO TO 2200-EXIT
           END-IF
           IF NOT LNS-SUBMITTED
               GO TO 2200-EXIT
           END-IF
           IF LNS-INTEREST-TRACE-ID NOT = SPACES
               MOVE LNS-INTEREST-TRACE-ID TO WS-LOOKUP-TRACE
               PERFORM 2950-LOOKUP-TRACE THRU 2950-EXIT
               IF WS-ENTRY-POSTED
                   ADD LNS-INTEREST-SUBMITTED TO LNS-INTEREST-PAID
               END-IF
           END-IF
           IF LNS-PRINCIPAL-TRACE-ID NOT = SPACES
               MOVE LNS-PRINCIPAL-TRACE-ID TO WS-LOOKUP-TRACE
               PERFORM 2950-LOOKUP-TRACE THRU 2950-EXIT
               IF WS-ENTRY-POSTED
                   ADD LNS-PRINCIPAL-SUBMITTED TO LNS-PRINCIPAL-PAID
                   SUBTRACT LNS-PRINCIPAL-SUBMITTED
                       FROM LNM-OUTSTANDING-PRINCIPAL
               END-IF
           END-IF
           MOVE SPACES TO LNS-INTEREST-TRACE-ID
           MOVE ZERO TO LNS-INTEREST-SUBMITTED
           MOVE SPACES TO LNS-PRINCIPAL-TRACE-ID
           MOVE ZERO TO LNS-PRINCIPAL-SUBMITTED
           IF LNS-INTEREST-PAID NOT < LNS-INTEREST-PART AND
                   LNS-PRINCIPAL-PAID NOT < LNS-PRINCIPAL-PART
               MOVE 'P' TO LNS-STATUS
               MOVE WS-RUN-DATE TO LNS-PAID-DATE
           ELSE
               MOVE 'A' TO LNS-STATUS
               DISPLAY V-PN 'LOAN ' LNM-LOAN-NUMBER ' INSTALLMENT '
                   LNS-INSTALLMENT-NO ' NOT COLLECTED IN FULL - IN '
                   'ARREARS'
           END-IF
           REWRITE LOANSCHD-RECORD
           IF NOT WS-LOANSCHD-OK
               DISPLAY V-PN 'LOANSCHD REWRITE FAILED - STATUS '
                   WS-LOANSCHD-STATUS ' - LOAN ' LNM-LOAN-NUMBER
                   ' INSTALLMENT ' LNS-INSTALLMENT-NO
                   ' - SETTLE BY HAND'
               MOVE 8 TO RETURN-CODE
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-REBUILD-POSITION - FROM THE FIRST UNPAID INSTALLMENT ON:
      *                         THE NEW FIRST UNPAID ONE, AND WHAT IS
      *                         STILL OWED OF THOSE ALREADY DUE - THE
      *                         ARREARS. A DUE INSTALLMENT NOT YET
      *                         COLLECTED AT ALL (THE RUN THAT WOULD
      *                         HAVE SUBMITTED IT WAS MISSED) COUNTS AS
      *                         ARREARS TOO.
      ******************************************************************
       2300-REBUILD-POSITION.
           MOVE ZERO TO WS-NEXT-UNPAID
           MOVE ZERO TO WS-OLDEST-DUE-DATE
           MOVE ZERO TO WS-MAX-ATTEMPTS
           MOVE ZERO TO WS-UNPAID-ROWS
           MOVE ZERO TO WS-ARREARS-PRINCIPAL
           MOVE ZERO TO WS-ARREARS-INTEREST
           MOVE 'N' TO WS-SCHEDULE-FOUND-SW
           MOVE 'N' TO WS-SCHEDULE-SCAN-SW
           MOVE LNM-LOAN-NUMBER TO LNS-LOAN-NUMBER
           MOVE LNM-NEXT-UNPAID TO LNS-INSTALLMENT-NO
           START LOANSCHD-FILE KEY IS NOT LESS THAN LNS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCHEDULE-SCAN-SW
           END-START
           PERFORM 2400-TALLY-ONE-INSTALLMENT THRU 2400-EXIT
               UNTIL WS-SCHEDULE-SCAN-DONE
           IF WS-NEXT-UNPAID > ZERO
               MOVE WS-NEXT-UNPAID TO LNM-NEXT-UNPAID
           END-IF
           MOVE WS-ARREARS-PRINCIPAL TO LNM-ARREARS-PRINCIPAL
           MOVE WS-ARREARS-INTEREST TO LNM-ARREARS-INTEREST.
       2300-EXIT.
           EXIT.

       2400-TALLY-ONE-INSTALLMENT.
           READ LOANSCHD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCHEDULE-SCAN-SW
                   GO TO 2400-EXIT
           END-READ
           IF LNS-LOAN-NUMBER NOT = LNM-LOAN-NUMBER
               MOVE 'Y' TO WS-SCHEDULE-SCAN-SW
               GO TO 2400-EXIT
           END-IF
           MOVE 'Y' TO WS-SCHEDULE-FOUND-SW
           IF LNS-PAID
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-UNPAID-ROWS
           IF WS-NEXT-UNPAID = ZERO
               MOVE LNS-INSTALLMENT-NO TO WS-NEXT-UNPAID
           END-IF
           IF LNS-DUE-DATE > WS-RUN-DATE
               MOVE 'Y' TO WS-SCHEDULE-SCAN-SW
               GO TO 2400-EXIT
           END-IF
           IF WS-OLDEST-DUE-DATE = ZERO
               MOVE LNS-DUE-DATE TO WS-OLDEST-DUE-DATE
           END-IF
           IF LNS-ATTEMPTS NUMERIC AND LNS-ATTEMPTS > WS-MAX-ATTEMPTS
               MOVE LNS-ATTEMPTS TO WS-MAX-ATTEMPTS
           END-IF
           COMPUTE WS-ARREARS-PRINCIPAL = WS-ARREARS-PRINCIPAL
               + LNS-PRINCIPAL-PART - LNS-PRINCIPAL-PAID
           COMPUTE WS-ARREARS-INTEREST = WS-ARREARS-INTEREST
               + LNS-INTEREST-PART - LNS-INTEREST-PAID.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-ACCRUE-LATE-INTEREST - THE OVERDUE PRINCIPAL AND INTEREST
      *                             X THE LATE RATE X CALENDAR DAYS
      *                             SINCE THE LAST ACCRUAL / 36500. THE
      *                             FIRST DAY IN ARREARS STARTS THE
      *                             CLOCK; A LOAN OUT OF ARREARS STOPS
      *                             IT.
      ******************************************************************
       2500-ACCRUE-LATE-INTEREST.
           IF LNM-ARREARS-PRINCIPAL + LNM-ARREARS-INTEREST NOT > ZERO
               MOVE ZERO TO LNM-LAST-LATE-ACCRUAL
               GO TO 2500-EXIT
           END-IF
           IF WS-TODAY-DAY-NUMBER = ZERO
               GO TO 2500-EXIT
           END-IF
           IF LNM-LAST-LATE-ACCRUAL NOT NUMERIC OR
                   LNM-LAST-LATE-ACCRUAL = ZERO
               MOVE WS-RUN-DATE TO LNM-LAST-LATE-ACCRUAL
               GO TO 2500-EXIT
           END-IF
           MOVE 'D' TO BDP-FUNCTION
           MOVE LNM-LAST-LATE-ACCRUAL TO BDP-INPUT-DATE
           MOVE ZERO TO BDP-DAY-NUMBER
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF NOT BDP-SUCCESSFUL
               DISPLAY V-PN 'LOAN ' LNM-LOAN-NUMBER
                   ' HAS AN INVALID LAST ACCRUAL DATE - RESTARTED '
                   'FROM TODAY'
               MOVE WS-RUN-DATE TO LNM-LAST-LATE-ACCRUAL
               MOVE 4 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF
           MOVE BDP-DAY-NUMBER TO WS-FROM-DAY-NUMBER
           IF WS-TODAY-DAY-NUMBER NOT > WS-FROM-DAY-NUMBER
               GO TO 2500-EXIT
           END-IF
           COMPUTE WS-LATE-DAYS =
               WS-TODAY-DAY-NUMBER - WS-FROM-DAY-NUMBER
           COMPUTE WS-LATE-ACCRUAL ROUNDED =
               (LNM-ARREARS-PRINCIPAL + LNM-ARREARS-INTEREST)
                   * LNM-LATE-RATE-PCT * WS-LATE-DAYS / 36500
           ADD WS-LATE-ACCRUAL TO LNM-LATE-INTEREST
           MOVE WS-RUN-DATE TO LNM-LAST-LATE-ACCRUAL.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-SET-LOAN-STATUS - PAID OFF WHEN NO INSTALLMENT AND NO
      *                        LATE INTEREST IS LEFT; IN ARREARS WHILE
      *                        ANY DUE AMOUNT OR LATE INTEREST IS
      *                        UNPAID; OTHERWISE CURRENT. A LOAN WHOSE
      *                        SCHEDULE CANNOT BE FOUND IS NEVER TAKEN
      *                        AS PAID OFF.
      ******************************************************************
       2600-SET-LOAN-STATUS.
           IF NOT WS-SCHEDULE-FOUND
               DISPLAY V-PN 'LOAN ' LNM-LOAN-NUMBER
                   ' HAS NO SCHEDULE ON LOANSCHD - CHECK THE LOAN'
               MOVE 8 TO RETURN-CODE
               GO TO 2600-EXIT
           END-IF
           IF WS-UNPAID-ROWS = ZERO AND LNM-LATE-INTEREST NOT > ZERO
               MOVE 'P' TO LNM-STATUS
               MOVE WS-RUN-DATE TO LNM-PAID-OFF-DATE
               MOVE ZERO TO LNM-OUTSTANDING-PRINCIPAL
               MOVE ZERO TO LNM-ARREARS-SINCE
               ADD 1 TO WS-LOANS-PAID-OFF
               DISPLAY V-PN 'LOAN ' LNM-LOAN-NUMBER ' PAID OFF'
               GO TO 2600-EXIT
           END-IF
           IF LNM-ARREARS-PRINCIPAL + LNM-ARREARS-INTEREST > ZERO
                   OR LNM-LATE-INTEREST > ZERO
               MOVE 'R' TO LNM-STATUS
               IF LNM-ARREARS-SINCE NOT NUMERIC OR
                       LNM-ARREARS-SINCE = ZERO
                   MOVE WS-RUN-DATE TO LNM-ARREARS-SINCE
               END-IF
           ELSE
               MOVE 'A' TO LNM-STATUS
               MOVE ZERO TO LNM-ARREARS-SINCE
           END-IF.
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
      * 2950-LOOKUP-TRACE - DID THE ENTRY WS-LOOKUP-TRACE POST? ONLY A
      *                     POSTED ENTRY REACHES TRANXREF, SO ONE NOT
      *                     FOUND WAS REFUSED.
      ******************************************************************
       2950-LOOKUP-TRACE.
           MOVE 'N' TO WS-ENTRY-POSTED-SW
           MOVE WS-LOOKUP-TRACE TO TXR-TRACE-ID
           READ TRANXREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TXR-RETURN-CODE < 08
                       MOVE 'Y' TO WS-ENTRY-POSTED-SW
                   END-IF
           END-READ
           IF WS-ENTRY-POSTED
               ADD 1 TO WS-ENTRIES-POSTED
           ELSE
               ADD 1 TO WS-ENTRIES-MISSED
           END-IF.
       2950-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REPORT-ONE-LOAN - ONE ARREARS REPORT LINE.
      ******************************************************************
       3000-REPORT-ONE-LOAN.
           ADD 1 TO WS-LOANS-IN-ARREARS
           ADD LNM-ARREARS-PRINCIPAL TO WS-TOTAL-PRINCIPAL
           ADD LNM-ARREARS-INTEREST TO WS-TOTAL-INTEREST
           ADD LNM-LATE-INTEREST TO WS-TOTAL-LATE
           MOVE ZERO TO WS-DAYS-OVERDUE
           IF WS-OLDEST-DUE-DATE > ZERO AND WS-TODAY-DAY-NUMBER > ZERO
               MOVE 'D' TO BDP-FUNCTION
               MOVE WS-OLDEST-DUE-DATE TO BDP-INPUT-DATE
               MOVE ZERO TO BDP-DAY-NUMBER
               CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
               IF BDP-SUCCESSFUL AND
                       BDP-DAY-NUMBER < WS-TODAY-DAY-NUMBER
                   COMPUTE WS-DAYS-OVERDUE =
                       WS-TODAY-DAY-NUMBER - BDP-DAY-NUMBER
               END-IF
           END-IF
           MOVE WS-DAYS-OVERDUE TO WS-DAYS-EDIT
           MOVE LNM-ARREARS-PRINCIPAL TO WS-PRINCIPAL-EDIT
           MOVE LNM-ARREARS-INTEREST TO WS-INTEREST-EDIT
           MOVE LNM-LATE-INTEREST TO WS-LATE-EDIT
           MOVE WS-MAX-ATTEMPTS TO WS-ATTEMPTS-EDIT
           MOVE SPACES TO LNA-RECORD
           STRING LNM-LOAN-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LNM-CUSTOMER-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LNM-LINKED-ACCOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OLDEST-DUE-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DAYS-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LNM-NEXT-UNPAID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRINCIPAL-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-INTEREST-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-LATE-EDIT DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-ATTEMPTS-EDIT DELIMITED BY SIZE
               INTO LNA-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           DISPLAY V-PN LNA-RECORD(1:80)
           IF WS-REPORT-IS-OPEN
               WRITE LNA-RECORD
           END-IF
           MOVE SPACES TO LNA-RECORD.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - THE REPORT TOTALS, AND CLOSE UP.
      ******************************************************************
       9000-TERMINATE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE WS-LOANS-IN-ARREARS TO WS-COUNT-EDIT
           MOVE WS-TOTAL-PRINCIPAL TO WS-PRINCIPAL-EDIT
           MOVE WS-TOTAL-INTEREST TO WS-INTEREST-EDIT
           MOVE WS-TOTAL-LATE TO WS-LATE-EDIT
           STRING 'LOANS IN ARREARS ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  '                        ' DELIMITED BY SIZE
                  WS-PRINCIPAL-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-INTEREST-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-LATE-EDIT DELIMITED BY SIZE
               INTO LNA-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           IF WS-REPORT-IS-OPEN
               CLOSE EXPLNRES-FILE
           END-IF
           IF WS-TRANXREF-IS-OPEN
               CLOSE TRANXREF-FILE
           END-IF
           IF WS-LOANSCHD-IS-OPEN
               CLOSE LOANSCHD-FILE
               CLOSE LOANMSTR-FILE
           END-IF
           DISPLAY V-PN 'LOANS READ...........: ' WS-LOANS-READ
           DISPLAY V-PN 'LOANS SETTLED........: ' WS-LOANS-SETTLED
           DISPLAY V-PN 'ENTRIES POSTED.......: ' WS-ENTRIES-POSTED
           DISPLAY V-PN 'ENTRIES NOT POSTED...: ' WS-ENTRIES-MISSED
           DISPLAY V-PN 'LOANS IN ARREARS.....: ' WS-LOANS-IN-ARREARS
           DISPLAY V-PN 'LOANS PAID OFF.......: ' WS-LOANS-PAID-OFF.
       9000-EXIT.
           EXIT.
