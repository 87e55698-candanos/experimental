      ******************************************************************
      * PROGRAM-ID : EXPLNSTM
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - INSTALLMENT LOAN STATEMENT,
      *                    SUBMITTED BY OPERATIONS LIKE EXPSTMT. FOR
      *                    EVERY LOAN ON LOANMSTR STILL BEING REPAID,
      *                    OR PAID OFF IN THE CURRENT MONTH, A HEADER
      *                    WITH THE LOAN'S TERMS, THEN ITS WHOLE
      *                    AMORTIZATION SCHEDULE FROM LOANSCHD - DUE
      *                    DATE, INSTALLMENT, INTEREST AND PRINCIPAL
      *                    PARTS, PRINCIPAL LEFT AFTERWARDS, WHAT HAS
      *                    BEEN COLLECTED AND WHEN - AND A SUMMARY OF
      *                    WHAT HAS BEEN REPAID, WHAT IS STILL OWED,
      *                    WHAT IS OVERDUE AND THE LATE INTEREST
      *                    CHARGED ON IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPLNSTM.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LNM-LOAN-NUMBER
               FILE STATUS IS WS-LOANMSTR-STATUS.
           SELECT LOANSCHD-FILE ASSIGN TO 'LOANSCHD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNS-KEY
               FILE STATUS IS WS-LOANSCHD-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT EXPLNSTM-FILE ASSIGN TO 'EXPLNSTF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPLNSTM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANMSTR.

       FD  LOANSCHD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANSCHD.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       FD  EXPLNSTM-FILE
           LABEL RECORDS ARE STANDARD.
       01  LST-RECORD                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPLNSTM->'.

       01  WS-FILE-STATUSES.
           05  WS-LOANMSTR-STATUS          PIC X(02) VALUE '00'.
               88  WS-LOANMSTR-OK              VALUE '00'.
           05  WS-LOANSCHD-STATUS          PIC X(02) VALUE '00'.
               88  WS-LOANSCHD-OK              VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-EXPLNSTM-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPLNSTM-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-LOANMSTR-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-LOANMSTR-EOF-REACHED     VALUE 'Y'.
           05  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-REPORT-IS-OPEN           VALUE 'Y'.
           05  WS-LOANS-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-LOANS-ARE-OPEN           VALUE 'Y'.
           05  WS-SCHEDULE-SCAN-SW         PIC X(01) VALUE 'N'.
               88  WS-SCHEDULE-SCAN-DONE       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOANS-READ               PIC 9(05) COMP VALUE ZERO.
           05  WS-STATEMENTS-PRINTED       PIC 9(05) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM               PIC 9(06).
           05  FILLER                      PIC 9(02).
       01  WS-PAID-OFF-DATE                PIC 9(08) VALUE ZERO.
       01  WS-PAID-OFF-DATE-X REDEFINES WS-PAID-OFF-DATE.
           05  WS-PAID-OFF-YYYYMM          PIC 9(06).
           05  FILLER                      PIC 9(02).

      ******************************************************************
      * WS-STATEMENT-TOTALS - ONE LOAN'S COLLECTIONS TO DATE.
      ******************************************************************
       01  WS-STATEMENT-TOTALS.
           05  WS-TOTAL-PRINCIPAL-PAID     PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-INTEREST-PAID      PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-PAID-EDIT-AMOUNT         PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

       01  WS-STATUS-DESC                  PIC X(09) VALUE SPACES.

       01  WS-REPORT-EDITS.
           05  WS-AMOUNT-EDIT              PIC -(10)9.99.
           05  WS-INTEREST-EDIT            PIC -(10)9.99.
           05  WS-PRINCIPAL-EDIT           PIC -(10)9.99.
           05  WS-BALANCE-EDIT             PIC -(10)9.99.
           05  WS-PAID-EDIT                PIC -(10)9.99.
           05  WS-RATE-EDIT                PIC Z9.9999.
           05  WS-LATE-RATE-EDIT           PIC Z9.9999.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-STATE-ONE-LOAN THRU 2000-EXIT
               UNTIL WS-LOANMSTR-EOF-REACHED
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - THE BUSINESS DATE, THE STATEMENT FILE, AND
      *                   THE LOAN FILES.
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
           OPEN OUTPUT EXPLNSTM-FILE
           IF WS-EXPLNSTM-OK
               MOVE 'Y' TO WS-REPORT-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPLNSTF - STATUS '
                   WS-EXPLNSTM-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-LOANMSTR-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT LOANMSTR-FILE
           IF NOT WS-LOANMSTR-OK
               MOVE 'NO LOANS ON FILE' TO LST-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               MOVE 'Y' TO WS-LOANMSTR-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT LOANSCHD-FILE
           IF NOT WS-LOANSCHD-OK
               DISPLAY V-PN 'UNABLE TO OPEN LOANSCHD - STATUS '
                   WS-LOANSCHD-STATUS ' - NO STATEMENTS'
               CLOSE LOANMSTR-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-LOANMSTR-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-LOANS-OPEN-SWITCH
           PERFORM 2900-READ-NEXT-LOAN THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-STATE-ONE-LOAN - A LOAN STILL BEING REPAID, OR PAID OFF
      *                       THIS MONTH, GETS A STATEMENT. A LOAN NOT
      *                       YET DISBURSED HAS NOTHING TO STATE.
      ******************************************************************
       2000-STATE-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF LNM-BOOKED
               GO TO 2000-NEXT
           END-IF
           IF LNM-PAID-OFF
               MOVE LNM-PAID-OFF-DATE TO WS-PAID-OFF-DATE
               IF WS-PAID-OFF-YYYYMM NOT = WS-RUN-YYYYMM
                   GO TO 2000-NEXT
               END-IF
           END-IF
           PERFORM 2100-PRINT-LOAN-HEADER THRU 2100-EXIT
           MOVE ZERO TO WS-TOTAL-PRINCIPAL-PAID
           MOVE ZERO TO WS-TOTAL-INTEREST-PAID
           MOVE 'N' TO WS-SCHEDULE-SCAN-SW
           MOVE LNM-LOAN-NUMBER TO LNS-LOAN-NUMBER
           MOVE ZERO TO LNS-INSTALLMENT-NO
           START LOANSCHD-FILE KEY IS NOT LESS THAN LNS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCHEDULE-SCAN-SW
           END-START
           PERFORM 2200-PRINT-ONE-INSTALLMENT THRU 2200-EXIT
               UNTIL WS-SCHEDULE-SCAN-DONE
           PERFORM 2300-PRINT-LOAN-SUMMARY THRU 2300-EXIT
           ADD 1 TO WS-STATEMENTS-PRINTED.
       2000-NEXT.
           PERFORM 2900-READ-NEXT-LOAN THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PRINT-LOAN-HEADER - THE LOAN'S TERMS.
      ******************************************************************
       2100-PRINT-LOAN-HEADER.
           MOVE ALL '=' TO LST-RECORD(1:100)
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           STRING 'LOAN STATEMENT AS OF ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '   LOAN ' DELIMITED BY SIZE
                  LNM-LOAN-NUMBER DELIMITED BY SIZE
                  '   CUSTOMER ' DELIMITED BY SIZE
                  LNM-CUSTOMER-NUMBER DELIMITED BY SIZE
                  '   LINKED ACCOUNT ' DELIMITED BY SIZE
                  LNM-LINKED-ACCOUNT DELIMITED BY SIZE
               INTO LST-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE LNM-PRINCIPAL TO WS-AMOUNT-EDIT
           MOVE LNM-RATE-PCT TO WS-RATE-EDIT
           MOVE LNM-LATE-RATE-PCT TO WS-LATE-RATE-EDIT
           MOVE LNM-INSTALLMENT-AMOUNT TO WS-BALANCE-EDIT
           STRING 'AMOUNT LENT ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  '  RATE ' DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
                  '  LATE RATE ' DELIMITED BY SIZE
                  WS-LATE-RATE-EDIT DELIMITED BY SIZE
                  '  TERM ' DELIMITED BY SIZE
                  LNM-TERM-MONTHS DELIMITED BY SIZE
                  ' MONTHS  INSTALLMENT ' DELIMITED BY SIZE
                  WS-BALANCE-EDIT DELIMITED BY SIZE
                  '  DISBURSED ' DELIMITED BY SIZE
                  LNM-START-DATE DELIMITED BY SIZE
               INTO LST-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE 'NO. DUE DATE' TO LST-RECORD(1:12)
           MOVE 'INSTALLMENT' TO LST-RECORD(17:11)
           MOVE 'INTEREST' TO LST-RECORD(35:8)
           MOVE 'PRINCIPAL' TO LST-RECORD(49:9)
           MOVE 'BALANCE AFTER' TO LST-RECORD(60:13)
           MOVE 'COLLECTED' TO LST-RECORD(79:9)
           MOVE 'STATUS' TO LST-RECORD(89:6)
           MOVE 'PAID ON' TO LST-RECORD(99:7)
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-PRINT-ONE-INSTALLMENT - ONE SCHEDULE LINE.
      ******************************************************************
       2200-PRINT-ONE-INSTALLMENT.
           READ LOANSCHD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCHEDULE-SCAN-SW
                   GO TO 2200-EXIT
           END-READ
           IF LNS-LOAN-NUMBER NOT = LNM-LOAN-NUMBER
               MOVE 'Y' TO WS-SCHEDULE-SCAN-SW
               GO TO 2200-EXIT
           END-IF
           ADD LNS-PRINCIPAL-PAID TO WS-TOTAL-PRINCIPAL-PAID
           ADD LNS-INTEREST-PAID TO WS-TOTAL-INTEREST-PAID
           COMPUTE WS-PAID-EDIT-AMOUNT =
               LNS-PRINCIPAL-PAID + LNS-INTEREST-PAID
           EVALUATE TRUE
               WHEN LNS-PAID
                   MOVE 'PAID     ' TO WS-STATUS-DESC
               WHEN LNS-IN-ARREARS
                   MOVE 'OVERDUE  ' TO WS-STATUS-DESC
               WHEN LNS-SUBMITTED
                   MOVE 'COLLECTNG' TO WS-STATUS-DESC
               WHEN LNS-DUE-DATE NOT > WS-RUN-DATE
                   MOVE 'DUE      ' TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE 'SCHEDULED' TO WS-STATUS-DESC
           END-EVALUATE
           MOVE LNS-INSTALLMENT-AMOUNT TO WS-AMOUNT-EDIT
           MOVE LNS-INTEREST-PART TO WS-INTEREST-EDIT
           MOVE LNS-PRINCIPAL-PART TO WS-PRINCIPAL-EDIT
           MOVE LNS-BALANCE-AFTER TO WS-BALANCE-EDIT
           MOVE WS-PAID-EDIT-AMOUNT TO WS-PAID-EDIT
           STRING LNS-INSTALLMENT-NO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LNS-DUE-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-INTEREST-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRINCIPAL-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BALANCE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PAID-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STATUS-DESC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
               INTO LST-RECORD
           IF LNS-PAID
               MOVE LNS-PAID-DATE TO LST-RECORD(99:8)
           END-IF
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-PRINT-LOAN-SUMMARY - REPAID, OWED, OVERDUE AND LATE
      *                           INTEREST.
      ******************************************************************
       2300-PRINT-LOAN-SUMMARY.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE WS-TOTAL-PRINCIPAL-PAID TO WS-PRINCIPAL-EDIT
           MOVE WS-TOTAL-INTEREST-PAID TO WS-INTEREST-EDIT
           STRING 'PRINCIPAL REPAID      ' DELIMITED BY SIZE
                  WS-PRINCIPAL-EDIT DELIMITED BY SIZE
                  '   INTEREST PAID      ' DELIMITED BY SIZE
                  WS-INTEREST-EDIT DELIMITED BY SIZE
               INTO LST-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE LNM-OUTSTANDING-PRINCIPAL TO WS-BALANCE-EDIT
           MOVE LNM-LATE-INTEREST TO WS-PAID-EDIT
           STRING 'PRINCIPAL OUTSTANDING ' DELIMITED BY SIZE
                  WS-BALANCE-EDIT DELIMITED BY SIZE
                  '   LATE INTEREST DUE  ' DELIMITED BY SIZE
                  WS-PAID-EDIT DELIMITED BY SIZE
               INTO LST-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE LNM-ARREARS-PRINCIPAL TO WS-PRINCIPAL-EDIT
           MOVE LNM-ARREARS-INTEREST TO WS-INTEREST-EDIT
           STRING 'PRINCIPAL OVERDUE     ' DELIMITED BY SIZE
                  WS-PRINCIPAL-EDIT DELIMITED BY SIZE
                  '   INTEREST OVERDUE   ' DELIMITED BY SIZE
                  WS-INTEREST-EDIT DELIMITED BY SIZE
               INTO LST-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           IF LNM-IN-ARREARS
               STRING '** LOAN IN ARREARS SINCE ' DELIMITED BY SIZE
                      LNM-ARREARS-SINCE DELIMITED BY SIZE
                   INTO LST-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF
           IF LNM-PAID-OFF
               STRING '** LOAN PAID OFF ON ' DELIMITED BY SIZE
                      LNM-PAID-OFF-DATE DELIMITED BY SIZE
                   INTO LST-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       2300-EXIT.
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

       8100-WRITE-REPORT-LINE.
           IF WS-REPORT-IS-OPEN
               WRITE LST-RECORD
           END-IF
           MOVE SPACES TO LST-RECORD.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-LOANS-ARE-OPEN
               CLOSE LOANSCHD-FILE
               CLOSE LOANMSTR-FILE
           END-IF
           IF WS-REPORT-IS-OPEN
               CLOSE EXPLNSTM-FILE
           END-IF
           DISPLAY V-PN 'LOANS READ...........: ' WS-LOANS-READ
           DISPLAY V-PN 'STATEMENTS PRINTED...: '
               WS-STATEMENTS-PRINTED.
       9000-EXIT.
           EXIT.
