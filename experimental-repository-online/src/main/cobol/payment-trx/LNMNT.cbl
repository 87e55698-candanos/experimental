      ******************************************************************
      * PROGRAM-ID : LNMNT
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - INSTALLMENT LOAN SERVICE,
      *                    CALLABLE THE SAME WAY TDMNT AND ACCTMNT ARE.
      *                    'O' BOOKS A LOAN ON LOANMSTR AGAINST AN OPEN
      *                    ACCTMSTR ACCOUNT (THE LINKED ACCOUNT THE
      *                    LOAN IS PAID INTO AND COLLECTED FROM) AND
      *                    WRITES ITS AMORTIZATION SCHEDULE TO LOANSCHD
      *                    - A LEVEL MONTHLY INSTALLMENT FROM THE
      *                    ANNUITY FORMULA, EACH ONE SPLIT INTO THE
      *                    MONTH'S INTEREST ON THE PRINCIPAL STILL OWED
      *                    AND THE PRINCIPAL IT REPAYS, THE LAST ONE
      *                    TAKING WHATEVER PRINCIPAL IS LEFT. THE FIRST
      *                    INSTALLMENT FALLS DUE A MONTH AFTER BOOKING.
      *                    NOTHING POSTS HERE - EXPLNCOL DISBURSES THE
      *                    LOAN IN THE NIGHT'S CHAIN. 'I' HANDS THE
      *                    LOAN'S POSITION BACK. THE OPERATOR IS
      *                    CHECKED AGAINST THE CENTRAL OPERCHK
      *                    ENTITLEMENT MASTER (SERVICE LNMNT, ACTION =
      *                    THE FUNCTION).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNMNT.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS LNM-LOAN-NUMBER
               FILE STATUS IS WS-LOANMSTR-STATUS.
           SELECT LOANSCHD-FILE ASSIGN TO 'LOANSCHD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LNS-KEY
               FILE STATUS IS WS-LOANSCHD-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
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

       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
      *    READ ONLY - THE LINKED ACCOUNT'S STANDING AND OWNER.
           COPY ACCTMSTR.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'LNMNT->   '.
       01  WS-OPERCHK-NAME                 PIC X(08) VALUE 'OPERCHK'.
           COPY OPCHKPRM.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.
           COPY BUSDPARM.

       01  WS-FILE-STATUSES.
           05  WS-LOANMSTR-STATUS          PIC X(02) VALUE '00'.
               88  WS-LOANMSTR-OK              VALUE '00'.
               88  WS-LOANMSTR-NOT-FOUND       VALUES '23' '35'.
           05  WS-LOANSCHD-STATUS          PIC X(02) VALUE '00'.
               88  WS-LOANSCHD-OK              VALUE '00'.
               88  WS-LOANSCHD-NOT-FOUND       VALUES '23' '35'.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-LOANMSTR-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-LOANMSTR-IS-OPEN         VALUE 'Y'.
           05  WS-LOANSCHD-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-LOANSCHD-IS-OPEN         VALUE 'Y'.
           05  WS-LOAN-FOUND-SW            PIC X(01) VALUE 'N'.
               88  WS-LOAN-FOUND               VALUE 'Y'.
           05  WS-ACCOUNT-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-ACCOUNT-FOUND            VALUE 'Y'.
           05  WS-FACTOR-OVERFLOW-SW       PIC X(01) VALUE 'N'.
               88  WS-FACTOR-OVERFLOWED        VALUE 'Y'.

      ******************************************************************
      * WS-LOAN-WORK - THE BUSINESS DATE AND THE SCHEDULE ARITHMETIC.
      * THE MONTHLY RATE AND THE COMPOUNDING FACTOR ARE CARRIED TO
      * TWELVE PLACES SO THE LEVEL INSTALLMENT COMES OUT TO THE CENT.
      ******************************************************************
       01  WS-LOAN-WORK.
           05  WS-TODAY                    PIC 9(08) VALUE ZERO.
           05  WS-MONTHLY-RATE             PIC 9V9(12) COMP-3
                                            VALUE ZERO.
           05  WS-GROWTH-FACTOR            PIC 9(05)V9(12) COMP-3
                                            VALUE ZERO.
           05  WS-MONTH-INDEX              PIC 9(03) COMP VALUE ZERO.
           05  WS-INSTALLMENT              PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-BALANCE                  PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-INTEREST-PART            PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-PRINCIPAL-PART           PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-FINAL-DUE-DATE           PIC 9(08) VALUE ZERO.
           05  WS-AMOUNT-EDIT              PIC -(10)9.99.

       LINKAGE SECTION.
           COPY LNMCOMM.

      ******************************************************************
      * 0000-MAINLINE - EDIT THE REQUEST, OPEN THE LOAN FILES, AND
      *                 BOOK OR ANSWER.
      ******************************************************************
       PROCEDURE DIVISION USING LNMNT-COMMAREA.

       0000-MAINLINE.
           MOVE ZERO TO LNC-RETURN-CODE
           MOVE SPACES TO LNC-REJECT-REASON
           MOVE SPACES TO LNC-STATUS
           MOVE ZERO TO LNC-INSTALLMENT-AMOUNT
           MOVE ZERO TO LNC-OUTSTANDING-PRINCIPAL
           MOVE ZERO TO LNC-ARREARS-AMOUNT
           MOVE ZERO TO LNC-LATE-INTEREST
           MOVE ZERO TO LNC-NEXT-DUE-DATE
           MOVE ZERO TO LNC-FINAL-DUE-DATE
           PERFORM 0100-SET-BUSINESS-DATE THRU 0100-EXIT
           PERFORM 1000-EDIT-REQUEST THRU 1000-EXIT
           IF LNC-REJECTED
               DISPLAY V-PN 'REQUEST REJECTED AT EDIT - '
                   LNC-REJECT-REASON
               GOBACK
           END-IF
           PERFORM 1100-OPEN-LOAN-FILES THRU 1100-EXIT
           IF NOT LNC-REJECTED
               EVALUATE TRUE
                   WHEN LNC-FUNC-BOOK
                       PERFORM 2000-BOOK-LOAN THRU 2000-EXIT
                   WHEN LNC-FUNC-INQUIRE
                       PERFORM 4000-INQUIRE-LOAN THRU 4000-EXIT
               END-EVALUATE
           END-IF
           IF WS-LOANMSTR-IS-OPEN
               CLOSE LOANMSTR-FILE
           END-IF
           IF WS-LOANSCHD-IS-OPEN
               CLOSE LOANSCHD-FILE
           END-IF
           GOBACK.

      ******************************************************************
      * 0100-SET-BUSINESS-DATE - THE DECLARED BUSINESS DATE FROM
      *                          BUSDCTL, READ AT EACH CALL THE SAME
      *                          WAY TDMNT READS IT. SYSTEM DATE AS
      *                          FALLBACK.
      ******************************************************************
       0100-SET-BUSINESS-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
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
           END-READ
           CLOSE BUSDCTL-FILE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 1000-EDIT-REQUEST - FIELD EDITS AND THE OPERATOR ENTITLEMENT
      *                     CHECK BEFORE ANY FILE IS TOUCHED.
      ******************************************************************
       1000-EDIT-REQUEST.
           IF NOT LNC-FUNC-BOOK AND NOT LNC-FUNC-INQUIRE
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'FUNCTION MUST BE O OR I' TO LNC-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF LNC-LOAN-NUMBER = SPACES OR LOW-VALUES
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'LOAN NUMBER IS BLANK' TO LNC-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF LNC-OPERATOR-ID = SPACES OR LOW-VALUES
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'OPERATOR ID IS BLANK' TO LNC-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           MOVE LNC-OPERATOR-ID TO OPC-OPERATOR-ID
           MOVE 'LNMNT   ' TO OPC-SERVICE-NAME
           MOVE LNC-FUNCTION TO OPC-ACTION
           CALL WS-OPERCHK-NAME USING OPERCHK-PARM
           CANCEL WS-OPERCHK-NAME
           IF OPC-NOT-AUTHORIZED
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'OPERATOR NOT ENTITLED TO THIS FUNCTION'
                   TO LNC-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF NOT LNC-FUNC-BOOK
               GO TO 1000-EXIT
           END-IF
           IF LNC-LINKED-ACCOUNT = SPACES OR LOW-VALUES
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'LINKED ACCOUNT IS BLANK' TO LNC-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF LNC-PRINCIPAL NOT NUMERIC OR LNC-PRINCIPAL NOT > ZERO
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'PRINCIPAL MUST BE GREATER THAN ZERO'
                   TO LNC-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF LNC-RATE-PCT NOT NUMERIC
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'RATE IS NOT NUMERIC' TO LNC-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF LNC-LATE-RATE-PCT NOT NUMERIC
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'LATE RATE IS NOT NUMERIC' TO LNC-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF LNC-TERM-MONTHS NOT NUMERIC OR LNC-TERM-MONTHS = ZERO
                   OR LNC-TERM-MONTHS > 360
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'TERM MUST BE 1 TO 360 MONTHS'
                   TO LNC-REJECT-REASON
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-OPEN-LOAN-FILES - OPEN BOTH FOR UPDATE, CREATING EACH THE
      *                        FIRST TIME, THE SAME WAY TDMNT CREATES
      *                        TERMDEP.
      ******************************************************************
       1100-OPEN-LOAN-FILES.
           OPEN I-O LOANMSTR-FILE
           IF WS-LOANMSTR-NOT-FOUND
               OPEN OUTPUT LOANMSTR-FILE
               IF WS-LOANMSTR-OK
                   CLOSE LOANMSTR-FILE
                   OPEN I-O LOANMSTR-FILE
               END-IF
           END-IF
           IF NOT WS-LOANMSTR-OK
               DISPLAY V-PN 'UNABLE TO OPEN LOANMSTR - STATUS '
                   WS-LOANMSTR-STATUS
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'LOAN MASTER FILE UNAVAILABLE' TO LNC-REJECT-REASON
               GO TO 1100-EXIT
           END-IF
           MOVE 'Y' TO WS-LOANMSTR-OPEN-SW
           OPEN I-O LOANSCHD-FILE
           IF WS-LOANSCHD-NOT-FOUND
               OPEN OUTPUT LOANSCHD-FILE
               IF WS-LOANSCHD-OK
                   CLOSE LOANSCHD-FILE
                   OPEN I-O LOANSCHD-FILE
               END-IF
           END-IF
           IF WS-LOANSCHD-OK
               MOVE 'Y' TO WS-LOANSCHD-OPEN-SW
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN LOANSCHD - STATUS '
                   WS-LOANSCHD-STATUS
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'LOAN SCHEDULE FILE UNAVAILABLE'
                   TO LNC-REJECT-REASON
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-READ-LOAN - THE LOAN'S LOANMSTR RECORD, IF ANY.
      ******************************************************************
       1200-READ-LOAN.
           MOVE 'N' TO WS-LOAN-FOUND-SW
           MOVE LNC-LOAN-NUMBER TO LNM-LOAN-NUMBER
           READ LOANMSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOAN-FOUND-SW
           END-READ.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-VERIFY-LINKED-ACCOUNT - THE LINKED ACCOUNT MUST BE ON FILE
      *                              AND ACTIVE, AND MUST NOT BE A TERM
      *                              DEPOSIT. THE LOAN IS BOOKED TO ITS
      *                              OWNER.
      ******************************************************************
       1300-VERIFY-LINKED-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SW
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'ACCOUNT MASTER FILE UNAVAILABLE'
                   TO LNC-REJECT-REASON
               GO TO 1300-EXIT
           END-IF
           MOVE LNC-LINKED-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCTMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-SW
           END-READ
           CLOSE ACCTMST-FILE
           IF NOT WS-ACCOUNT-FOUND
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'LINKED ACCOUNT NOT ON FILE' TO LNC-REJECT-REASON
               GO TO 1300-EXIT
           END-IF
           IF NOT ACM-ACTIVE
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'LINKED ACCOUNT IS NOT ACTIVE' TO LNC-REJECT-REASON
               GO TO 1300-EXIT
           END-IF
           IF ACM-TERM-DEPOSIT
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'LINKED ACCOUNT IS A TERM DEPOSIT'
                   TO LNC-REJECT-REASON
           END-IF.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 2000-BOOK-LOAN - A NEW LOAN NUMBER ON AN ACCEPTABLE LINKED
      *                  ACCOUNT. THE SCHEDULE IS WRITTEN FIRST AND THE
      *                  LOAN LAST, SO EXPLNCOL NEVER SEES A LOAN
      *                  WITHOUT ITS SCHEDULE.
      ******************************************************************
       2000-BOOK-LOAN.
           PERFORM 1200-READ-LOAN THRU 1200-EXIT
           IF WS-LOAN-FOUND
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'LOAN NUMBER ALREADY ON FILE' TO LNC-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           PERFORM 1300-VERIFY-LINKED-ACCOUNT THRU 1300-EXIT
           IF LNC-REJECTED
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-COMPUTE-INSTALLMENT THRU 2100-EXIT
           IF LNC-REJECTED
               GO TO 2000-EXIT
           END-IF
           MOVE LNC-PRINCIPAL TO WS-BALANCE
           PERFORM 2200-WRITE-ONE-INSTALLMENT THRU 2200-EXIT
               VARYING WS-MONTH-INDEX FROM 1 BY 1
               UNTIL WS-MONTH-INDEX > LNC-TERM-MONTHS
                  OR LNC-REJECTED
           IF LNC-REJECTED
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO LOANMSTR-RECORD
           MOVE LNC-LOAN-NUMBER TO LNM-LOAN-NUMBER
           MOVE 'B' TO LNM-STATUS
           MOVE ACM-CUSTOMER-NUMBER TO LNM-CUSTOMER-NUMBER
           MOVE LNC-LINKED-ACCOUNT TO LNM-LINKED-ACCOUNT
           MOVE LNC-PRINCIPAL TO LNM-PRINCIPAL
           MOVE LNC-RATE-PCT TO LNM-RATE-PCT
           IF LNC-LATE-RATE-PCT = ZERO
               MOVE LNC-RATE-PCT TO LNM-LATE-RATE-PCT
           ELSE
               MOVE LNC-LATE-RATE-PCT TO LNM-LATE-RATE-PCT
           END-IF
           MOVE LNC-TERM-MONTHS TO LNM-TERM-MONTHS
           MOVE WS-INSTALLMENT TO LNM-INSTALLMENT-AMOUNT
           MOVE WS-TODAY TO LNM-START-DATE
           MOVE LNC-PRINCIPAL TO LNM-OUTSTANDING-PRINCIPAL
           MOVE ZERO TO LNM-ARREARS-PRINCIPAL
           MOVE ZERO TO LNM-ARREARS-INTEREST
           MOVE ZERO TO LNM-LATE-INTEREST
           MOVE ZERO TO LNM-ARREARS-SINCE
           MOVE ZERO TO LNM-LAST-LATE-ACCRUAL
           MOVE 1 TO LNM-NEXT-UNPAID
           MOVE 'N' TO LNM-PENDING-SW
           MOVE SPACES TO LNM-DISBURSE-TRACE-ID
           MOVE SPACES TO LNM-LATE-TRACE-ID
           MOVE ZERO TO LNM-LATE-SUBMITTED
           MOVE WS-TODAY TO LNM-BOOKED-DATE
           MOVE ZERO TO LNM-PAID-OFF-DATE
           MOVE LNC-OPERATOR-ID TO LNM-OPERATOR-ID
           WRITE LOANMSTR-RECORD
               INVALID KEY
                   MOVE 08 TO LNC-RETURN-CODE
                   MOVE 'LOAN MASTER FILE WRITE FAILED'
                       TO LNC-REJECT-REASON
                   GO TO 2000-EXIT
           END-WRITE
           PERFORM 4100-RETURN-POSITION THRU 4100-EXIT
           MOVE WS-FINAL-DUE-DATE TO LNC-FINAL-DUE-DATE
           MOVE WS-INSTALLMENT TO WS-AMOUNT-EDIT
           DISPLAY V-PN 'LOAN ' LNC-LOAN-NUMBER ' BOOKED ON '
               LNC-LINKED-ACCOUNT ' INSTALLMENT ' WS-AMOUNT-EDIT
               ' FINAL DUE ' WS-FINAL-DUE-DATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-COMPUTE-INSTALLMENT - THE LEVEL MONTHLY INSTALLMENT,
      *                            P X R X F / (F - 1) WHERE R IS THE
      *                            MONTHLY RATE AND F IS (1 + R) TO THE
      *                            POWER OF THE TERM, BUILT UP A MONTH
      *                            AT A TIME. AN INTEREST-FREE LOAN
      *                            REPAYS THE PRINCIPAL IN EQUAL PARTS.
      ******************************************************************
       2100-COMPUTE-INSTALLMENT.
           MOVE ZERO TO WS-INSTALLMENT
           IF LNC-RATE-PCT = ZERO
               MOVE ZERO TO WS-MONTHLY-RATE
               COMPUTE WS-INSTALLMENT ROUNDED =
                   LNC-PRINCIPAL / LNC-TERM-MONTHS
               GO TO 2100-EXIT
           END-IF
           COMPUTE WS-MONTHLY-RATE ROUNDED = LNC-RATE-PCT / 1200
           MOVE 1 TO WS-GROWTH-FACTOR
           MOVE 'N' TO WS-FACTOR-OVERFLOW-SW
           PERFORM 2150-COMPOUND-ONE-MONTH THRU 2150-EXIT
               VARYING WS-MONTH-INDEX FROM 1 BY 1
               UNTIL WS-MONTH-INDEX > LNC-TERM-MONTHS
                  OR WS-FACTOR-OVERFLOWED
           IF WS-FACTOR-OVERFLOWED OR WS-GROWTH-FACTOR NOT > 1
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'RATE AND TERM GIVE NO USABLE INSTALLMENT'
                   TO LNC-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           COMPUTE WS-INSTALLMENT ROUNDED =
               LNC-PRINCIPAL * WS-MONTHLY-RATE * WS-GROWTH-FACTOR
                   / (WS-GROWTH-FACTOR - 1).
       2100-EXIT.
           EXIT.

       2150-COMPOUND-ONE-MONTH.
           COMPUTE WS-GROWTH-FACTOR ROUNDED =
               WS-GROWTH-FACTOR * (1 + WS-MONTHLY-RATE)
               ON SIZE ERROR
                   MOVE 'Y' TO WS-FACTOR-OVERFLOW-SW
           END-COMPUTE.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-WRITE-ONE-INSTALLMENT - THE MONTH'S INTEREST ON THE
      *                              PRINCIPAL STILL OWED, THE REST OF
      *                              THE INSTALLMENT AGAINST PRINCIPAL.
      *                              THE LAST INSTALLMENT CLEARS THE
      *                              BALANCE EXACTLY. A ROW LEFT OVER
      *                              FROM A BOOKING THAT FAILED PART WAY
      *                              IS OVERWRITTEN.
      ******************************************************************
       2200-WRITE-ONE-INSTALLMENT.
           COMPUTE WS-INTEREST-PART ROUNDED =
               WS-BALANCE * WS-MONTHLY-RATE
           COMPUTE WS-PRINCIPAL-PART = WS-INSTALLMENT - WS-INTEREST-PART
           IF WS-MONTH-INDEX = LNC-TERM-MONTHS OR
                   WS-PRINCIPAL-PART > WS-BALANCE
               MOVE WS-BALANCE TO WS-PRINCIPAL-PART
           END-IF
           IF WS-PRINCIPAL-PART < ZERO
               MOVE ZERO TO WS-PRINCIPAL-PART
           END-IF
           SUBTRACT WS-PRINCIPAL-PART FROM WS-BALANCE
           MOVE 'M' TO BDP-FUNCTION
           MOVE WS-TODAY TO BDP-INPUT-DATE
           MOVE WS-MONTH-INDEX TO BDP-MONTHS
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF NOT BDP-SUCCESSFUL
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'DUE DATES COULD NOT BE SET' TO LNC-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO LOANSCHD-RECORD
           MOVE LNC-LOAN-NUMBER TO LNS-LOAN-NUMBER
           MOVE WS-MONTH-INDEX TO LNS-INSTALLMENT-NO
           MOVE BDP-RESULT-DATE TO LNS-DUE-DATE
           MOVE BDP-RESULT-DATE TO WS-FINAL-DUE-DATE
           MOVE 'D' TO LNS-STATUS
           COMPUTE LNS-INSTALLMENT-AMOUNT =
               WS-PRINCIPAL-PART + WS-INTEREST-PART
           MOVE WS-PRINCIPAL-PART TO LNS-PRINCIPAL-PART
           MOVE WS-INTEREST-PART TO LNS-INTEREST-PART
           MOVE WS-BALANCE TO LNS-BALANCE-AFTER
           MOVE ZERO TO LNS-PRINCIPAL-PAID
           MOVE ZERO TO LNS-INTEREST-PAID
           MOVE SPACES TO LNS-PRINCIPAL-TRACE-ID
           MOVE ZERO TO LNS-PRINCIPAL-SUBMITTED
           MOVE SPACES TO LNS-INTEREST-TRACE-ID
           MOVE ZERO TO LNS-INTEREST-SUBMITTED
           MOVE ZERO TO LNS-ATTEMPTS
           MOVE ZERO TO LNS-PAID-DATE
           WRITE LOANSCHD-RECORD
               INVALID KEY
                   REWRITE LOANSCHD-RECORD
                       INVALID KEY
                           MOVE 08 TO LNC-RETURN-CODE
                           MOVE 'LOAN SCHEDULE FILE WRITE FAILED'
                               TO LNC-REJECT-REASON
                   END-REWRITE
           END-WRITE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-INQUIRE-LOAN - HAND THE LOAN'S POSITION BACK.
      ******************************************************************
       4000-INQUIRE-LOAN.
           PERFORM 1200-READ-LOAN THRU 1200-EXIT
           IF NOT WS-LOAN-FOUND
               MOVE 08 TO LNC-RETURN-CODE
               MOVE 'LOAN NOT ON FILE' TO LNC-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-RETURN-POSITION THRU 4100-EXIT
           MOVE LNM-LOAN-NUMBER TO LNS-LOAN-NUMBER
           MOVE LNM-TERM-MONTHS TO LNS-INSTALLMENT-NO
           READ LOANSCHD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LNS-DUE-DATE TO LNC-FINAL-DUE-DATE
           END-READ.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-RETURN-POSITION - THE LOAN'S TERMS, WHAT IS STILL OWED
      *                        AND OVERDUE, AND WHEN THE FIRST UNPAID
      *                        INSTALLMENT FALLS DUE.
      ******************************************************************
       4100-RETURN-POSITION.
           MOVE LNM-STATUS TO LNC-STATUS
           MOVE LNM-INSTALLMENT-AMOUNT TO LNC-INSTALLMENT-AMOUNT
           MOVE LNM-OUTSTANDING-PRINCIPAL TO LNC-OUTSTANDING-PRINCIPAL
           COMPUTE LNC-ARREARS-AMOUNT =
               LNM-ARREARS-PRINCIPAL + LNM-ARREARS-INTEREST
           MOVE LNM-LATE-INTEREST TO LNC-LATE-INTEREST
           IF LNC-FUNC-INQUIRE
               MOVE LNM-LINKED-ACCOUNT TO LNC-LINKED-ACCOUNT
               MOVE LNM-PRINCIPAL TO LNC-PRINCIPAL
               MOVE LNM-RATE-PCT TO LNC-RATE-PCT
               MOVE LNM-LATE-RATE-PCT TO LNC-LATE-RATE-PCT
               MOVE LNM-TERM-MONTHS TO LNC-TERM-MONTHS
           END-IF
           IF LNM-PAID-OFF
               GO TO 4100-EXIT
           END-IF
           MOVE LNM-LOAN-NUMBER TO LNS-LOAN-NUMBER
           MOVE LNM-NEXT-UNPAID TO LNS-INSTALLMENT-NO
           READ LOANSCHD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LNS-DUE-DATE TO LNC-NEXT-DUE-DATE
           END-READ.
       4100-EXIT.
           EXIT.
