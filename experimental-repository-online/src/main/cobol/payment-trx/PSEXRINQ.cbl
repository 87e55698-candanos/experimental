      ******************************************************************
      * PROGRAM-ID : PSEXRINQ
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - CUSTOMER RELATIONSHIP
      *                    INQUIRY, CALLABLE THE SAME WAY PSEXBINQ IS.
      *                    PSEXBINQ, PSEXTINQ AND PSEXPINQ ALL WORK ONE
      *                    ACCOUNT AT A TIME, SO A CUSTOMER WITH FIVE
      *                    ACCOUNTS COST THE BRANCH FIFTEEN CALLS AND
      *                    A SUM ON PAPER. ONE CALL KEYED BY CUSTOMER
      *                    NUMBER NOW RETURNS THE CUSTMSTR DETAILS,
      *                    THE CUSTLIMS DAY-TO-DATE POSITION AGAINST
      *                    ITS CAPS, AND EVERY ACCOUNT THE CUSTOMER
      *                    LEADS OR IS LINKED TO ON ACCTREL - WITH ITS
      *                    STATUS, CURRENT AND AVAILABLE BALANCE (FROM
      *                    PSEXBINQ ITSELF, SO THE TWO NEVER DISAGREE),
      *                    ANY ACCTFRZ FREEZE IN FORCE, ITS ACCTLIMS
      *                    OVERDRAFT LINE, AND ITS OPEN DSPCASE
      *                    DISPUTES, ACTIVE STORDER STANDING ORDERS AND
      *                    ACTIVE STOPPAY INSTRUCTIONS.
      * 2026-10-15  DS    EACH ACCOUNT NOW CARRIES ITS CURRENCY FROM
      *                    PSEXBINQ, WHOSE FIGURES ARE IN IT.
      * 2026-10-15  DS    STORDERN IMAGE WIDENED TO THE 100-BYTE
      *                    STANDING-ORDER RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEXRINQ.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMST-FILE ASSIGN TO 'CUSTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT CUSTLIMS-FILE ASSIGN TO 'CUSTLIMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTLIMS-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT ACCTREL-FILE ASSIGN TO 'ACCTREL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARL-KEY
               FILE STATUS IS WS-ACCTREL-STATUS.
           SELECT ACCTLIMS-FILE ASSIGN TO 'ACCTLIMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTLIMS-STATUS.
           SELECT ACCTFRZ-FILE ASSIGN TO 'ACCTFRZ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRZ-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTFRZ-STATUS.
           SELECT DSPCASE-FILE ASSIGN TO 'DSPCASE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSPCASE-STATUS.
           SELECT STORDER-FILE ASSIGN TO 'STORDER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORDER-STATUS.
           SELECT STORDERN-FILE ASSIGN TO 'STORDERN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORDERN-STATUS.
           SELECT STOPPAY-FILE ASSIGN TO 'STOPPAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STOPPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMSTR.

       FD  CUSTLIMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTLIMS.

       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMSTR.

       FD  ACCTREL-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE ACCOUNTS THE CUSTOMER IS A FURTHER PARTY TO - SCANNED
      *    END TO END, SINCE THE FILE IS IN ACCOUNT ORDER.
           COPY ACCTREL.

       FD  ACCTLIMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTLIMS.

       FD  ACCTFRZ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTFRZ.

       FD  DSPCASE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY DSPCASE.

       FD  STORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY STORDER.

       FD  STORDERN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE STORDER SIDE COPY - READ INSTEAD OF THE LIVE FILE WHEN
      *    SAFECHK REPORTS THE LIVE VALIDITY TRAILER MISSING.
       01  STORDERN-RECORD                PIC X(100).

       FD  STOPPAY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY STOPPAY.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'PSEXRINQ->'.
       01  WS-SAFECHK-NAME                 PIC X(08) VALUE 'SAFECHK'.
       01  WS-PSEXBINQ-NAME                PIC X(08) VALUE 'PSEXBINQ'.
           COPY SAFCKPRM.
           COPY SAFTRLR.
           COPY PBIQCOMM.

       01  WS-FILE-STATUSES.
           05  WS-CUSTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-CUSTMST-OK               VALUE '00'.
           05  WS-CUSTLIMS-STATUS          PIC X(02) VALUE '00'.
               88  WS-CUSTLIMS-OK              VALUE '00'.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-ACCTREL-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTREL-OK               VALUE '00'.
           05  WS-ACCTLIMS-STATUS          PIC X(02) VALUE '00'.
               88  WS-ACCTLIMS-OK              VALUE '00'.
           05  WS-ACCTFRZ-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTFRZ-OK               VALUE '00'.
           05  WS-DSPCASE-STATUS           PIC X(02) VALUE '00'.
               88  WS-DSPCASE-OK               VALUE '00'.
           05  WS-STORDER-STATUS           PIC X(02) VALUE '00'.
               88  WS-STORDER-OK               VALUE '00'.
           05  WS-STORDERN-STATUS          PIC X(02) VALUE '00'.
               88  WS-STORDERN-OK              VALUE '00'.
           05  WS-STOPPAY-STATUS           PIC X(02) VALUE '00'.
               88  WS-STOPPAY-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-SCAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-SCAN-EOF-REACHED         VALUE 'Y'.
           05  WS-ACCTLIMS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-ACCTLIMS-IS-OPEN         VALUE 'Y'.
           05  WS-ACCTFRZ-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-ACCTFRZ-IS-OPEN          VALUE 'Y'.
           05  WS-ACCOUNT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-ACCOUNT-LISTED           VALUE 'Y'.

       01  WS-TODAY                        PIC 9(08) VALUE ZERO.

      ******************************************************************
      * WS-ACCOUNT-SEARCH - THE ACCOUNT BEING LOOKED FOR IN THE
      * COMMAREA'S LIST, AND THE SLOT IT WAS FOUND IN (ZERO IF NONE).
      ******************************************************************
       01  WS-ACCOUNT-SEARCH.
           05  WS-ACCOUNT-KEY              PIC X(10) VALUE SPACES.
           05  WS-ACCOUNT-ROLE             PIC X(01) VALUE SPACE.
           05  WS-ACCOUNT-INDEX            PIC 9(02) COMP VALUE ZERO.
           05  WS-ACCOUNT-SLOT             PIC 9(02) COMP VALUE ZERO.

      ******************************************************************
      * WS-ORDER-WORK - ONE STANDING ORDER'S FIELDS, STAGED FROM EITHER
      * THE LIVE STORDER RECORD OR THE FLAT STORDERN SIDE COPY SO ONE
      * PARAGRAPH COUNTS BOTH. THE RAW REDEFINES LETS THE SIDE COPY'S
      * PACKED AMOUNT BE NUMERIC-CHECKED BEFORE USE.
      ******************************************************************
       01  WS-ORDER-WORK.
           05  WS-ORDER-ACCOUNT            PIC X(10) VALUE SPACES.
           05  WS-ORDER-STATUS             PIC X(01) VALUE SPACE.
           05  WS-ORDER-AMOUNT             PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-ORDER-AMOUNT-RAW REDEFINES WS-ORDER-AMOUNT
                                           PIC X(07).

       LINKAGE SECTION.
           COPY PRIQCOMM.

      ******************************************************************
      * 0000-MAINLINE - THE CUSTOMER, THEIR LIMITS, THEN EVERY ACCOUNT
      *                 THEY HOLD AND WHAT STANDS AGAINST EACH.
      ******************************************************************
       PROCEDURE DIVISION USING PSEXRINQ-COMMAREA.

       0000-MAINLINE.
           MOVE ZERO TO PRQ-RETURN-CODE
           MOVE SPACES TO PRQ-REJECT-REASON
           MOVE SPACES TO PRQ-CUSTOMER-NAME
           MOVE SPACES TO PRQ-CUSTOMER-ADDRESS
           MOVE SPACE TO PRQ-CUSTOMER-STATUS
           MOVE SPACE TO PRQ-NOTIFY-CHANNEL
           MOVE 'N' TO PRQ-LIMITS-ON-FILE
           MOVE ZERO TO PRQ-DAILY-COUNT-CAP
           MOVE ZERO TO PRQ-DAILY-AMOUNT-CAP
           MOVE ZERO TO PRQ-DTD-COUNT
           MOVE ZERO TO PRQ-DTD-AMOUNT
           MOVE 'N' TO PRQ-MORE-ACCOUNTS
           MOVE ZERO TO PRQ-ACCOUNT-COUNT
           IF PRQ-CUSTOMER-NUMBER = SPACES OR LOW-VALUES
               MOVE 08 TO PRQ-RETURN-CODE
               MOVE 'CUSTOMER NUMBER IS BLANK' TO PRQ-REJECT-REASON
               GOBACK
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-READ-CUSTOMER THRU 1000-EXIT
           IF PRQ-REJECTED
               GOBACK
           END-IF
           PERFORM 1500-READ-CUSTOMER-LIMITS THRU 1500-EXIT
           PERFORM 2000-FIND-LEAD-ACCOUNTS THRU 2000-EXIT
           IF PRQ-REJECTED
               GOBACK
           END-IF
           PERFORM 2500-FIND-LINKED-ACCOUNTS THRU 2500-EXIT
           PERFORM 3000-FILL-ACCOUNT-DETAILS THRU 3000-EXIT
           IF PRQ-REJECTED
               GOBACK
           END-IF
           PERFORM 4000-COUNT-OPEN-DISPUTES THRU 4000-EXIT
           PERFORM 5000-COUNT-STANDING-ORDERS THRU 5000-EXIT
           IF PRQ-REJECTED
               GOBACK
           END-IF
           PERFORM 6000-COUNT-STOP-PAYMENTS THRU 6000-EXIT
           DISPLAY V-PN 'CUSTOMER ' PRQ-CUSTOMER-NUMBER ' - '
               PRQ-ACCOUNT-COUNT ' ACCOUNT(S)'
           GOBACK.

      ******************************************************************
      * 1000-READ-CUSTOMER - THE CUSTMSTR DETAILS.
      ******************************************************************
       1000-READ-CUSTOMER.
           OPEN INPUT CUSTMST-FILE
           IF NOT WS-CUSTMST-OK
               MOVE 08 TO PRQ-RETURN-CODE
               MOVE 'CUSTOMER MASTER FILE UNAVAILABLE'
                   TO PRQ-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           MOVE PRQ-CUSTOMER-NUMBER TO CUS-CUSTOMER-NUMBER
           READ CUSTMST-FILE
               INVALID KEY
                   MOVE 08 TO PRQ-RETURN-CODE
                   MOVE 'CUSTOMER NOT ON FILE' TO PRQ-REJECT-REASON
               NOT INVALID KEY
                   MOVE CUS-CUSTOMER-NAME TO PRQ-CUSTOMER-NAME
                   MOVE CUS-CUSTOMER-ADDRESS TO PRQ-CUSTOMER-ADDRESS
                   MOVE CUS-CUSTOMER-STATUS TO PRQ-CUSTOMER-STATUS
                   MOVE CUS-NOTIFY-CHANNEL TO PRQ-NOTIFY-CHANNEL
           END-READ
           CLOSE CUSTMST-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-READ-CUSTOMER-LIMITS - THE CUSTLIMS CAPS AND TODAY'S
      *                             POSITION AGAINST THEM. NO FILE OR
      *                             NO RECORD MEANS UNLIMITED; AN
      *                             ACCUMULATOR LAST TOUCHED ON AN
      *                             EARLIER DAY STANDS AT ZERO TODAY.
      ******************************************************************
       1500-READ-CUSTOMER-LIMITS.
           OPEN INPUT CUSTLIMS-FILE
           IF NOT WS-CUSTLIMS-OK
               GO TO 1500-EXIT
           END-IF
           MOVE PRQ-CUSTOMER-NUMBER TO CLM-CUSTOMER-NUMBER
           READ CUSTLIMS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO PRQ-LIMITS-ON-FILE
                   MOVE CLM-DAILY-COUNT-CAP TO PRQ-DAILY-COUNT-CAP
                   MOVE CLM-DAILY-AMOUNT-CAP TO PRQ-DAILY-AMOUNT-CAP
                   IF CLM-DTD-DATE = WS-TODAY
                       MOVE CLM-DTD-COUNT TO PRQ-DTD-COUNT
                       MOVE CLM-DTD-AMOUNT TO PRQ-DTD-AMOUNT
                   END-IF
           END-READ
           CLOSE CUSTLIMS-FILE.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 2000-FIND-LEAD-ACCOUNTS - EVERY ACCOUNT WHOSE ACM-CUSTOMER-
      *                           NUMBER IS THIS CUSTOMER. THE MASTER
      *                           IS IN ACCOUNT ORDER, SO IT IS READ
      *                           END TO END.
      ******************************************************************
       2000-FIND-LEAD-ACCOUNTS.
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               MOVE 08 TO PRQ-RETURN-CODE
               MOVE 'ACCOUNT MASTER FILE UNAVAILABLE'
                   TO PRQ-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           PERFORM 2100-CHECK-ONE-ACCOUNT THRU 2100-EXIT
               UNTIL WS-SCAN-EOF-REACHED
           CLOSE ACCTMST-FILE.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-ACCOUNT.
           READ ACCTMST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ
           IF ACM-CUSTOMER-NUMBER = PRQ-CUSTOMER-NUMBER
               MOVE ACM-ACCOUNT-NUMBER TO WS-ACCOUNT-KEY
               MOVE 'L' TO WS-ACCOUNT-ROLE
               PERFORM 7000-ADD-ACCOUNT THRU 7000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2500-FIND-LINKED-ACCOUNTS - EVERY FURTHER ACCOUNT THE CUSTOMER
      *                             IS A PARTY TO ON ACCTREL. NO
      *                             ACCTREL FILE MEANS NO LINKS.
      ******************************************************************
       2500-FIND-LINKED-ACCOUNTS.
           OPEN INPUT ACCTREL-FILE
           IF NOT WS-ACCTREL-OK
               GO TO 2500-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           PERFORM 2510-CHECK-ONE-LINK THRU 2510-EXIT
               UNTIL WS-SCAN-EOF-REACHED
           CLOSE ACCTREL-FILE.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-LINK.
           READ ACCTREL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   GO TO 2510-EXIT
           END-READ
           IF ARL-CUSTOMER-NUMBER = PRQ-CUSTOMER-NUMBER
               MOVE ARL-ACCOUNT-NUMBER TO WS-ACCOUNT-KEY
               MOVE ARL-ROLE TO WS-ACCOUNT-ROLE
               PERFORM 7000-ADD-ACCOUNT THRU 7000-EXIT
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FILL-ACCOUNT-DETAILS - PER ACCOUNT: STATUS AND TYPE FROM
      *                             THE MASTER, BALANCES FROM PSEXBINQ,
      *                             THE OVERDRAFT LINE AND ANY FREEZE.
      *                             A MISSING ACCTLIMS OR ACCTFRZ
      *                             MEANS NO LINE AND NO FREEZE.
      ******************************************************************
       3000-FILL-ACCOUNT-DETAILS.
           IF PRQ-ACCOUNT-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               MOVE 08 TO PRQ-RETURN-CODE
               MOVE 'ACCOUNT MASTER FILE UNAVAILABLE'
                   TO PRQ-REJECT-REASON
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT ACCTLIMS-FILE
           IF WS-ACCTLIMS-OK
               MOVE 'Y' TO WS-ACCTLIMS-OPEN-SWITCH
           END-IF
           OPEN INPUT ACCTFRZ-FILE
           IF WS-ACCTFRZ-OK
               MOVE 'Y' TO WS-ACCTFRZ-OPEN-SWITCH
           END-IF
           PERFORM 3100-FILL-ONE-ACCOUNT THRU 3100-EXIT
               VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL WS-ACCOUNT-INDEX > PRQ-ACCOUNT-COUNT
                   OR PRQ-REJECTED
           CLOSE ACCTMST-FILE
           IF WS-ACCTLIMS-IS-OPEN
               CLOSE ACCTLIMS-FILE
               MOVE 'N' TO WS-ACCTLIMS-OPEN-SWITCH
           END-IF
           IF WS-ACCTFRZ-IS-OPEN
               CLOSE ACCTFRZ-FILE
               MOVE 'N' TO WS-ACCTFRZ-OPEN-SWITCH
           END-IF.
       3000-EXIT.
           EXIT.

       3100-FILL-ONE-ACCOUNT.
           MOVE PRQ-ACC-NUMBER(WS-ACCOUNT-INDEX) TO ACM-ACCOUNT-NUMBER
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE SPACE TO PRQ-ACC-STATUS(WS-ACCOUNT-INDEX)
                   MOVE SPACE TO PRQ-ACC-TYPE(WS-ACCOUNT-INDEX)
               NOT INVALID KEY
                   MOVE ACM-ACCOUNT-STATUS
                       TO PRQ-ACC-STATUS(WS-ACCOUNT-INDEX)
                   MOVE ACM-ACCOUNT-TYPE
                       TO PRQ-ACC-TYPE(WS-ACCOUNT-INDEX)
           END-READ
      *    THE BALANCES COME FROM PSEXBINQ ITSELF, SO THIS SCREEN AND
      *    THE SINGLE-ACCOUNT INQUIRY CAN NEVER QUOTE TWO FIGURES. IF
      *    IT CANNOT QUOTE ONE, NEITHER DOES THIS INQUIRY.
           MOVE PRQ-ACC-NUMBER(WS-ACCOUNT-INDEX) TO PBQ-ACCOUNT-NUMBER
           CALL WS-PSEXBINQ-NAME USING PSEXBINQ-COMMAREA
           CANCEL WS-PSEXBINQ-NAME
           IF PBQ-REJECTED
               MOVE 08 TO PRQ-RETURN-CODE
               MOVE PBQ-REJECT-REASON TO PRQ-REJECT-REASON
               GO TO 3100-EXIT
           END-IF
           MOVE PBQ-CURRENT-BALANCE
               TO PRQ-ACC-CURRENT-BALANCE(WS-ACCOUNT-INDEX)
           MOVE PBQ-AVAILABLE-BALANCE
               TO PRQ-ACC-AVAILABLE(WS-ACCOUNT-INDEX)
           MOVE PBQ-ACCOUNT-CURRENCY
               TO PRQ-ACC-CURRENCY(WS-ACCOUNT-INDEX)
           IF WS-ACCTLIMS-IS-OPEN
               MOVE PRQ-ACC-NUMBER(WS-ACCOUNT-INDEX)
                   TO LIM-ACCOUNT-NUMBER
               READ ACCTLIMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIM-OVERDRAFT-LIMIT NUMERIC
                           MOVE LIM-OVERDRAFT-LIMIT TO
                               PRQ-ACC-OVERDRAFT-LIMIT(WS-ACCOUNT-INDEX)
                       END-IF
               END-READ
           END-IF
           IF WS-ACCTFRZ-IS-OPEN
               MOVE PRQ-ACC-NUMBER(WS-ACCOUNT-INDEX)
                   TO FRZ-ACCOUNT-NUMBER
               READ ACCTFRZ-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3200-CHECK-FREEZE THRU 3200-EXIT
               END-READ
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-CHECK-FREEZE - A FREEZE IS IN FORCE WHILE IT IS ACTIVE AND
      *                     HAS NOT PASSED ITS EXPIRY - THE SAME TEST
      *                     SUBPGM01 APPLIES TO A DEBIT.
      ******************************************************************
       3200-CHECK-FREEZE.
           IF NOT FRZ-ACTIVE
               GO TO 3200-EXIT
           END-IF
           IF FRZ-EXPIRY-DATE NUMERIC AND FRZ-EXPIRY-DATE > ZERO AND
                   FRZ-EXPIRY-DATE NOT > WS-TODAY
               GO TO 3200-EXIT
           END-IF
           MOVE 'Y' TO PRQ-ACC-FROZEN(WS-ACCOUNT-INDEX)
           MOVE FRZ-REASON-CODE
               TO PRQ-ACC-FREEZE-REASON(WS-ACCOUNT-INDEX)
           IF FRZ-EXPIRY-DATE NUMERIC
               MOVE FRZ-EXPIRY-DATE
                   TO PRQ-ACC-FREEZE-EXPIRY(WS-ACCOUNT-INDEX)
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-COUNT-OPEN-DISPUTES - OPEN DSPCASE CASES ON ANY LISTED
      *                            ACCOUNT, WITH THEIR DISPUTED TOTAL.
      ******************************************************************
       4000-COUNT-OPEN-DISPUTES.
           IF PRQ-ACCOUNT-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF
           OPEN INPUT DSPCASE-FILE
           IF NOT WS-DSPCASE-OK
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           PERFORM 4100-CHECK-ONE-DISPUTE THRU 4100-EXIT
               UNTIL WS-SCAN-EOF-REACHED
           CLOSE DSPCASE-FILE.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-DISPUTE.
           READ DSPCASE-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ
           IF NOT DSP-OPEN
               GO TO 4100-EXIT
           END-IF
           MOVE DSP-ACCOUNT-NUMBER TO WS-ACCOUNT-KEY
           PERFORM 7500-FIND-ACCOUNT THRU 7500-EXIT
           IF NOT WS-ACCOUNT-LISTED
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO PRQ-ACC-DISPUTE-COUNT(WS-ACCOUNT-SLOT)
           IF DSP-AMOUNT NUMERIC
               ADD DSP-AMOUNT TO PRQ-ACC-DISPUTE-AMOUNT(WS-ACCOUNT-SLOT)
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-COUNT-STANDING-ORDERS - ACTIVE STORDER INSTRUCTIONS ON ANY
      *                              LISTED ACCOUNT, WITH THEIR TOTAL.
      *                              SAFECHK SAYS WHICH COPY TO TRUST;
      *                              WHEN NEITHER PROVES VALID THE
      *                              INQUIRY IS REFUSED RATHER THAN
      *                              SHOW A CUSTOMER NO ORDERS.
      ******************************************************************
       5000-COUNT-STANDING-ORDERS.
           IF PRQ-ACCOUNT-COUNT = ZERO
               GO TO 5000-EXIT
           END-IF
           MOVE 'STORDER' TO SFC-FILE-ID
           CALL WS-SAFECHK-NAME USING SAFECHK-PARM
           CANCEL WS-SAFECHK-NAME
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           EVALUATE TRUE
               WHEN SFC-NO-FILE
                   GO TO 5000-EXIT
               WHEN SFC-NO-GOOD-COPY
                   MOVE 08 TO PRQ-RETURN-CODE
                   MOVE 'STANDING ORDER FILE FAILS VALIDITY CHECK'
                       TO PRQ-REJECT-REASON
                   GO TO 5000-EXIT
               WHEN SFC-USE-SIDE
                   OPEN INPUT STORDERN-FILE
                   IF NOT WS-STORDERN-OK
                       MOVE 08 TO PRQ-RETURN-CODE
                       MOVE 'STANDING ORDER SIDE COPY UNAVAILABLE'
                           TO PRQ-REJECT-REASON
                       GO TO 5000-EXIT
                   END-IF
                   PERFORM 5110-CHECK-ONE-SIDE-ORDER THRU 5110-EXIT
                       UNTIL WS-SCAN-EOF-REACHED
                   CLOSE STORDERN-FILE
                   GO TO 5000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           OPEN INPUT STORDER-FILE
           IF NOT WS-STORDER-OK
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-CHECK-ONE-ORDER THRU 5100-EXIT
               UNTIL WS-SCAN-EOF-REACHED
           CLOSE STORDER-FILE.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-ORDER.
           READ STORDER-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   GO TO 5100-EXIT
           END-READ
           MOVE STORDER-RECORD(1:24) TO SAFTRLR-RECORD
           IF SFT-TRAILER-PRESENT
               GO TO 5100-EXIT
           END-IF
           MOVE STO-ACCOUNT-NUMBER TO WS-ORDER-ACCOUNT
           MOVE STO-STATUS TO WS-ORDER-STATUS
           IF STO-AMOUNT NUMERIC
               MOVE STO-AMOUNT TO WS-ORDER-AMOUNT
           ELSE
               MOVE ZERO TO WS-ORDER-AMOUNT
           END-IF
           PERFORM 5200-COUNT-ONE-ORDER THRU 5200-EXIT.
       5100-EXIT.
           EXIT.

       5110-CHECK-ONE-SIDE-ORDER.
           READ STORDERN-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   GO TO 5110-EXIT
           END-READ
           MOVE STORDERN-RECORD(1:24) TO SAFTRLR-RECORD
           IF SFT-TRAILER-PRESENT
               GO TO 5110-EXIT
           END-IF
      *    THE SIDE COPY CARRIES THE SAME 40-BYTE ORDER IMAGE, PICKED
      *    APART BY ITS FLAT OFFSETS - ACCOUNT 1-10, PACKED AMOUNT
      *    11-17, STATUS 33 (SEE STORDER).
           MOVE STORDERN-RECORD(1:10) TO WS-ORDER-ACCOUNT
           MOVE STORDERN-RECORD(11:7) TO WS-ORDER-AMOUNT-RAW
           MOVE STORDERN-RECORD(33:1) TO WS-ORDER-STATUS
           IF WS-ORDER-AMOUNT NOT NUMERIC
               MOVE ZERO TO WS-ORDER-AMOUNT
           END-IF
           PERFORM 5200-COUNT-ONE-ORDER THRU 5200-EXIT.
       5110-EXIT.
           EXIT.

       5200-COUNT-ONE-ORDER.
           IF WS-ORDER-STATUS NOT = 'A'
               GO TO 5200-EXIT
           END-IF
           MOVE WS-ORDER-ACCOUNT TO WS-ACCOUNT-KEY
           PERFORM 7500-FIND-ACCOUNT THRU 7500-EXIT
           IF NOT WS-ACCOUNT-LISTED
               GO TO 5200-EXIT
           END-IF
           ADD 1 TO PRQ-ACC-STORDER-COUNT(WS-ACCOUNT-SLOT)
           ADD WS-ORDER-AMOUNT
               TO PRQ-ACC-STORDER-AMOUNT(WS-ACCOUNT-SLOT).
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 6000-COUNT-STOP-PAYMENTS - ACTIVE, UNEXPIRED STOPPAY
      *                            INSTRUCTIONS ON ANY LISTED ACCOUNT -
      *                            THE SAME TEST SUBPGM01 MATCHES ON.
      ******************************************************************
       6000-COUNT-STOP-PAYMENTS.
           IF PRQ-ACCOUNT-COUNT = ZERO
               GO TO 6000-EXIT
           END-IF
           OPEN INPUT STOPPAY-FILE
           IF NOT WS-STOPPAY-OK
               GO TO 6000-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           PERFORM 6100-CHECK-ONE-STOP THRU 6100-EXIT
               UNTIL WS-SCAN-EOF-REACHED
           CLOSE STOPPAY-FILE.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-STOP.
           READ STOPPAY-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   GO TO 6100-EXIT
           END-READ
           IF NOT STP-ACTIVE
               GO TO 6100-EXIT
           END-IF
           IF STP-EXPIRY-DATE NUMERIC AND STP-EXPIRY-DATE < WS-TODAY
               GO TO 6100-EXIT
           END-IF
           MOVE STP-ACCOUNT-NUMBER TO WS-ACCOUNT-KEY
           PERFORM 7500-FIND-ACCOUNT THRU 7500-EXIT
           IF WS-ACCOUNT-LISTED
               ADD 1 TO PRQ-ACC-STOPPAY-COUNT(WS-ACCOUNT-SLOT)
           END-IF.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-ADD-ACCOUNT - LIST WS-ACCOUNT-KEY UNDER WS-ACCOUNT-ROLE,
      *                    ONCE. A FULL COMMAREA STOPS ADDING AND SAYS
      *                    SO THROUGH PRQ-MORE-ACCOUNTS.
      ******************************************************************
       7000-ADD-ACCOUNT.
           PERFORM 7500-FIND-ACCOUNT THRU 7500-EXIT
           IF WS-ACCOUNT-LISTED
               GO TO 7000-EXIT
           END-IF
           IF PRQ-ACCOUNT-COUNT >= 20
               MOVE 'Y' TO PRQ-MORE-ACCOUNTS
               GO TO 7000-EXIT
           END-IF
           ADD 1 TO PRQ-ACCOUNT-COUNT
           MOVE WS-ACCOUNT-KEY TO PRQ-ACC-NUMBER(PRQ-ACCOUNT-COUNT)
           MOVE WS-ACCOUNT-ROLE TO PRQ-ACC-ROLE(PRQ-ACCOUNT-COUNT)
           MOVE SPACE TO PRQ-ACC-STATUS(PRQ-ACCOUNT-COUNT)
           MOVE SPACE TO PRQ-ACC-TYPE(PRQ-ACCOUNT-COUNT)
           MOVE ZERO TO PRQ-ACC-CURRENT-BALANCE(PRQ-ACCOUNT-COUNT)
           MOVE ZERO TO PRQ-ACC-AVAILABLE(PRQ-ACCOUNT-COUNT)
           MOVE ZERO TO PRQ-ACC-OVERDRAFT-LIMIT(PRQ-ACCOUNT-COUNT)
           MOVE SPACES TO PRQ-ACC-CURRENCY(PRQ-ACCOUNT-COUNT)
           MOVE 'N' TO PRQ-ACC-FROZEN(PRQ-ACCOUNT-COUNT)
           MOVE SPACES TO PRQ-ACC-FREEZE-REASON(PRQ-ACCOUNT-COUNT)
           MOVE ZERO TO PRQ-ACC-FREEZE-EXPIRY(PRQ-ACCOUNT-COUNT)
           MOVE ZERO TO PRQ-ACC-DISPUTE-COUNT(PRQ-ACCOUNT-COUNT)
           MOVE ZERO TO PRQ-ACC-DISPUTE-AMOUNT(PRQ-ACCOUNT-COUNT)
           MOVE ZERO TO PRQ-ACC-STORDER-COUNT(PRQ-ACCOUNT-COUNT)
           MOVE ZERO TO PRQ-ACC-STORDER-AMOUNT(PRQ-ACCOUNT-COUNT)
           MOVE ZERO TO PRQ-ACC-STOPPAY-COUNT(PRQ-ACCOUNT-COUNT).
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7500-FIND-ACCOUNT - THE COMMAREA SLOT HOLDING WS-ACCOUNT-KEY,
      *                     IF IT IS LISTED.
      ******************************************************************
       7500-FIND-ACCOUNT.
           MOVE ZERO TO WS-ACCOUNT-SLOT
           MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH
           PERFORM 7510-COMPARE-ACCOUNT
               VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL WS-ACCOUNT-INDEX > PRQ-ACCOUNT-COUNT
                   OR WS-ACCOUNT-LISTED.
       7500-EXIT.
           EXIT.

       7510-COMPARE-ACCOUNT.
           IF PRQ-ACC-NUMBER(WS-ACCOUNT-INDEX) = WS-ACCOUNT-KEY
               MOVE WS-ACCOUNT-INDEX TO WS-ACCOUNT-SLOT
               MOVE 'Y' TO WS-ACCOUNT-FOUND-SWITCH
           END-IF.
