      ******************************************************************
      * PROGRAM-ID : EXPESTAT
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - NIGHTLY ESTATE WORKFLOW,
      *                    IN THE EXPCTRL CHAIN AHEAD OF EXPSTORD SO A
      *                    DECEASED CUSTOMER'S STANDING ORDERS STOP
      *                    THE NIGHT THE DEATH IS RECORDED. UNTIL NOW
      *                    CUSTMNT SETTING A CUSTOMER DECEASED ONLY
      *                    STOPPED NEW DEBITS: THE STANDING ORDERS KEPT
      *                    REJECTING EVERY CYCLE, OPEN RESERVATIONS
      *                    HELD FUNDS, FUTURE-DATED SUSPENSE ITEMS
      *                    WAITED TO FAIL, AND THE EXECUTOR'S BALANCE
      *                    LETTER WAS TYPED BY HAND. FOR EVERY PENDING
      *                    ESTCASE CASE CUSTMNT HAS OPENED, THE STEP
      *                    TAKES EVERY ACCOUNT THE CUSTOMER LEADS ON
      *                    ACCTMSTR (CLOSED ACCOUNTS ASIDE) AND -
      *                      SUSPENDS ITS ACTIVE STORDER ORDERS;
      *                      VOIDS ITS OPEN AUTHRES RESERVATIONS AND
      *                      DROPS THEIR MEMOPOST HOLDS;
      *                      CANCELS ITS EXPSUSP ITEMS, EACH AUDITED TO
      *                      SUSPAUDT UNDER THE OPERATOR WHO RECORDED
      *                      THE DEATH;
      *                      LISTS ITS PNDAPPR ITEMS STILL AWAITING
      *                      APPROVAL;
      *                    THEN WRITES THE ESTCERT ESTATE POSITION
      *                    CERTIFICATE - EACH ACCOUNT'S BALANCE AT THE
      *                    DATE OF DEATH (THE CURRENT BALANCE WITH
      *                    EVERY TRANLOG/TRANARCH ENTRY DATED AFTER THE
      *                    DEATH TAKEN BACK OUT), ITS CURRENT BALANCE,
      *                    ITS INTACCR ACCRUED INTEREST, AND EVERY ITEM
      *                    ABOVE - AND MARKS THE CASE WORKFLOW-DONE FOR
      *                    EXPESTCL. THE FILES ARE REWRITTEN THROUGH
      *                    THEIR SIDE COPIES THE SAME CRASH-SAFE WAY
      *                    THEIR OWN PROGRAMS REWRITE THEM. A FILE THAT
      *                    CANNOT BE READ OR REWRITTEN, OR A FULL
      *                    TABLE, REFUSES THE RUN (CC 8) WITH EVERY
      *                    CASE LEFT PENDING FOR THE NEXT NIGHT - WHAT
      *                    WAS ALREADY DONE IS NOT DONE TWICE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPESTAT.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTCASE-FILE ASSIGN TO 'ESTCASE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CUSTOMER-NUMBER
               FILE STATUS IS WS-ESTCASE-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT CUSTMST-FILE ASSIGN TO 'CUSTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT INTACCR-FILE ASSIGN TO 'INTACCR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INA-ACCOUNT-NUMBER
               FILE STATUS IS WS-INTACCR-STATUS.
           SELECT STORDER-FILE ASSIGN TO 'STORDER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORDER-STATUS.
           SELECT STORDERN-FILE ASSIGN TO 'STORDERN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORDERN-STATUS.
           SELECT AUTHRES-FILE ASSIGN TO 'AUTHRES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTHRES-STATUS.
           SELECT MEMOPOST-FILE ASSIGN TO 'MEMOPOST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEMOPOST-STATUS.
           SELECT MEMOPSTN-FILE ASSIGN TO 'MEMOPSTN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEMOPSTN-STATUS.
           SELECT EXPSUSP-FILE ASSIGN TO 'EXPSUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPSUSP-STATUS.
           SELECT EXPSUSPN-FILE ASSIGN TO 'EXPSUSPN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPSUSPN-STATUS.
           SELECT SUSPAUDT-FILE ASSIGN TO 'SUSPAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPAUDT-STATUS.
           SELECT PNDAPPR-FILE ASSIGN TO 'PNDAPPR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNDAPPR-STATUS.
           SELECT TRANLOG-FILE ASSIGN TO 'TRANLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT TRANARCH-FILE ASSIGN TO 'TRANARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANARCH-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT ESTCERT-FILE ASSIGN TO 'ESTCERT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTCERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTCASE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ESTCASE.

       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMSTR.

       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMSTR.

       FD  INTACCR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INTACCR.

       FD  STORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY STORDER.

       FD  STORDERN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE STORDER SIDE COPY WRITTEN AHEAD OF EVERY LIVE
      *    REWRITE.
       01  STORDERN-RECORD                PIC X(100).

       FD  AUTHRES-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY AUTHRES.

       FD  MEMOPOST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY MEMOPOST.

       FD  MEMOPSTN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE MEMOPOST SIDE COPY WRITTEN AHEAD OF EVERY LIVE
      *    REWRITE.
       01  MEMOPSTN-RECORD                PIC X(48).

       FD  EXPSUSP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    EXPSUSP-RECORD IS A FLAT IMAGE OF THE SUBPRM01 PAYMENT
      *    RECORD, THE SAME AS IN EXPBATCH AND PSEXSUSP.
       01  EXPSUSP-RECORD                 PIC X(128).

       FD  EXPSUSPN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE EXPSUSP SIDE COPY WRITTEN AHEAD OF EVERY LIVE
      *    REWRITE.
       01  EXPSUSPN-RECORD                PIC X(128).

       FD  SUSPAUDT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY SUSAUDT.

       FD  PNDAPPR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY PNDAPPR.

       FD  TRANLOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TLOGREC.

       FD  TRANARCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    FLAT IMAGE OF TLOG-RECORD (112 BYTES), AS EXPARCPG WRITES.
       01  TRANARCH-RECORD                PIC X(112).

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       FD  ESTCERT-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE ESTATE POSITION CERTIFICATES - ONE PER CASE WORKED.
       01  ECT-RECORD                     PIC X(100).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPESTAT->'.
       01  WS-SAFECHK-NAME                 PIC X(08) VALUE 'SAFECHK'.
       01  WS-BASE-CURRENCY                PIC X(03) VALUE 'USD'.
           COPY SAFCKPRM.
           COPY SAFTRLR.

       01  WS-FILE-STATUSES.
           05  WS-ESTCASE-STATUS           PIC X(02) VALUE '00'.
               88  WS-ESTCASE-OK               VALUE '00'.
               88  WS-ESTCASE-NOT-FOUND        VALUE '35'.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-CUSTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-CUSTMST-OK               VALUE '00'.
           05  WS-INTACCR-STATUS           PIC X(02) VALUE '00'.
               88  WS-INTACCR-OK               VALUE '00'.
           05  WS-STORDER-STATUS           PIC X(02) VALUE '00'.
               88  WS-STORDER-OK               VALUE '00'.
           05  WS-STORDERN-STATUS          PIC X(02) VALUE '00'.
               88  WS-STORDERN-OK              VALUE '00'.
           05  WS-AUTHRES-STATUS           PIC X(02) VALUE '00'.
               88  WS-AUTHRES-OK               VALUE '00'.
           05  WS-MEMOPOST-STATUS          PIC X(02) VALUE '00'.
               88  WS-MEMOPOST-OK              VALUE '00'.
           05  WS-MEMOPSTN-STATUS          PIC X(02) VALUE '00'.
               88  WS-MEMOPSTN-OK              VALUE '00'.
           05  WS-EXPSUSP-STATUS           PIC X(02) VALUE '00'.
               88  WS-EXPSUSP-OK               VALUE '00'.
           05  WS-EXPSUSPN-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPSUSPN-OK              VALUE '00'.
           05  WS-SUSPAUDT-STATUS          PIC X(02) VALUE '00'.
               88  WS-SUSPAUDT-OK              VALUE '00'.
               88  WS-SUSPAUDT-NOT-FOUND       VALUE '35'.
           05  WS-PNDAPPR-STATUS           PIC X(02) VALUE '00'.
               88  WS-PNDAPPR-OK               VALUE '00'.
           05  WS-TRANLOG-STATUS           PIC X(02) VALUE '00'.
               88  WS-TRANLOG-OK               VALUE '00'.
           05  WS-TRANARCH-STATUS          PIC X(02) VALUE '00'.
               88  WS-TRANARCH-OK              VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-ESTCERT-STATUS           PIC X(02) VALUE '00'.
               88  WS-ESTCERT-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUE 'Y'.
           05  WS-LOAD-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-LOAD-EOF-REACHED         VALUE 'Y'.
           05  WS-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-TABLE-OVERFLOWED         VALUE 'Y'.
           05  WS-ESTCASE-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-ESTCASE-IS-OPEN          VALUE 'Y'.
           05  WS-ESTCERT-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-ESTCERT-IS-OPEN          VALUE 'Y'.
           05  WS-CUSTMST-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-CUSTMST-IS-OPEN          VALUE 'Y'.
           05  WS-INTACCR-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-INTACCR-IS-OPEN          VALUE 'Y'.
           05  WS-SUSPAUDT-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-SUSPAUDT-IS-OPEN         VALUE 'Y'.
           05  WS-SAVE-TARGET-SW           PIC X(01) VALUE 'L'.
               88  WS-SAVING-SIDE-COPY         VALUE 'S'.
           05  WS-ENTRY-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CASES-PENDING            PIC 9(05) COMP VALUE ZERO.
           05  WS-ORDERS-SUSPENDED         PIC 9(05) COMP VALUE ZERO.
           05  WS-AUTHS-VOIDED             PIC 9(05) COMP VALUE ZERO.
           05  WS-HOLDS-DROPPED            PIC 9(05) COMP VALUE ZERO.
           05  WS-ITEMS-CANCELLED          PIC 9(05) COMP VALUE ZERO.
           05  WS-APPROVALS-PENDING        PIC 9(05) COMP VALUE ZERO.
           05  WS-CERTIFICATES-WRITTEN     PIC 9(05) COMP VALUE ZERO.
           05  WS-CASES-COMPLETED          PIC 9(05) COMP VALUE ZERO.
           05  WS-ITEMS-NOT-LISTED         PIC 9(05) COMP VALUE ZERO.
           05  WS-CASE-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  WS-CASE-INDEX               PIC 9(04) COMP VALUE ZERO.
           05  WS-ACC-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-ACC-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-ITM-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-ITM-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-REC-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-REC-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-VOID-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  WS-VOID-INDEX               PIC 9(04) COMP VALUE ZERO.
           05  WS-KEPT-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  WS-FOUND-INDEX              PIC 9(04) COMP VALUE ZERO.
           05  WS-CHANGED-COUNT            PIC 9(05) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-LOOKUP-ACCOUNT               PIC X(10) VALUE SPACES.
       01  WS-LOOKUP-CUSTOMER              PIC X(08) VALUE SPACES.
       01  WS-ENTRY-AMOUNT                 PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

      ******************************************************************
      * WS-CASE-TABLE - THE PENDING ESTCASE CASES THIS RUN WORKS, WITH
      * WHAT WAS DONE FOR EACH.
      ******************************************************************
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY               OCCURS 50 TIMES.
               10  WS-CASE-CUSTOMER        PIC X(08).
               10  WS-CASE-DEATH-DATE      PIC 9(08).
               10  WS-CASE-OPERATOR        PIC X(08).
               10  WS-CASE-ACCOUNTS        PIC 9(03) COMP.
               10  WS-CASE-ORDERS          PIC 9(05) COMP.
               10  WS-CASE-AUTHS           PIC 9(05) COMP.
               10  WS-CASE-ITEMS           PIC 9(05) COMP.

      ******************************************************************
      * WS-ACC-TABLE - EVERY ACCOUNT A CASE'S CUSTOMER LEADS THAT IS
      * NOT CLOSED, WITH ITS BALANCE AND THE NET OF THE ENTRIES
      * POSTED TO IT AFTER THE DATE OF DEATH (IN THE ACCOUNT'S OWN
      * TERMS, POSITIVE MEANING NET DEBITS).
      ******************************************************************
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY                OCCURS 200 TIMES.
               10  WS-ACC-CASE-INDEX       PIC 9(04) COMP.
               10  WS-ACC-NUMBER           PIC X(10).
               10  WS-ACC-STATUS           PIC X(01).
               10  WS-ACC-CURRENCY         PIC X(03).
               10  WS-ACC-BALANCE          PIC S9(11)V99 COMP-3.
               10  WS-ACC-MOVEMENT         PIC S9(13)V99 COMP-3.

      ******************************************************************
      * WS-ITM-TABLE - THE ITEMS THE CERTIFICATE LISTS UNDER EACH
      * ACCOUNT: ORDERS SUSPENDED ('O'), RESERVATIONS VOIDED ('R'),
      * SUSPENSE ITEMS CANCELLED ('S') AND APPROVALS PENDING ('P').
      * A FULL TABLE ONLY SHORTENS THE LISTING - THE COUNTS STAND.
      ******************************************************************
       01  WS-ITM-TABLE.
           05  WS-ITM-ENTRY                OCCURS 500 TIMES.
               10  WS-ITM-ACC-INDEX        PIC 9(04) COMP.
               10  WS-ITM-KIND             PIC X(01).
               10  WS-ITM-REFERENCE        PIC X(16).
               10  WS-ITM-AMOUNT           PIC S9(11)V99 COMP-3.
               10  WS-ITM-CURRENCY         PIC X(03).
               10  WS-ITM-DATE             PIC 9(08).
       01  WS-NEW-ITEM.
           05  WS-NEW-KIND                 PIC X(01).
           05  WS-NEW-REFERENCE            PIC X(16).
           05  WS-NEW-AMOUNT               PIC S9(11)V99 COMP-3.
           05  WS-NEW-CURRENCY             PIC X(03).
           05  WS-NEW-DATE                 PIC 9(08).

      ******************************************************************
      * WS-REC-TABLE - WHICHEVER SEQUENTIAL FILE IS BEING LOADED,
      * UPDATED AND REWRITTEN IN FULL (STORDER, AUTHRES, MEMOPOST,
      * EXPSUSP - ONE AT A TIME). A DROPPED RECORD IS LEFT OUT OF THE
      * REWRITE.
      ******************************************************************
       01  WS-REC-TABLE.
           05  WS-REC-ENTRY                OCCURS 500 TIMES.
               10  WS-REC-RECORD           PIC X(128).
               10  WS-REC-DROP-SW          PIC X(01).
                   88  WS-REC-DROPPED          VALUE 'Y'.

      ******************************************************************
      * WS-VOID-TABLE - THE AUTH ID OF EVERY VOIDED RESERVATION ON AN
      * ESTATE ACCOUNT, NEW OR FROM AN EARLIER REFUSED RUN, SO THEIR
      * MEMOPOST HOLDS GO IN ONE REWRITE.
      ******************************************************************
       01  WS-VOID-TABLE.
           05  WS-VOID-AUTH-ID             PIC X(16) OCCURS 200
                                            TIMES.

       01  WS-CERT-WORK.
           05  WS-CERT-ACCOUNTS            PIC 9(03) COMP VALUE ZERO.
           05  WS-CERT-DEATH-TOTAL         PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CERT-CURRENT-TOTAL       PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CERT-INTEREST-TOTAL      PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CERT-DEATH-BALANCE       PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CERT-ACCRUED             PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CERT-ACCRUAL-DATE        PIC 9(08) VALUE ZERO.
           05  WS-CERT-CURRENCY            PIC X(03) VALUE SPACES.
           05  WS-CERT-NAME                PIC X(25) VALUE SPACES.
           05  WS-CERT-ADDRESS             PIC X(40) VALUE SPACES.
           05  WS-CERT-ITEM-TEXT           PIC X(20) VALUE SPACES.
       01  WS-MONEY-EDIT                   PIC -(10)9.99.
       01  WS-MONEY-EDIT-2                 PIC -(10)9.99.
       01  WS-COUNT-EDITS.
           05  WS-ACCOUNTS-EDIT            PIC ZZ9.
           05  WS-ORDERS-EDIT              PIC ZZZZ9.
           05  WS-AUTHS-EDIT               PIC ZZZZ9.
           05  WS-ITEMS-EDIT               PIC ZZZZ9.

           COPY SUBPRM01.

      ******************************************************************
      * 0000-MAINLINE - THE CASES AND THEIR ACCOUNTS, EACH FILE'S
      *                 ACTION IN TURN, THEN THE CERTIFICATES AND THE
      *                 CASES MARKED DONE. A REFUSAL AT ANY STEP STOPS
      *                 THE REST AND LEAVES THE CASES PENDING.
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-SUSPEND-STANDING-ORDERS THRU 2000-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 3000-VOID-RESERVATIONS THRU 3000-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 4000-CANCEL-SUSPENSE THRU 4000-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 5000-LIST-PENDING-APPROVALS THRU 5000-EXIT
               PERFORM 6000-MEASURE-MOVEMENT THRU 6000-EXIT
               PERFORM 7000-WRITE-CERTIFICATES THRU 7000-EXIT
               PERFORM 8000-MARK-CASES-DONE THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, THE PENDING CASES, THEIR
      *                   ACCOUNTS, AND THE CERTIFICATE FILE - ALL
      *                   BEFORE ANYTHING IS CHANGED.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           OPEN I-O ESTCASE-FILE
           IF WS-ESTCASE-NOT-FOUND
               DISPLAY V-PN 'NO ESTCASE FILE ON HAND - NO ESTATE CASES'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               GO TO 1000-EXIT
           END-IF
           IF NOT WS-ESTCASE-OK
               DISPLAY V-PN 'UNABLE TO OPEN ESTCASE - STATUS '
                   WS-ESTCASE-STATUS ' - NOTHING DONE'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-ESTCASE-OPEN-SW
           MOVE 'N' TO WS-LOAD-EOF-SWITCH
           PERFORM 1100-LOAD-ONE-CASE THRU 1100-EXIT
               UNTIL WS-LOAD-EOF-REACHED
           IF WS-TABLE-OVERFLOWED
               DISPLAY V-PN 'CASE TABLE FULL - RUN REFUSED, NOTHING '
                   'DONE - RAISE THE TABLE LIMIT BEFORE THE NEXT RUN'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF WS-CASE-COUNT = ZERO
               DISPLAY V-PN 'NO PENDING ESTATE CASES'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               DISPLAY V-PN 'UNABLE TO OPEN ACCTMSTR - STATUS '
                   WS-ACCTMST-STATUS ' - NOTHING DONE'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'N' TO WS-LOAD-EOF-SWITCH
           PERFORM 1200-TABLE-ONE-ACCOUNT THRU 1200-EXIT
               UNTIL WS-LOAD-EOF-REACHED
           CLOSE ACCTMST-FILE
           IF WS-TABLE-OVERFLOWED
               DISPLAY V-PN 'ACCOUNT TABLE FULL - RUN REFUSED, '
                   'NOTHING DONE - RAISE THE TABLE LIMIT BEFORE THE '
                   'NEXT RUN'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT ESTCERT-FILE
           IF NOT WS-ESTCERT-OK
               DISPLAY V-PN 'UNABLE TO OPEN ESTCERT - STATUS '
                   WS-ESTCERT-STATUS ' - NOTHING DONE'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-ESTCERT-OPEN-SW
           DISPLAY V-PN WS-CASE-COUNT ' PENDING ESTATE CASE(S), '
               WS-ACC-COUNT ' ACCOUNT(S)'.
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
           DISPLAY V-PN 'ESTATE WORKFLOW FOR BUSINESS DATE '
               WS-RUN-DATE.
       1050-EXIT.
           EXIT.

       1100-LOAD-ONE-CASE.
           READ ESTCASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 1100-EXIT
           END-READ
           IF NOT EST-PENDING
               GO TO 1100-EXIT
           END-IF
           IF WS-CASE-COUNT NOT < 50
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-CASE-COUNT
           ADD 1 TO WS-CASES-PENDING
           MOVE EST-CUSTOMER-NUMBER TO WS-CASE-CUSTOMER(WS-CASE-COUNT)
           MOVE EST-DATE-OF-DEATH TO WS-CASE-DEATH-DATE(WS-CASE-COUNT)
           MOVE EST-RECORDED-OPERATOR
               TO WS-CASE-OPERATOR(WS-CASE-COUNT)
           MOVE ZERO TO WS-CASE-ACCOUNTS(WS-CASE-COUNT)
           MOVE ZERO TO WS-CASE-ORDERS(WS-CASE-COUNT)
           MOVE ZERO TO WS-CASE-AUTHS(WS-CASE-COUNT)
           MOVE ZERO TO WS-CASE-ITEMS(WS-CASE-COUNT).
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-TABLE-ONE-ACCOUNT - AN ACCOUNT LED BY A CASE'S CUSTOMER
      *                          AND NOT YET CLOSED GOES ON THE
      *                          ACCOUNT TABLE.
      ******************************************************************
       1200-TABLE-ONE-ACCOUNT.
           READ ACCTMST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 1200-EXIT
           END-READ
           IF ACM-CLOSED OR ACM-CUSTOMER-NUMBER = SPACES
               GO TO 1200-EXIT
           END-IF
           MOVE ACM-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
           MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
           PERFORM 1250-COMPARE-CASE
               VARYING WS-CASE-INDEX FROM 1 BY 1
               UNTIL WS-CASE-INDEX > WS-CASE-COUNT OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               GO TO 1200-EXIT
           END-IF
           SUBTRACT 1 FROM WS-CASE-INDEX
           IF WS-ACC-COUNT NOT < 200
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-ACC-COUNT
           MOVE WS-CASE-INDEX TO WS-ACC-CASE-INDEX(WS-ACC-COUNT)
           MOVE ACM-ACCOUNT-NUMBER TO WS-ACC-NUMBER(WS-ACC-COUNT)
           MOVE ACM-ACCOUNT-STATUS TO WS-ACC-STATUS(WS-ACC-COUNT)
           IF ACM-BASE-CURRENCY-ACCOUNT
               MOVE SPACES TO WS-ACC-CURRENCY(WS-ACC-COUNT)
           ELSE
               MOVE ACM-ACCOUNT-CURRENCY
                   TO WS-ACC-CURRENCY(WS-ACC-COUNT)
           END-IF
           IF ACM-CURRENT-BALANCE NUMERIC
               MOVE ACM-CURRENT-BALANCE TO WS-ACC-BALANCE(WS-ACC-COUNT)
           ELSE
               MOVE ZERO TO WS-ACC-BALANCE(WS-ACC-COUNT)
           END-IF
           MOVE ZERO TO WS-ACC-MOVEMENT(WS-ACC-COUNT)
           ADD 1 TO WS-CASE-ACCOUNTS(WS-CASE-INDEX).
       1200-EXIT.
           EXIT.

       1250-COMPARE-CASE.
           IF WS-CASE-CUSTOMER(WS-CASE-INDEX) = WS-LOOKUP-CUSTOMER
               MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * 1300-FIND-ACCOUNT - WS-ACC-INDEX TO WS-LOOKUP-ACCOUNT'S ROW ON
      *                     THE ACCOUNT TABLE, ZERO WHEN IT IS NOT AN
      *                     ESTATE ACCOUNT.
      ******************************************************************
       1300-FIND-ACCOUNT.
           MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
           PERFORM 1350-COMPARE-ACCOUNT
               VARYING WS-ACC-INDEX FROM 1 BY 1
               UNTIL WS-ACC-INDEX > WS-ACC-COUNT OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-ACC-INDEX
           ELSE
               MOVE ZERO TO WS-ACC-INDEX
           END-IF.
       1300-EXIT.
           EXIT.

       1350-COMPARE-ACCOUNT.
           IF WS-ACC-NUMBER(WS-ACC-INDEX) = WS-LOOKUP-ACCOUNT
               MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * 1400-ADD-ITEM - PUT WS-NEW-ITEM ON THE CERTIFICATE LISTING
      *                 UNDER ACCOUNT WS-ACC-INDEX.
      ******************************************************************
       1400-ADD-ITEM.
           IF WS-ITM-COUNT NOT < 500
               ADD 1 TO WS-ITEMS-NOT-LISTED
               GO TO 1400-EXIT
           END-IF
           ADD 1 TO WS-ITM-COUNT
           MOVE WS-ACC-INDEX TO WS-ITM-ACC-INDEX(WS-ITM-COUNT)
           MOVE WS-NEW-KIND TO WS-ITM-KIND(WS-ITM-COUNT)
           MOVE WS-NEW-REFERENCE TO WS-ITM-REFERENCE(WS-ITM-COUNT)
           MOVE WS-NEW-AMOUNT TO WS-ITM-AMOUNT(WS-ITM-COUNT)
           MOVE WS-NEW-CURRENCY TO WS-ITM-CURRENCY(WS-ITM-COUNT)
           MOVE WS-NEW-DATE TO WS-ITM-DATE(WS-ITM-COUNT).
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 1900-BUILD-VALIDITY-TRAILER - THE SAFTRLR RECORD THAT PROVES A
      *                               REWRITTEN FILE WAS WRITTEN TO
      *                               COMPLETION, BUILT HERE FOR THE
      *                               CALLER TO WRITE.
      ******************************************************************
       1900-BUILD-VALIDITY-TRAILER.
           MOVE SPACES TO SAFTRLR-RECORD
           MOVE '*FILEOK*' TO SFT-EYECATCHER
           MOVE WS-KEPT-COUNT TO SFT-RECORD-COUNT.
       1900-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SUSPEND-STANDING-ORDERS - EVERY ACTIVE STORDER ORDER ON
      *                                AN ESTATE ACCOUNT IS MARKED
      *                                SUSPENDED, THE FILE REWRITTEN
      *                                THROUGH THE STORDERN SIDE COPY
      *                                AS EXPSTORD AND ACCTMNT DO.
      ******************************************************************
       2000-SUSPEND-STANDING-ORDERS.
           MOVE ZERO TO WS-REC-COUNT
           MOVE ZERO TO WS-CHANGED-COUNT
           MOVE 'N' TO WS-LOAD-EOF-SWITCH
           MOVE 'N' TO WS-OVERFLOW-SWITCH
           MOVE 'STORDER' TO SFC-FILE-ID
           CALL WS-SAFECHK-NAME USING SAFECHK-PARM
           CANCEL WS-SAFECHK-NAME
           EVALUATE TRUE
               WHEN SFC-NO-FILE
                   GO TO 2000-EXIT
               WHEN SFC-NO-GOOD-COPY
                   DISPLAY V-PN 'STORDER FAILS VALIDITY CHECK - RUN '
                       'REFUSED, CASES LEFT PENDING'
                   MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-EXIT
               WHEN SFC-USE-SIDE
                   OPEN INPUT STORDERN-FILE
                   IF NOT WS-STORDERN-OK
                       DISPLAY V-PN 'STORDERN SIDE COPY UNAVAILABLE - '
                           'RUN REFUSED, CASES LEFT PENDING'
                       MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                       MOVE 8 TO RETURN-CODE
                       GO TO 2000-EXIT
                   END-IF
                   PERFORM 2120-LOAD-ONE-SIDE-ORDER THRU 2120-EXIT
                       UNTIL WS-LOAD-EOF-REACHED
                   CLOSE STORDERN-FILE
               WHEN OTHER
                   OPEN INPUT STORDER-FILE
                   IF NOT WS-STORDER-OK
                       GO TO 2000-EXIT
                   END-IF
                   PERFORM 2110-LOAD-ONE-ORDER THRU 2110-EXIT
                       UNTIL WS-LOAD-EOF-REACHED
                   CLOSE STORDER-FILE
           END-EVALUATE
      *    A TRUNCATED TABLE MUST NEVER BE REWRITTEN OVER THE LIVE
      *    FILE - EVERY INSTRUCTION PAST THE LIMIT WOULD VANISH.
           IF WS-TABLE-OVERFLOWED
               DISPLAY V-PN 'ORDER TABLE FULL - RUN REFUSED, STORDER '
                   'LEFT UNTOUCHED - RAISE THE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-MARK-ONE-ORDER THRU 2200-EXIT
               VARYING WS-REC-INDEX FROM 1 BY 1
               UNTIL WS-REC-INDEX > WS-REC-COUNT
           IF WS-CHANGED-COUNT = ZERO
               GO TO 2000-EXIT
           END-IF
      *    SIDE COPY FIRST, TRAILER LAST, THEN THE LIVE FILE.
           OPEN OUTPUT STORDERN-FILE
           IF NOT WS-STORDERN-OK
               DISPLAY V-PN 'UNABLE TO WRITE STORDERN SIDE COPY - '
                   'STATUS ' WS-STORDERN-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE 'S' TO WS-SAVE-TARGET-SW
           PERFORM 2300-WRITE-ONE-ORDER THRU 2300-EXIT
               VARYING WS-REC-INDEX FROM 1 BY 1
               UNTIL WS-REC-INDEX > WS-REC-COUNT
           MOVE WS-REC-COUNT TO WS-KEPT-COUNT
           PERFORM 1900-BUILD-VALIDITY-TRAILER THRU 1900-EXIT
           MOVE SAFTRLR-RECORD TO STORDERN-RECORD
           WRITE STORDERN-RECORD
           CLOSE STORDERN-FILE
           OPEN OUTPUT STORDER-FILE
           IF NOT WS-STORDER-OK
               DISPLAY V-PN 'UNABLE TO REWRITE STORDER - STATUS '
                   WS-STORDER-STATUS ' - CONSUMERS FALL BACK TO THE '
                   'SIDE COPY - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE 'L' TO WS-SAVE-TARGET-SW
           PERFORM 2300-WRITE-ONE-ORDER THRU 2300-EXIT
               VARYING WS-REC-INDEX FROM 1 BY 1
               UNTIL WS-REC-INDEX > WS-REC-COUNT
           PERFORM 1900-BUILD-VALIDITY-TRAILER THRU 1900-EXIT
           MOVE SAFTRLR-RECORD TO STORDER-RECORD
           WRITE STORDER-RECORD
           CLOSE STORDER-FILE
           MOVE WS-CHANGED-COUNT TO WS-ORDERS-SUSPENDED.
       2000-EXIT.
           EXIT.

       2110-LOAD-ONE-ORDER.
           READ STORDER-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
               NOT AT END
                   MOVE STORDER-RECORD(1:24) TO SAFTRLR-RECORD
                   IF SFT-TRAILER-PRESENT
                       CONTINUE
                   ELSE
                       IF WS-REC-COUNT < 500
                           ADD 1 TO WS-REC-COUNT
                           MOVE STORDER-RECORD
                               TO WS-REC-RECORD(WS-REC-COUNT)
                           MOVE 'N' TO WS-REC-DROP-SW(WS-REC-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                       END-IF
                   END-IF
           END-READ.
       2110-EXIT.
           EXIT.

       2120-LOAD-ONE-SIDE-ORDER.
           READ STORDERN-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
               NOT AT END
                   MOVE STORDERN-RECORD(1:24) TO SAFTRLR-RECORD
                   IF SFT-TRAILER-PRESENT
                       CONTINUE
                   ELSE
                       IF WS-REC-COUNT < 500
                           ADD 1 TO WS-REC-COUNT
                           MOVE STORDERN-RECORD
                               TO WS-REC-RECORD(WS-REC-COUNT)
                           MOVE 'N' TO WS-REC-DROP-SW(WS-REC-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                       END-IF
                   END-IF
           END-READ.
       2120-EXIT.
           EXIT.

       2200-MARK-ONE-ORDER.
           MOVE WS-REC-RECORD(WS-REC-INDEX) TO STORDER-RECORD
           IF NOT STO-ACTIVE
               GO TO 2200-EXIT
           END-IF
           MOVE STO-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           PERFORM 1300-FIND-ACCOUNT THRU 1300-EXIT
           IF WS-ACC-INDEX = ZERO
               GO TO 2200-EXIT
           END-IF
           MOVE 'S' TO STO-STATUS
           MOVE STORDER-RECORD TO WS-REC-RECORD(WS-REC-INDEX)
           ADD 1 TO WS-CHANGED-COUNT
           MOVE WS-ACC-CASE-INDEX(WS-ACC-INDEX) TO WS-CASE-INDEX
           ADD 1 TO WS-CASE-ORDERS(WS-CASE-INDEX)
           MOVE 'O' TO WS-NEW-KIND
           MOVE STO-PAYER-REFERENCE TO WS-NEW-REFERENCE
           MOVE STO-AMOUNT TO WS-NEW-AMOUNT
           MOVE STO-CURRENCY-CODE TO WS-NEW-CURRENCY
           MOVE STO-NEXT-DUE-DATE TO WS-NEW-DATE
           PERFORM 1400-ADD-ITEM THRU 1400-EXIT
           DISPLAY V-PN 'STANDING ORDER SUSPENDED - ACCOUNT '
               STO-ACCOUNT-NUMBER ' NEXT DUE ' STO-NEXT-DUE-DATE.
       2200-EXIT.
           EXIT.

       2300-WRITE-ONE-ORDER.
           IF WS-SAVING-SIDE-COPY
               MOVE WS-REC-RECORD(WS-REC-INDEX) TO STORDERN-RECORD
               WRITE STORDERN-RECORD
           ELSE
               MOVE WS-REC-RECORD(WS-REC-INDEX) TO STORDER-RECORD
               WRITE STORDER-RECORD
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-VOID-RESERVATIONS - EVERY OPEN AUTHRES RESERVATION ON AN
      *                          ESTATE ACCOUNT IS VOIDED AND THE FILE
      *                          REWRITTEN, THEN THE VOIDED
      *                          RESERVATIONS' MEMOPOST HOLDS ARE
      *                          DROPPED.
      ******************************************************************
       3000-VOID-RESERVATIONS.
           MOVE ZERO TO WS-REC-COUNT
           MOVE ZERO TO WS-CHANGED-COUNT
           MOVE ZERO TO WS-VOID-COUNT
           MOVE 'N' TO WS-LOAD-EOF-SWITCH
           MOVE 'N' TO WS-OVERFLOW-SWITCH
           OPEN INPUT AUTHRES-FILE
           IF NOT WS-AUTHRES-OK
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-LOAD-ONE-AUTH THRU 3100-EXIT
               UNTIL WS-LOAD-EOF-REACHED
           CLOSE AUTHRES-FILE
           IF WS-TABLE-OVERFLOWED
               DISPLAY V-PN 'AUTH TABLE FULL - RUN REFUSED, AUTHRES '
                   'AND MEMOPOST LEFT UNTOUCHED - RAISE THE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-JUDGE-ONE-AUTH THRU 3200-EXIT
               VARYING WS-REC-INDEX FROM 1 BY 1
               UNTIL WS-REC-INDEX > WS-REC-COUNT
           IF WS-CHANGED-COUNT > ZERO
               OPEN OUTPUT AUTHRES-FILE
               IF NOT WS-AUTHRES-OK
                   DISPLAY V-PN 'UNABLE TO REWRITE AUTHRES - STATUS '
                       WS-AUTHRES-STATUS ' - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   MOVE 8 TO RETURN-CODE
                   GO TO 3000-EXIT
               END-IF
               PERFORM 3300-WRITE-ONE-AUTH THRU 3300-EXIT
                   VARYING WS-REC-INDEX FROM 1 BY 1
                   UNTIL WS-REC-INDEX > WS-REC-COUNT
               CLOSE AUTHRES-FILE
               MOVE WS-CHANGED-COUNT TO WS-AUTHS-VOIDED
           END-IF
           IF WS-VOID-COUNT > ZERO
               PERFORM 3500-DROP-HOLDS THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LOAD-ONE-AUTH.
           READ AUTHRES-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
               NOT AT END
                   IF WS-REC-COUNT < 500
                       ADD 1 TO WS-REC-COUNT
                       MOVE AUTHRES-RECORD
                           TO WS-REC-RECORD(WS-REC-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-JUDGE-ONE-AUTH - AN OPEN RESERVATION ON AN ESTATE ACCOUNT
      *                       IS VOIDED. ONE ALREADY VOIDED (BY A RUN
      *                       REFUSED BEFORE ITS HOLDS WERE DROPPED)
      *                       STILL HAS ITS HOLD LOOKED FOR.
      ******************************************************************
       3200-JUDGE-ONE-AUTH.
           MOVE WS-REC-RECORD(WS-REC-INDEX) TO AUTHRES-RECORD
           IF NOT ATH-OPEN AND NOT ATH-VOIDED
               GO TO 3200-EXIT
           END-IF
           MOVE ATH-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           PERFORM 1300-FIND-ACCOUNT THRU 1300-EXIT
           IF WS-ACC-INDEX = ZERO
               GO TO 3200-EXIT
           END-IF
           IF WS-VOID-COUNT < 200
               ADD 1 TO WS-VOID-COUNT
               MOVE ATH-AUTH-ID TO WS-VOID-AUTH-ID(WS-VOID-COUNT)
           END-IF
           IF ATH-VOIDED
               GO TO 3200-EXIT
           END-IF
           MOVE 'V' TO ATH-STATUS
           MOVE AUTHRES-RECORD TO WS-REC-RECORD(WS-REC-INDEX)
           ADD 1 TO WS-CHANGED-COUNT
           MOVE WS-ACC-CASE-INDEX(WS-ACC-INDEX) TO WS-CASE-INDEX
           ADD 1 TO WS-CASE-AUTHS(WS-CASE-INDEX)
           MOVE 'R' TO WS-NEW-KIND
           MOVE ATH-AUTH-ID TO WS-NEW-REFERENCE
           MOVE ATH-AMOUNT TO WS-NEW-AMOUNT
           MOVE ATH-CURRENCY-CODE TO WS-NEW-CURRENCY
           MOVE ATH-AUTH-DATE TO WS-NEW-DATE
           PERFORM 1400-ADD-ITEM THRU 1400-EXIT
           DISPLAY V-PN 'RESERVATION VOIDED - ' ATH-AUTH-ID
               ' ACCOUNT ' ATH-ACCOUNT-NUMBER.
       3200-EXIT.
           EXIT.

       3300-WRITE-ONE-AUTH.
           MOVE WS-REC-RECORD(WS-REC-INDEX) TO AUTHRES-RECORD
           WRITE AUTHRES-RECORD.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3500-DROP-HOLDS - DROP EVERY VOIDED RESERVATION'S MEMOPOST
      *                   HOLD IN ONE LOAD/REWRITE, THE SAME WAY
      *                   EXPAUTEX RELEASES AN EXPIRED ONE'S.
      ******************************************************************
       3500-DROP-HOLDS.
           MOVE ZERO TO WS-REC-COUNT
           MOVE ZERO TO WS-CHANGED-COUNT
           MOVE 'N' TO WS-LOAD-EOF-SWITCH
           MOVE 'N' TO WS-OVERFLOW-SWITCH
           MOVE 'MEMOPOST' TO SFC-FILE-ID
           CALL WS-SAFECHK-NAME USING SAFECHK-PARM
           CANCEL WS-SAFECHK-NAME
           EVALUATE TRUE
               WHEN SFC-NO-FILE
                   GO TO 3500-EXIT
               WHEN SFC-NO-GOOD-COPY
                   DISPLAY V-PN 'MEMOPOST FAILS VALIDITY CHECK - RUN '
                       'REFUSED, HOLDS LEFT UNTOUCHED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   MOVE 8 TO RETURN-CODE
                   GO TO 3500-EXIT
               WHEN SFC-USE-SIDE
                   OPEN INPUT MEMOPSTN-FILE
                   IF NOT WS-MEMOPSTN-OK
                       DISPLAY V-PN 'MEMOPSTN SIDE COPY UNAVAILABLE - '
                           'RUN REFUSED, HOLDS LEFT UNTOUCHED'
                       MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                       MOVE 8 TO RETURN-CODE
                       GO TO 3500-EXIT
                   END-IF
                   PERFORM 3620-LOAD-ONE-SIDE-HOLD THRU 3620-EXIT
                       UNTIL WS-LOAD-EOF-REACHED
                   CLOSE MEMOPSTN-FILE
               WHEN OTHER
                   OPEN INPUT MEMOPOST-FILE
                   IF NOT WS-MEMOPOST-OK
                       GO TO 3500-EXIT
                   END-IF
                   PERFORM 3610-LOAD-ONE-HOLD THRU 3610-EXIT
                       UNTIL WS-LOAD-EOF-REACHED
                   CLOSE MEMOPOST-FILE
           END-EVALUATE
           IF WS-TABLE-OVERFLOWED
               DISPLAY V-PN 'HOLD TABLE FULL - RUN REFUSED, MEMOPOST '
                   'LEFT UNTOUCHED - RAISE THE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           PERFORM 3700-JUDGE-ONE-HOLD THRU 3700-EXIT
               VARYING WS-REC-INDEX FROM 1 BY 1
               UNTIL WS-REC-INDEX > WS-REC-COUNT
           IF WS-CHANGED-COUNT = ZERO
               GO TO 3500-EXIT
           END-IF
           COMPUTE WS-KEPT-COUNT = WS-REC-COUNT - WS-CHANGED-COUNT
           OPEN OUTPUT MEMOPSTN-FILE
           IF NOT WS-MEMOPSTN-OK
               DISPLAY V-PN 'UNABLE TO WRITE MEMOPSTN SIDE COPY - '
                   'STATUS ' WS-MEMOPSTN-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           MOVE 'S' TO WS-SAVE-TARGET-SW
           PERFORM 3800-WRITE-ONE-HOLD THRU 3800-EXIT
               VARYING WS-REC-INDEX FROM 1 BY 1
               UNTIL WS-REC-INDEX > WS-REC-COUNT
           PERFORM 1900-BUILD-VALIDITY-TRAILER THRU 1900-EXIT
           MOVE SAFTRLR-RECORD TO MEMOPSTN-RECORD
           WRITE MEMOPSTN-RECORD
           CLOSE MEMOPSTN-FILE
           OPEN OUTPUT MEMOPOST-FILE
           IF NOT WS-MEMOPOST-OK
               DISPLAY V-PN 'UNABLE TO REWRITE MEMOPOST - STATUS '
                   WS-MEMOPOST-STATUS ' - CONSUMERS FALL BACK TO THE '
                   'SIDE COPY - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           MOVE 'L' TO WS-SAVE-TARGET-SW
           PERFORM 3800-WRITE-ONE-HOLD THRU 3800-EXIT
               VARYING WS-REC-INDEX FROM 1 BY 1
               UNTIL WS-REC-INDEX > WS-REC-COUNT
           PERFORM 1900-BUILD-VALIDITY-TRAILER THRU 1900-EXIT
           MOVE SAFTRLR-RECORD TO MEMOPOST-RECORD
           WRITE MEMOPOST-RECORD
           CLOSE MEMOPOST-FILE
           MOVE WS-CHANGED-COUNT TO WS-HOLDS-DROPPED.
       3500-EXIT.
           EXIT.

       3610-LOAD-ONE-HOLD.
           READ MEMOPOST-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
               NOT AT END
                   MOVE MEMOPOST-RECORD(1:24) TO SAFTRLR-RECORD
                   IF SFT-TRAILER-PRESENT
                       CONTINUE
                   ELSE
                       IF WS-REC-COUNT < 500
                           ADD 1 TO WS-REC-COUNT
                           MOVE MEMOPOST-RECORD
                               TO WS-REC-RECORD(WS-REC-COUNT)
                           MOVE 'N' TO WS-REC-DROP-SW(WS-REC-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                       END-IF
                   END-IF
           END-READ.
       3610-EXIT.
           EXIT.

       3620-LOAD-ONE-SIDE-HOLD.
           READ MEMOPSTN-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
               NOT AT END
                   MOVE MEMOPSTN-RECORD(1:24) TO SAFTRLR-RECORD
                   IF SFT-TRAILER-PRESENT
                       CONTINUE
                   ELSE
                       IF WS-REC-COUNT < 500
                           ADD 1 TO WS-REC-COUNT
                           MOVE MEMOPSTN-RECORD
                               TO WS-REC-RECORD(WS-REC-COUNT)
                           MOVE 'N' TO WS-REC-DROP-SW(WS-REC-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                       END-IF
                   END-IF
           END-READ.
       3620-EXIT.
           EXIT.

       3700-JUDGE-ONE-HOLD.
           MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
           PERFORM 3750-COMPARE-VOIDED-AUTH
               VARYING WS-VOID-INDEX FROM 1 BY 1
               UNTIL WS-VOID-INDEX > WS-VOID-COUNT OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               MOVE 'Y' TO WS-REC-DROP-SW(WS-REC-INDEX)
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
       3700-EXIT.
           EXIT.

       3750-COMPARE-VOIDED-AUTH.
           IF WS-REC-RECORD(WS-REC-INDEX)(1:16)
                   = WS-VOID-AUTH-ID(WS-VOID-INDEX)
               MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
           END-IF.

       3800-WRITE-ONE-HOLD.
           IF WS-REC-DROPPED(WS-REC-INDEX)
               GO TO 3800-EXIT
           END-IF
           IF WS-SAVING-SIDE-COPY
               MOVE WS-REC-RECORD(WS-REC-INDEX) TO MEMOPSTN-RECORD
               WRITE MEMOPSTN-RECORD
           ELSE
               MOVE WS-REC-RECORD(WS-REC-INDEX) TO MEMOPOST-RECORD
               WRITE MEMOPOST-RECORD
           END-IF.
       3800-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CANCEL-SUSPENSE - EVERY EXPSUSP ITEM ON AN ESTATE ACCOUNT
      *                        IS CANCELLED THE WAY PSEXSUSP CANCELS
      *                        ONE - THE BEFORE IMAGE AUDITED TO
      *                        SUSPAUDT, THE ITEM LEFT OUT OF THE
      *                        REWRITE. NO AUDIT TRAIL, NO CANCEL.
      ******************************************************************
       4000-CANCEL-SUSPENSE.
           MOVE ZERO TO WS-REC-COUNT
           MOVE ZERO TO WS-CHANGED-COUNT
           MOVE 'N' TO WS-LOAD-EOF-SWITCH
           MOVE 'N' TO WS-OVERFLOW-SWITCH
           MOVE 'EXPSUSP' TO SFC-FILE-ID
           CALL WS-SAFECHK-NAME USING SAFECHK-PARM
           CANCEL WS-SAFECHK-NAME
           EVALUATE TRUE
               WHEN SFC-NO-FILE
                   GO TO 4000-EXIT
               WHEN SFC-NO-GOOD-COPY
                   DISPLAY V-PN 'EXPSUSP FAILS VALIDITY CHECK - RUN '
                       'REFUSED, CASES LEFT PENDING'
                   MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   MOVE 8 TO RETURN-CODE
                   GO TO 4000-EXIT
               WHEN SFC-USE-SIDE
                   OPEN INPUT EXPSUSPN-FILE
                   IF NOT WS-EXPSUSPN-OK
                       DISPLAY V-PN 'EXPSUSPN SIDE COPY UNAVAILABLE - '
                           'RUN REFUSED, CASES LEFT PENDING'
                       MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                       MOVE 8 TO RETURN-CODE
                       GO TO 4000-EXIT
                   END-IF
                   PERFORM 4120-LOAD-ONE-SIDE-ITEM THRU 4120-EXIT
                       UNTIL WS-LOAD-EOF-REACHED
                   CLOSE EXPSUSPN-FILE
               WHEN OTHER
                   OPEN INPUT EXPSUSP-FILE
                   IF NOT WS-EXPSUSP-OK
                       GO TO 4000-EXIT
                   END-IF
                   PERFORM 4110-LOAD-ONE-ITEM THRU 4110-EXIT
                       UNTIL WS-LOAD-EOF-REACHED
                   CLOSE EXPSUSP-FILE
           END-EVALUATE
           IF WS-TABLE-OVERFLOWED
               DISPLAY V-PN 'SUSPENSE TABLE FULL - RUN REFUSED, '
                   'EXPSUSP LEFT UNTOUCHED - RAISE THE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4200-JUDGE-ONE-ITEM THRU 4200-EXIT
               VARYING WS-REC-INDEX FROM 1 BY 1
               UNTIL WS-REC-INDEX > WS-REC-COUNT OR WS-RUN-REFUSED
           IF WS-SUSPAUDT-IS-OPEN
               CLOSE SUSPAUDT-FILE
               MOVE 'N' TO WS-SUSPAUDT-OPEN-SW
           END-IF
           IF WS-RUN-REFUSED OR WS-CHANGED-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF
           COMPUTE WS-KEPT-COUNT = WS-REC-COUNT - WS-CHANGED-COUNT
           OPEN OUTPUT EXPSUSPN-FILE
           IF NOT WS-EXPSUSPN-OK
               DISPLAY V-PN 'UNABLE TO WRITE EXPSUSPN SIDE COPY - '
                   'STATUS ' WS-EXPSUSPN-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           MOVE 'S' TO WS-SAVE-TARGET-SW
           PERFORM 4300-WRITE-ONE-ITEM THRU 4300-EXIT
               VARYING WS-REC-INDEX FROM 1 BY 1
               UNTIL WS-REC-INDEX > WS-REC-COUNT
           PERFORM 1900-BUILD-VALIDITY-TRAILER THRU 1900-EXIT
           MOVE SAFTRLR-RECORD TO EXPSUSPN-RECORD
           WRITE EXPSUSPN-RECORD
           CLOSE EXPSUSPN-FILE
           OPEN OUTPUT EXPSUSP-FILE
           IF NOT WS-EXPSUSP-OK
               DISPLAY V-PN 'UNABLE TO REWRITE EXPSUSP - STATUS '
                   WS-EXPSUSP-STATUS ' - CONSUMERS FALL BACK TO THE '
                   'SIDE COPY - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           MOVE 'L' TO WS-SAVE-TARGET-SW
           PERFORM 4300-WRITE-ONE-ITEM THRU 4300-EXIT
               VARYING WS-REC-INDEX FROM 1 BY 1
               UNTIL WS-REC-INDEX > WS-REC-COUNT
           PERFORM 1900-BUILD-VALIDITY-TRAILER THRU 1900-EXIT
           MOVE SAFTRLR-RECORD TO EXPSUSP-RECORD
           WRITE EXPSUSP-RECORD
           CLOSE EXPSUSP-FILE
           MOVE WS-CHANGED-COUNT TO WS-ITEMS-CANCELLED.
       4000-EXIT.
           EXIT.

       4110-LOAD-ONE-ITEM.
           READ EXPSUSP-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
               NOT AT END
                   MOVE EXPSUSP-RECORD(1:24) TO SAFTRLR-RECORD
                   IF SFT-TRAILER-PRESENT
                       CONTINUE
                   ELSE
                       IF WS-REC-COUNT < 500
                           ADD 1 TO WS-REC-COUNT
                           MOVE EXPSUSP-RECORD
                               TO WS-REC-RECORD(WS-REC-COUNT)
                           MOVE 'N' TO WS-REC-DROP-SW(WS-REC-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                       END-IF
                   END-IF
           END-READ.
       4110-EXIT.
           EXIT.

       4120-LOAD-ONE-SIDE-ITEM.
           READ EXPSUSPN-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
               NOT AT END
                   MOVE EXPSUSPN-RECORD(1:24) TO SAFTRLR-RECORD
                   IF SFT-TRAILER-PRESENT
                       CONTINUE
                   ELSE
                       IF WS-REC-COUNT < 500
                           ADD 1 TO WS-REC-COUNT
                           MOVE EXPSUSPN-RECORD
                               TO WS-REC-RECORD(WS-REC-COUNT)
                           MOVE 'N' TO WS-REC-DROP-SW(WS-REC-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                       END-IF
                   END-IF
           END-READ.
       4120-EXIT.
           EXIT.

      ******************************************************************
      * 4200-JUDGE-ONE-ITEM - AN ITEM ON AN ESTATE ACCOUNT IS AUDITED
      *                       AND DROPPED. SUSPAUDT IS OPENED FOR THE
      *                       FIRST ONE; WHEN IT CANNOT BE, THE RUN IS
      *                       REFUSED WITH NOTHING CANCELLED.
      ******************************************************************
       4200-JUDGE-ONE-ITEM.
           MOVE WS-REC-RECORD(WS-REC-INDEX) TO SUBPRM01
           MOVE SP1-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           PERFORM 1300-FIND-ACCOUNT THRU 1300-EXIT
           IF WS-ACC-INDEX = ZERO
               GO TO 4200-EXIT
           END-IF
           IF NOT WS-SUSPAUDT-IS-OPEN
               OPEN EXTEND SUSPAUDT-FILE
               IF WS-SUSPAUDT-NOT-FOUND
                   OPEN OUTPUT SUSPAUDT-FILE
               END-IF
               IF NOT WS-SUSPAUDT-OK
                   DISPLAY V-PN 'UNABLE TO OPEN SUSPAUDT - STATUS '
                       WS-SUSPAUDT-STATUS ' - RUN REFUSED, EXPSUSP '
                       'LEFT UNTOUCHED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   MOVE 8 TO RETURN-CODE
                   GO TO 4200-EXIT
               END-IF
               MOVE 'Y' TO WS-SUSPAUDT-OPEN-SW
           END-IF
           MOVE WS-ACC-CASE-INDEX(WS-ACC-INDEX) TO WS-CASE-INDEX
           MOVE SUBPRM01 TO SUA-PAYMENT-DATA
           MOVE 'C' TO SUA-ACTION
           MOVE WS-CASE-OPERATOR(WS-CASE-INDEX) TO SUA-OPERATOR-ID
           MOVE ZERO TO SUA-NEW-AMOUNT
           MOVE ZERO TO SUA-NEW-EFFECTIVE-DATE
           ACCEPT SUA-ACTION-DATE FROM DATE YYYYMMDD
           ACCEPT SUA-ACTION-TIME FROM TIME
           WRITE SUSPAUDT-RECORD
           MOVE 'Y' TO WS-REC-DROP-SW(WS-REC-INDEX)
           ADD 1 TO WS-CHANGED-COUNT
           ADD 1 TO WS-CASE-ITEMS(WS-CASE-INDEX)
           MOVE 'S' TO WS-NEW-KIND
           MOVE SP1-TRACE-ID TO WS-NEW-REFERENCE
           MOVE SP1-AMOUNT TO WS-NEW-AMOUNT
           MOVE SP1-CURRENCY-CODE TO WS-NEW-CURRENCY
           MOVE SP1-EFFECTIVE-DATE TO WS-NEW-DATE
           PERFORM 1400-ADD-ITEM THRU 1400-EXIT
           DISPLAY V-PN 'SUSPENSE ITEM CANCELLED - TRACE '
               SP1-TRACE-ID ' ACCOUNT ' SP1-ACCOUNT-NUMBER.
       4200-EXIT.
           EXIT.

       4300-WRITE-ONE-ITEM.
           IF WS-REC-DROPPED(WS-REC-INDEX)
               GO TO 4300-EXIT
           END-IF
           IF WS-SAVING-SIDE-COPY
               MOVE WS-REC-RECORD(WS-REC-INDEX) TO EXPSUSPN-RECORD
               WRITE EXPSUSPN-RECORD
           ELSE
               MOVE WS-REC-RECORD(WS-REC-INDEX) TO EXPSUSP-RECORD
               WRITE EXPSUSP-RECORD
           END-IF.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LIST-PENDING-APPROVALS - A PNDAPPR ITEM STILL AWAITING ITS
      *                               APPROVER IS NOT THE ESTATE'S TO
      *                               CANCEL - IT IS LISTED ON THE
      *                               CERTIFICATE FOR THE APPROVER TO
      *                               DECIDE.
      ******************************************************************
       5000-LIST-PENDING-APPROVALS.
           MOVE 'N' TO WS-LOAD-EOF-SWITCH
           OPEN INPUT PNDAPPR-FILE
           IF NOT WS-PNDAPPR-OK
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-CHECK-ONE-APPROVAL THRU 5100-EXIT
               UNTIL WS-LOAD-EOF-REACHED
           CLOSE PNDAPPR-FILE.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-APPROVAL.
           READ PNDAPPR-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 5100-EXIT
           END-READ
           IF NOT PND-PENDING
               GO TO 5100-EXIT
           END-IF
           MOVE PND-PAYMENT-DATA TO SUBPRM01
           MOVE SP1-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           PERFORM 1300-FIND-ACCOUNT THRU 1300-EXIT
           IF WS-ACC-INDEX = ZERO
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO WS-APPROVALS-PENDING
           MOVE 'P' TO WS-NEW-KIND
           MOVE SP1-TRACE-ID TO WS-NEW-REFERENCE
           MOVE SP1-AMOUNT TO WS-NEW-AMOUNT
           MOVE SP1-CURRENCY-CODE TO WS-NEW-CURRENCY
           MOVE PND-REQUEST-DATE TO WS-NEW-DATE
           PERFORM 1400-ADD-ITEM THRU 1400-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-MEASURE-MOVEMENT - THE NET OF EVERY CLEANLY POSTED ENTRY
      *                         DATED AFTER THE DATE OF DEATH, PER
      *                         ESTATE ACCOUNT, FROM TRANLOG AND
      *                         TRANARCH - TAKEN BACK OUT OF THE
      *                         CURRENT BALANCE IT GIVES THE BALANCE
      *                         AT THE DATE OF DEATH. THE ENTRIES ARE
      *                         CHOSEN AND STATED AS EXPSTMT STATES
      *                         THEM.
      ******************************************************************
       6000-MEASURE-MOVEMENT.
           OPEN INPUT TRANLOG-FILE
           IF WS-TRANLOG-OK
               MOVE 'N' TO WS-LOAD-EOF-SWITCH
               PERFORM 6100-READ-TRANLOG-ENTRY THRU 6100-EXIT
                   UNTIL WS-LOAD-EOF-REACHED
               CLOSE TRANLOG-FILE
           END-IF
           OPEN INPUT TRANARCH-FILE
           IF WS-TRANARCH-OK
               MOVE 'N' TO WS-LOAD-EOF-SWITCH
               PERFORM 6200-READ-TRANARCH-ENTRY THRU 6200-EXIT
                   UNTIL WS-LOAD-EOF-REACHED
               CLOSE TRANARCH-FILE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-READ-TRANLOG-ENTRY.
           READ TRANLOG-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
               NOT AT END
                   PERFORM 6300-MEASURE-ONE-ENTRY THRU 6300-EXIT
           END-READ.
       6100-EXIT.
           EXIT.

       6200-READ-TRANARCH-ENTRY.
           READ TRANARCH-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
               NOT AT END
                   MOVE TRANARCH-RECORD TO TLOG-RECORD
                   PERFORM 6300-MEASURE-ONE-ENTRY THRU 6300-EXIT
           END-READ.
       6200-EXIT.
           EXIT.

       6300-MEASURE-ONE-ENTRY.
           IF TLOG-RETURN-CODE NOT = ZERO
               GO TO 6300-EXIT
           END-IF
      *    A FEE-TAX ENTRY, A REVALUATION AND A RECOVERY NEVER MOVED
      *    THE ACCOUNT'S OWN BALANCE.
           IF TLOG-TYPE-FEE-TAX OR TLOG-TYPE-REVALUATION OR
                   TLOG-TYPE-RECOVERY
               GO TO 6300-EXIT
           END-IF
           MOVE TLOG-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           PERFORM 1300-FIND-ACCOUNT THRU 1300-EXIT
           IF WS-ACC-INDEX = ZERO
               GO TO 6300-EXIT
           END-IF
           MOVE WS-ACC-CASE-INDEX(WS-ACC-INDEX) TO WS-CASE-INDEX
           IF TLOG-TRANSACTION-DATE NOT >
                   WS-CASE-DEATH-DATE(WS-CASE-INDEX)
               GO TO 6300-EXIT
           END-IF
           PERFORM 6400-SET-ENTRY-AMOUNT THRU 6400-EXIT
           ADD WS-ENTRY-AMOUNT TO WS-ACC-MOVEMENT(WS-ACC-INDEX).
       6300-EXIT.
           EXIT.

      ******************************************************************
      * 6400-SET-ENTRY-AMOUNT - THE ENTRY IN THE ACCOUNT'S OWN TERMS:
      *                         THE CONVERTED (BASE) AMOUNT ON A BASE
      *                         ACCOUNT; ON A FOREIGN-CURRENCY ACCOUNT
      *                         THE AMOUNT ITSELF WHEN IT WAS IN THAT
      *                         CURRENCY, OTHERWISE THE CONVERTED
      *                         AMOUNT AT THE RATE IT POSTED AT.
      ******************************************************************
       6400-SET-ENTRY-AMOUNT.
           MOVE TLOG-CONVERTED-AMOUNT TO WS-ENTRY-AMOUNT
           IF WS-ACC-CURRENCY(WS-ACC-INDEX) = SPACES
               GO TO 6400-EXIT
           END-IF
           IF TLOG-CURRENCY-CODE = WS-ACC-CURRENCY(WS-ACC-INDEX)
               MOVE TLOG-AMOUNT TO WS-ENTRY-AMOUNT
               GO TO 6400-EXIT
           END-IF
           IF TLOG-ACCOUNT-RATE NUMERIC AND TLOG-ACCOUNT-RATE > ZERO
               COMPUTE WS-ENTRY-AMOUNT ROUNDED =
                   TLOG-CONVERTED-AMOUNT / TLOG-ACCOUNT-RATE
           END-IF.
       6400-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-CERTIFICATES - ONE ESTATE POSITION CERTIFICATE PER
      *                           CASE. CUSTMSTR AND INTACCR ARE
      *                           READ WHEN THEY ARE ON HAND.
      ******************************************************************
       7000-WRITE-CERTIFICATES.
           OPEN INPUT CUSTMST-FILE
           IF WS-CUSTMST-OK
               MOVE 'Y' TO WS-CUSTMST-OPEN-SW
           END-IF
           OPEN INPUT INTACCR-FILE
           IF WS-INTACCR-OK
               MOVE 'Y' TO WS-INTACCR-OPEN-SW
           END-IF
           PERFORM 7100-WRITE-ONE-CERTIFICATE THRU 7100-EXIT
               VARYING WS-CASE-INDEX FROM 1 BY 1
               UNTIL WS-CASE-INDEX > WS-CASE-COUNT
           IF WS-CUSTMST-IS-OPEN
               CLOSE CUSTMST-FILE
           END-IF
           IF WS-INTACCR-IS-OPEN
               CLOSE INTACCR-FILE
           END-IF.
       7000-EXIT.
           EXIT.

       7100-WRITE-ONE-CERTIFICATE.
           MOVE SPACES TO WS-CERT-NAME
           MOVE SPACES TO WS-CERT-ADDRESS
           MOVE ZERO TO WS-CERT-ACCOUNTS
           MOVE ZERO TO WS-CERT-DEATH-TOTAL
           MOVE ZERO TO WS-CERT-CURRENT-TOTAL
           MOVE ZERO TO WS-CERT-INTEREST-TOTAL
           IF WS-CUSTMST-IS-OPEN
               MOVE WS-CASE-CUSTOMER(WS-CASE-INDEX)
                   TO CUS-CUSTOMER-NUMBER
               READ CUSTMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUS-CUSTOMER-NAME TO WS-CERT-NAME
                       MOVE CUS-CUSTOMER-ADDRESS TO WS-CERT-ADDRESS
               END-READ
           END-IF
           MOVE 'ESTATE POSITION CERTIFICATE' TO ECT-RECORD
           PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT
           MOVE SPACES TO ECT-RECORD
           STRING 'CUSTOMER       ' DELIMITED BY SIZE
                  WS-CASE-CUSTOMER(WS-CASE-INDEX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CERT-NAME DELIMITED BY SIZE
               INTO ECT-RECORD
           PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT
           MOVE SPACES TO ECT-RECORD
           STRING 'ADDRESS        ' DELIMITED BY SIZE
                  WS-CERT-ADDRESS DELIMITED BY SIZE
               INTO ECT-RECORD
           PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT
           MOVE SPACES TO ECT-RECORD
           STRING 'DATE OF DEATH  ' DELIMITED BY SIZE
                  WS-CASE-DEATH-DATE(WS-CASE-INDEX) DELIMITED BY SIZE
                  '    PREPARED ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO ECT-RECORD
           PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT
           MOVE SPACES TO ECT-RECORD
           PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT
           PERFORM 7200-CERTIFY-ONE-ACCOUNT THRU 7200-EXIT
               VARYING WS-ACC-INDEX FROM 1 BY 1
               UNTIL WS-ACC-INDEX > WS-ACC-COUNT
           IF WS-CERT-ACCOUNTS = ZERO
               MOVE 'NO OPEN ACCOUNTS' TO ECT-RECORD
               PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT
               MOVE SPACES TO ECT-RECORD
               PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT
           END-IF
           PERFORM 7500-WRITE-CERTIFICATE-TOTALS THRU 7500-EXIT
           ADD 1 TO WS-CERTIFICATES-WRITTEN.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 7200-CERTIFY-ONE-ACCOUNT - ONE OF THE CASE'S ACCOUNTS: ITS
      *                            BALANCES, ITS ACCRUED INTEREST, AND
      *                            THE ITEMS LISTED AGAINST IT.
      ******************************************************************
       7200-CERTIFY-ONE-ACCOUNT.
           IF WS-ACC-CASE-INDEX(WS-ACC-INDEX) NOT = WS-CASE-INDEX
               GO TO 7200-EXIT
           END-IF
           ADD 1 TO WS-CERT-ACCOUNTS
           IF WS-ACC-CURRENCY(WS-ACC-INDEX) = SPACES
               MOVE WS-BASE-CURRENCY TO WS-CERT-CURRENCY
           ELSE
               MOVE WS-ACC-CURRENCY(WS-ACC-INDEX) TO WS-CERT-CURRENCY
           END-IF
           COMPUTE WS-CERT-DEATH-BALANCE =
               WS-ACC-BALANCE(WS-ACC-INDEX) +
               WS-ACC-MOVEMENT(WS-ACC-INDEX)
           MOVE ZERO TO WS-CERT-ACCRUED
           MOVE ZERO TO WS-CERT-ACCRUAL-DATE
           IF WS-INTACCR-IS-OPEN
               MOVE WS-ACC-NUMBER(WS-ACC-INDEX) TO INA-ACCOUNT-NUMBER
               READ INTACCR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INA-ACCRUED-AMOUNT NUMERIC
                           MOVE INA-ACCRUED-AMOUNT TO WS-CERT-ACCRUED
                       END-IF
                       IF INA-LAST-ACCRUAL-DATE NUMERIC
                           MOVE INA-LAST-ACCRUAL-DATE
                               TO WS-CERT-ACCRUAL-DATE
                       END-IF
               END-READ
           END-IF
      *    THE TOTALS ARE A SINGLE FIGURE ONLY FOR THE BASE-CURRENCY
      *    ACCOUNTS - A FOREIGN-CURRENCY ACCOUNT STANDS ON ITS OWN.
           IF WS-ACC-CURRENCY(WS-ACC-INDEX) = SPACES
               ADD WS-CERT-DEATH-BALANCE TO WS-CERT-DEATH-TOTAL
               ADD WS-ACC-BALANCE(WS-ACC-INDEX)
                   TO WS-CERT-CURRENT-TOTAL
               ADD WS-CERT-ACCRUED TO WS-CERT-INTEREST-TOTAL
           END-IF
           MOVE SPACES TO ECT-RECORD
           STRING 'ACCOUNT ' DELIMITED BY SIZE
                  WS-ACC-NUMBER(WS-ACC-INDEX) DELIMITED BY SIZE
                  '  STATUS ' DELIMITED BY SIZE
                  WS-ACC-STATUS(WS-ACC-INDEX) DELIMITED BY SIZE
                  '  CURRENCY ' DELIMITED BY SIZE
                  WS-CERT-CURRENCY DELIMITED BY SIZE
               INTO ECT-RECORD
           PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT
           MOVE WS-CERT-DEATH-BALANCE TO WS-MONEY-EDIT
           MOVE SPACES TO ECT-RECORD
           STRING '  BALANCE AT DATE OF DEATH ' DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
               INTO ECT-RECORD
           PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT
           MOVE WS-ACC-BALANCE(WS-ACC-INDEX) TO WS-MONEY-EDIT
           MOVE SPACES TO ECT-RECORD
           STRING '  CURRENT BALANCE          ' DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
               INTO ECT-RECORD
           PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT
           MOVE WS-CERT-ACCRUED TO WS-MONEY-EDIT
           MOVE SPACES TO ECT-RECORD
           STRING '  ACCRUED INTEREST         ' DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  '  ACCRUED TO ' DELIMITED BY SIZE
                  WS-CERT-ACCRUAL-DATE DELIMITED BY SIZE
               INTO ECT-RECORD
           PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT
           PERFORM 7300-LIST-ONE-ITEM THRU 7300-EXIT
               VARYING WS-ITM-INDEX FROM 1 BY 1
               UNTIL WS-ITM-INDEX > WS-ITM-COUNT
           MOVE SPACES TO ECT-RECORD
           PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT.
       7200-EXIT.
           EXIT.

       7300-LIST-ONE-ITEM.
           IF WS-ITM-ACC-INDEX(WS-ITM-INDEX) NOT = WS-ACC-INDEX
               GO TO 7300-EXIT
           END-IF
           EVALUATE WS-ITM-KIND(WS-ITM-INDEX)
               WHEN 'O'
                   MOVE 'ORDER SUSPENDED' TO WS-CERT-ITEM-TEXT
               WHEN 'R'
                   MOVE 'RESERVATION VOIDED' TO WS-CERT-ITEM-TEXT
               WHEN 'S'
                   MOVE 'SUSPENSE CANCELLED' TO WS-CERT-ITEM-TEXT
               WHEN OTHER
                   MOVE 'AWAITING APPROVAL' TO WS-CERT-ITEM-TEXT
           END-EVALUATE
           MOVE WS-ITM-AMOUNT(WS-ITM-INDEX) TO WS-MONEY-EDIT
           MOVE SPACES TO ECT-RECORD
           STRING '  ' DELIMITED BY SIZE
                  WS-CERT-ITEM-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ITM-REFERENCE(WS-ITM-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ITM-CURRENCY(WS-ITM-INDEX) DELIMITED BY SIZE
                  '  DATED ' DELIMITED BY SIZE
                  WS-ITM-DATE(WS-ITM-INDEX) DELIMITED BY SIZE
               INTO ECT-RECORD
           PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT.
       7300-EXIT.
           EXIT.

      ******************************************************************
      * 7500-WRITE-CERTIFICATE-TOTALS - THE BASE-CURRENCY TOTALS AND
      *                                 THE COUNTS OF WHAT THE
      *                                 WORKFLOW DID, THEN THE END OF
      *                                 THE CERTIFICATE.
      ******************************************************************
       7500-WRITE-CERTIFICATE-TOTALS.
           MOVE WS-CERT-DEATH-TOTAL TO WS-MONEY-EDIT
           MOVE WS-CERT-CURRENT-TOTAL TO WS-MONEY-EDIT-2
           MOVE SPACES TO ECT-RECORD
           STRING 'TOTAL ' DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
                  ' AT DATE OF DEATH ' DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
                  '  CURRENT ' DELIMITED BY SIZE
                  WS-MONEY-EDIT-2 DELIMITED BY SIZE
               INTO ECT-RECORD
           PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT
           MOVE WS-CERT-INTEREST-TOTAL TO WS-MONEY-EDIT
           MOVE SPACES TO ECT-RECORD
           STRING 'TOTAL ' DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
                  ' ACCRUED INTEREST ' DELIMITED BY SIZE
                  WS-MONEY-EDIT DELIMITED BY SIZE
               INTO ECT-RECORD
           PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT
           MOVE WS-CASE-ACCOUNTS(WS-CASE-INDEX) TO WS-ACCOUNTS-EDIT
           MOVE WS-CASE-ORDERS(WS-CASE-INDEX) TO WS-ORDERS-EDIT
           MOVE WS-CASE-AUTHS(WS-CASE-INDEX) TO WS-AUTHS-EDIT
           MOVE WS-CASE-ITEMS(WS-CASE-INDEX) TO WS-ITEMS-EDIT
           MOVE SPACES TO ECT-RECORD
           STRING 'ACCOUNTS ' DELIMITED BY SIZE
                  WS-ACCOUNTS-EDIT DELIMITED BY SIZE
                  '  ORDERS SUSPENDED ' DELIMITED BY SIZE
                  WS-ORDERS-EDIT DELIMITED BY SIZE
                  '  RESERVATIONS VOIDED ' DELIMITED BY SIZE
                  WS-AUTHS-EDIT DELIMITED BY SIZE
                  '  ITEMS CANCELLED ' DELIMITED BY SIZE
                  WS-ITEMS-EDIT DELIMITED BY SIZE
               INTO ECT-RECORD
           PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT
           IF WS-ITEMS-NOT-LISTED > ZERO
               MOVE 'FURTHER ITEMS NOT LISTED - ITEM TABLE FULL'
                   TO ECT-RECORD
               PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT
           END-IF
           MOVE 'END OF CERTIFICATE' TO ECT-RECORD
           PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT
           MOVE SPACES TO ECT-RECORD
           PERFORM 7900-WRITE-CERTIFICATE-LINE THRU 7900-EXIT.
       7500-EXIT.
           EXIT.

       7900-WRITE-CERTIFICATE-LINE.
           DISPLAY V-PN ECT-RECORD
           WRITE ECT-RECORD.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-MARK-CASES-DONE - EACH CASE WORKED IS REWRITTEN
      *                        WORKFLOW-DONE WITH WHAT WAS DONE FOR
      *                        IT, READY FOR EXPESTCL.
      ******************************************************************
       8000-MARK-CASES-DONE.
           PERFORM 8100-MARK-ONE-CASE THRU 8100-EXIT
               VARYING WS-CASE-INDEX FROM 1 BY 1
               UNTIL WS-CASE-INDEX > WS-CASE-COUNT.
       8000-EXIT.
           EXIT.

       8100-MARK-ONE-CASE.
           MOVE WS-CASE-CUSTOMER(WS-CASE-INDEX) TO EST-CUSTOMER-NUMBER
           READ ESTCASE-FILE
               INVALID KEY
                   DISPLAY V-PN 'ESTATE CASE ' EST-CUSTOMER-NUMBER
                       ' NO LONGER ON FILE'
                   GO TO 8100-EXIT
           END-READ
           IF NOT EST-PENDING
               GO TO 8100-EXIT
           END-IF
           MOVE 'W' TO EST-CASE-STATUS
           MOVE WS-RUN-DATE TO EST-WORKFLOW-DATE
           MOVE WS-CASE-ACCOUNTS(WS-CASE-INDEX) TO EST-ACCOUNT-COUNT
           MOVE WS-CASE-ORDERS(WS-CASE-INDEX) TO EST-ORDERS-SUSPENDED
           MOVE WS-CASE-AUTHS(WS-CASE-INDEX) TO EST-AUTHS-VOIDED
           MOVE WS-CASE-ITEMS(WS-CASE-INDEX) TO EST-ITEMS-CANCELLED
           REWRITE ESTCASE-RECORD
               INVALID KEY
                   DISPLAY V-PN 'ESTATE CASE REWRITE FAILED - '
                       EST-CUSTOMER-NUMBER
                   MOVE 8 TO RETURN-CODE
                   GO TO 8100-EXIT
           END-REWRITE
           ADD 1 TO WS-CASES-COMPLETED.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE, REPORT THE COUNTS, AND SET THE
      *                  CONDITION CODE - 4 WHEN THE CERTIFICATE
      *                  LISTING WAS CUT SHORT.
      ******************************************************************
       9000-TERMINATE.
           IF WS-ESTCERT-IS-OPEN
               CLOSE ESTCERT-FILE
           END-IF
           IF WS-ESTCASE-IS-OPEN
               CLOSE ESTCASE-FILE
           END-IF
           DISPLAY V-PN 'CASES PENDING........: ' WS-CASES-PENDING
           DISPLAY V-PN 'ESTATE ACCOUNTS......: ' WS-ACC-COUNT
           DISPLAY V-PN 'ORDERS SUSPENDED.....: ' WS-ORDERS-SUSPENDED
           DISPLAY V-PN 'RESERVATIONS VOIDED..: ' WS-AUTHS-VOIDED
           DISPLAY V-PN 'HOLDS DROPPED........: ' WS-HOLDS-DROPPED
           DISPLAY V-PN 'ITEMS CANCELLED......: ' WS-ITEMS-CANCELLED
           DISPLAY V-PN 'APPROVALS PENDING....: ' WS-APPROVALS-PENDING
           DISPLAY V-PN 'CERTIFICATES WRITTEN.: '
               WS-CERTIFICATES-WRITTEN
           DISPLAY V-PN 'CASES COMPLETED......: ' WS-CASES-COMPLETED
           IF WS-ITEMS-NOT-LISTED > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
