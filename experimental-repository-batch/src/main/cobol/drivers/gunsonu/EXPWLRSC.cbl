      ******************************************************************
      * PROGRAM-ID : EXPWLRSC
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - RETROACTIVE WATCH-LIST
      *                    RESCREEN, RUN IN THE EXPCTRL CHAIN AHEAD OF
      *                    THE POSTING RUN. SUBPGM01 ONLY SCREENS A
      *                    NAME WHEN A PAYMENT PASSES THROUGH, SO A
      *                    CUSTOMER OR BENEFICIARY WHO DOES NOT
      *                    TRANSACT WENT UNNOTICED AFTER BEING LISTED.
      *                    THE NAMES ADDED TO WATCHLST SINCE THE LAST
      *                    RESCREEN (THE LIST AS LAST SCREENED IS KEPT
      *                    ON WATCHPRV; NO WATCHPRV MEANS EVERY NAME
      *                    IS NEW) ARE SCREENED AGAINST EVERY CUSTMSTR
      *                    CUSTOMER NAME AND EVERY BENREG EXPECTED
      *                    NAME. EACH HIT GOES ONTO THE CMPHOLD QUEUE
      *                    PSEXCMPL BROWSES (HOLD TYPE 'S', WLRS TRACE
      *                    ID) AND THE ACCOUNT IS HELD ON ACCTFRZ
      *                    (REASON WLH) UNTIL THE DESK CLEARS IT. A
      *                    NIGHT WITH NO NEW NAMES DOES NOTHING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPWLRSC.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHLST-FILE ASSIGN TO 'WATCHLST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WATCHLST-STATUS.
           SELECT WATCHPRV-FILE ASSIGN TO 'WATCHPRV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WATCHPRV-STATUS.
           SELECT CUSTMST-FILE ASSIGN TO 'CUSTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUS-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT BENREG-FILE ASSIGN TO 'BENREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BEN-ACCOUNT-NUMBER
               FILE STATUS IS WS-BENREG-STATUS.
           SELECT ACCTFRZ-FILE ASSIGN TO 'ACCTFRZ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRZ-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTFRZ-STATUS.
           SELECT CMPHOLD-FILE ASSIGN TO 'CMPHOLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMPHOLD-STATUS.
           SELECT FRZAUDT-FILE ASSIGN TO 'FRZAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRZAUDT-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCHLST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY WATCHLST.

       FD  WATCHPRV-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE WATCH LIST AS IT STOOD AT THE LAST RESCREEN, IN THE
      *    WATCHLST LAYOUT - REWRITTEN FROM WATCHLST AT THE END OF
      *    EVERY CLEAN RUN.
       01  WATCHPRV-RECORD                 PIC X(48).

       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMSTR.

       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMSTR.

       FD  BENREG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BENREG.

       FD  ACCTFRZ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTFRZ.

       FD  CMPHOLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CMPHOLD.

       FD  FRZAUDT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY FRZAUDT.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPWLRSC->'.

       01  WS-FILE-STATUSES.
           05  WS-WATCHLST-STATUS          PIC X(02) VALUE '00'.
               88  WS-WATCHLST-OK              VALUE '00'.
           05  WS-WATCHPRV-STATUS          PIC X(02) VALUE '00'.
               88  WS-WATCHPRV-OK              VALUE '00'.
               88  WS-WATCHPRV-NOT-FOUND       VALUE '35'.
           05  WS-CUSTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-CUSTMST-OK               VALUE '00'.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-BENREG-STATUS            PIC X(02) VALUE '00'.
               88  WS-BENREG-OK                VALUE '00'.
           05  WS-ACCTFRZ-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTFRZ-OK               VALUE '00'.
               88  WS-ACCTFRZ-NOT-FOUND        VALUES '30' '35'.
           05  WS-CMPHOLD-STATUS           PIC X(02) VALUE '00'.
               88  WS-CMPHOLD-OK               VALUE '00'.
               88  WS-CMPHOLD-NOT-FOUND        VALUE '35'.
           05  WS-FRZAUDT-STATUS           PIC X(02) VALUE '00'.
               88  WS-FRZAUDT-OK               VALUE '00'.
               88  WS-FRZAUDT-NOT-FOUND        VALUE '35'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF-REACHED              VALUE 'Y'.
           05  WS-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-TABLE-OVERFLOWED         VALUE 'Y'.
           05  WS-RUN-FAILED-SW            PIC X(01) VALUE 'N'.
               88  WS-RUN-FAILED               VALUE 'Y'.
           05  WS-LIST-LOADED-SW           PIC X(01) VALUE 'N'.
               88  WS-LIST-LOADED              VALUE 'Y'.
           05  WS-NAME-MATCH-SW            PIC X(01) VALUE 'N'.
               88  WS-NAME-MATCHED             VALUE 'Y'.
           05  WS-ALREADY-RAISED-SW        PIC X(01) VALUE 'N'.
               88  WS-ALREADY-RAISED           VALUE 'Y'.
           05  WS-ACCTFRZ-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-ACCTFRZ-IS-OPEN          VALUE 'Y'.
           05  WS-FREEZE-FOUND-SW          PIC X(01) VALUE 'N'.
               88  WS-FREEZE-FOUND             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-NAMES-ADDED              PIC 9(05) COMP VALUE ZERO.
           05  WS-CUSTOMERS-READ           PIC 9(07) COMP VALUE ZERO.
           05  WS-BENEFICIARIES-READ       PIC 9(07) COMP VALUE ZERO.
           05  WS-HITS-RAISED              PIC 9(05) COMP VALUE ZERO.
           05  WS-ACCOUNTS-HELD            PIC 9(05) COMP VALUE ZERO.
           05  WS-ALREADY-PENDING          PIC 9(05) COMP VALUE ZERO.
           05  WS-TRACE-SEQUENCE           PIC 9(04) VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

      ******************************************************************
      * WS-LIST-TABLE / WS-PRIOR-TABLE - THE WATCH LIST NOW AND AS
      * LAST SCREENED. THE SAME 200-ENTRY LIMIT AS SUBPGM01'S TABLE.
      ******************************************************************
       01  WS-LIST-TABLE.
           05  WS-LIST-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  WS-LIST-INDEX               PIC 9(03) COMP VALUE ZERO.
           05  WS-LIST-ENTRY OCCURS 200 TIMES.
               10  WS-LIST-RECORD          PIC X(48).
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-PRIOR-INDEX              PIC 9(03) COMP VALUE ZERO.
           05  WS-PRIOR-ENTRY OCCURS 200 TIMES.
               10  WS-PRIOR-NAME           PIC X(25).

      ******************************************************************
      * WS-ADDED-TABLE - THE NAMES ON WATCHLST THAT WERE NOT ON THE
      * LIST LAST SCREENED - THE ONLY NAMES THIS RUN SCREENS FOR.
      ******************************************************************
       01  WS-ADDED-TABLE.
           05  WS-ADDED-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-ADDED-INDEX              PIC 9(03) COMP VALUE ZERO.
           05  WS-ADDED-ENTRY OCCURS 200 TIMES.
               10  WS-ADDED-NAME           PIC X(25).
               10  WS-ADDED-REFERENCE      PIC X(12).

      ******************************************************************
      * WS-CUSTHIT-TABLE - CUSTOMERS WHOSE NAME MATCHED, CARRIED INTO
      * THE ACCTMSTR PASS THAT FINDS THE ACCOUNTS THEY OWN.
      ******************************************************************
       01  WS-CUSTHIT-TABLE.
           05  WS-CUSTHIT-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-CUSTHIT-INDEX            PIC 9(04) COMP VALUE ZERO.
           05  WS-CUSTHIT-ENTRY OCCURS 500 TIMES.
               10  WS-CUSTHIT-NUMBER       PIC X(08).
               10  WS-CUSTHIT-NAME         PIC X(25).
               10  WS-CUSTHIT-REFERENCE    PIC X(12).

      ******************************************************************
      * WS-RAISED-TABLE - ACCOUNT AND LIST REFERENCE OF EVERY
      * SCREENING HIT ALREADY PENDING ON CMPHOLD OR RAISED THIS RUN,
      * SO A RERUN (OR A NAME MATCHED AS OWNER AND AS BENEFICIARY)
      * DOES NOT QUEUE THE SAME HIT TWICE.
      ******************************************************************
       01  WS-RAISED-TABLE.
           05  WS-RAISED-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-RAISED-INDEX             PIC 9(04) COMP VALUE ZERO.
           05  WS-RAISED-ENTRY OCCURS 1000 TIMES.
               10  WS-RAISED-ACCOUNT       PIC X(10).
               10  WS-RAISED-REFERENCE     PIC X(12).

       01  WS-MATCH-WORK.
           05  WS-MATCH-NAME-WORK          PIC X(25) VALUE SPACES.
           05  WS-MATCH-NAME               PIC X(25) VALUE SPACES.
           05  WS-MATCH-REFERENCE          PIC X(12) VALUE SPACES.
           05  WS-HIT-ACCOUNT              PIC X(10) VALUE SPACES.
           05  WS-HIT-SOURCE               PIC X(11) VALUE SPACES.

       01  WS-HIT-TRACE-ID.
           05  FILLER                      PIC X(04) VALUE 'WLRS'.
           05  WS-HIT-TRACE-DATE           PIC 9(08) VALUE ZERO.
           05  WS-HIT-TRACE-SEQ            PIC 9(04) VALUE ZERO.

           COPY SUBPRM01.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-ADDED-COUNT > ZERO AND NOT WS-RUN-FAILED
               PERFORM 1500-LOAD-PENDING-HITS THRU 1500-EXIT
               PERFORM 1700-OPEN-ACCTFRZ THRU 1700-EXIT
           END-IF
           IF WS-ADDED-COUNT > ZERO AND NOT WS-RUN-FAILED
               PERFORM 2000-SCREEN-CUSTOMERS THRU 2000-EXIT
               PERFORM 3000-HOLD-OWNER-ACCOUNTS THRU 3000-EXIT
               PERFORM 4000-SCREEN-BENEFICIARIES THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, BOTH LISTS, AND THE NAMES
      *                   ADDED BETWEEN THEM.
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
           MOVE WS-RUN-DATE TO WS-HIT-TRACE-DATE
           OPEN INPUT WATCHLST-FILE
           IF NOT WS-WATCHLST-OK
               DISPLAY V-PN 'NO WATCHLST ON HAND - NOTHING TO '
                   'RESCREEN'
               GO TO 1000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1100-LOAD-ONE-LISTED THRU 1100-EXIT
               UNTIL WS-EOF-REACHED
           CLOSE WATCHLST-FILE
           MOVE 'Y' TO WS-LIST-LOADED-SW
           OPEN INPUT WATCHPRV-FILE
           IF WS-WATCHPRV-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1200-LOAD-ONE-PRIOR THRU 1200-EXIT
                   UNTIL WS-EOF-REACHED
               CLOSE WATCHPRV-FILE
           ELSE
               DISPLAY V-PN 'NO WATCHPRV ON HAND - EVERY LISTED '
                   'NAME IS SCREENED'
           END-IF
      *    A TRUNCATED LIST WOULD LEAVE NAMES UNSCREENED AND THEN
      *    RECORD THEM AS SCREENED - THE RUN IS REFUSED WITH WATCHPRV
      *    UNTOUCHED.
           IF WS-TABLE-OVERFLOWED
               DISPLAY V-PN 'WATCH-LIST TABLE FULL - RUN REFUSED, '
                   'WATCHPRV LEFT UNTOUCHED - RAISE THE LIMIT'
               MOVE 'Y' TO WS-RUN-FAILED-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-NOTE-ADDED-NAME THRU 1300-EXIT
               VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-LIST-INDEX > WS-LIST-COUNT
           IF WS-ADDED-COUNT = ZERO
               DISPLAY V-PN 'NO NAMES ADDED SINCE THE LAST RESCREEN'
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-LISTED.
           READ WATCHLST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-LIST-COUNT < 200
                       ADD 1 TO WS-LIST-COUNT
                       MOVE WATCHLST-RECORD
                           TO WS-LIST-RECORD(WS-LIST-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1200-LOAD-ONE-PRIOR.
           READ WATCHPRV-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-PRIOR-COUNT < 200
                       ADD 1 TO WS-PRIOR-COUNT
                       MOVE WATCHPRV-RECORD(1:25)
                           TO WS-PRIOR-NAME(WS-PRIOR-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-NOTE-ADDED-NAME - A LISTED NAME NOT ON THE PRIOR LIST
      *                        IS ADDED. THE COMPARE IS THE SAME
      *                        EXACT NAME MATCH SUBPGM01 USES.
      ******************************************************************
       1300-NOTE-ADDED-NAME.
           MOVE WS-LIST-RECORD(WS-LIST-INDEX) TO WATCHLST-RECORD
           IF WCH-LISTED-NAME = SPACES
               GO TO 1300-EXIT
           END-IF
           MOVE 'N' TO WS-NAME-MATCH-SW
           PERFORM 1350-COMPARE-PRIOR-NAME
               VARYING WS-PRIOR-INDEX FROM 1 BY 1
               UNTIL WS-PRIOR-INDEX > WS-PRIOR-COUNT
                   OR WS-NAME-MATCHED
           IF WS-NAME-MATCHED
               GO TO 1300-EXIT
           END-IF
           ADD 1 TO WS-ADDED-COUNT
           MOVE WCH-LISTED-NAME TO WS-ADDED-NAME(WS-ADDED-COUNT)
           MOVE WCH-LIST-REFERENCE
               TO WS-ADDED-REFERENCE(WS-ADDED-COUNT)
           ADD 1 TO WS-NAMES-ADDED
           DISPLAY V-PN 'NAME ADDED TO LIST - ' WCH-LISTED-NAME
               ' (' WCH-LIST-REFERENCE ')'.
       1300-EXIT.
           EXIT.

       1350-COMPARE-PRIOR-NAME.
           IF WS-PRIOR-NAME(WS-PRIOR-INDEX) = WCH-LISTED-NAME
               MOVE 'Y' TO WS-NAME-MATCH-SW
           END-IF.

      ******************************************************************
      * 1500-LOAD-PENDING-HITS - SCREENING HITS STILL PENDING ON
      *                          CMPHOLD, SO THEY ARE NOT QUEUED
      *                          AGAIN, AND THE HIGHEST WLRS TRACE
      *                          ALREADY ISSUED FOR THE RUN DATE, SO
      *                          A RERUN'S TRACE IDS STAY UNIQUE.
      ******************************************************************
       1500-LOAD-PENDING-HITS.
           OPEN INPUT CMPHOLD-FILE
           IF NOT WS-CMPHOLD-OK
               GO TO 1500-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1550-NOTE-ONE-PENDING-HIT THRU 1550-EXIT
               UNTIL WS-EOF-REACHED
           CLOSE CMPHOLD-FILE.
       1500-EXIT.
           EXIT.

       1550-NOTE-ONE-PENDING-HIT.
           READ CMPHOLD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE CMP-PAYMENT-DATA TO SUBPRM01
                   IF SP1-TRACE-ID(1:12) = WS-HIT-TRACE-ID(1:12) AND
                           SP1-TRACE-ID(13:4) IS NUMERIC AND
                           SP1-TRACE-ID(13:4) > WS-TRACE-SEQUENCE
                       MOVE SP1-TRACE-ID(13:4) TO WS-TRACE-SEQUENCE
                   END-IF
                   IF CMP-SCREENING-HIT AND CMP-PENDING AND
                           WS-RAISED-COUNT < 1000
                       ADD 1 TO WS-RAISED-COUNT
                       MOVE SP1-ACCOUNT-NUMBER
                           TO WS-RAISED-ACCOUNT(WS-RAISED-COUNT)
                       MOVE CMP-LIST-REFERENCE
                           TO WS-RAISED-REFERENCE(WS-RAISED-COUNT)
                   END-IF
           END-READ.
       1550-EXIT.
           EXIT.

      ******************************************************************
      * 1700-OPEN-ACCTFRZ - OPEN FOR UPDATE, CREATING THE FILE THE
      *                     FIRST TIME, THE SAME WAY FRZMNT DOES. THE
      *                     HITS ARE STILL QUEUED WITHOUT IT, BUT THE
      *                     RUN ENDS CC 8 SO THE HOLDS ARE CHASED.
      ******************************************************************
       1700-OPEN-ACCTFRZ.
           OPEN I-O ACCTFRZ-FILE
           IF WS-ACCTFRZ-NOT-FOUND
               OPEN OUTPUT ACCTFRZ-FILE
               IF WS-ACCTFRZ-OK
                   CLOSE ACCTFRZ-FILE
                   OPEN I-O ACCTFRZ-FILE
               END-IF
           END-IF
           IF WS-ACCTFRZ-OK
               MOVE 'Y' TO WS-ACCTFRZ-OPEN-SW
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN ACCTFRZ - STATUS '
                   WS-ACCTFRZ-STATUS ' - ACCOUNT HOLDS NOT PLACED'
               MOVE 'Y' TO WS-RUN-FAILED-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       1700-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SCREEN-CUSTOMERS - EVERY CUSTMSTR NAME AGAINST THE ADDED
      *                         NAMES. A HIT IS TABLED FOR THE
      *                         ACCTMSTR PASS.
      ******************************************************************
       2000-SCREEN-CUSTOMERS.
           OPEN INPUT CUSTMST-FILE
           IF NOT WS-CUSTMST-OK
               DISPLAY V-PN 'UNABLE TO OPEN CUSTMSTR - STATUS '
                   WS-CUSTMST-STATUS ' - CUSTOMERS NOT SCREENED'
               MOVE 'Y' TO WS-RUN-FAILED-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2100-SCREEN-ONE-CUSTOMER THRU 2100-EXIT
               UNTIL WS-EOF-REACHED
           CLOSE CUSTMST-FILE.
       2000-EXIT.
           EXIT.

       2100-SCREEN-ONE-CUSTOMER.
           READ CUSTMST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-CUSTOMERS-READ
           MOVE CUS-CUSTOMER-NAME TO WS-MATCH-NAME-WORK
           PERFORM 5000-MATCH-ADDED-NAMES THRU 5000-EXIT
           IF NOT WS-NAME-MATCHED
               GO TO 2100-EXIT
           END-IF
           IF WS-CUSTHIT-COUNT >= 500
               DISPLAY V-PN 'CUSTOMER HIT TABLE FULL - CUSTOMER '
                   CUS-CUSTOMER-NUMBER ' MATCHED ' WS-MATCH-REFERENCE
                   ' BUT NOT HELD - RAISE THE LIMIT'
               MOVE 'Y' TO WS-RUN-FAILED-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CUSTHIT-COUNT
           MOVE CUS-CUSTOMER-NUMBER
               TO WS-CUSTHIT-NUMBER(WS-CUSTHIT-COUNT)
           MOVE WS-MATCH-NAME TO WS-CUSTHIT-NAME(WS-CUSTHIT-COUNT)
           MOVE WS-MATCH-REFERENCE
               TO WS-CUSTHIT-REFERENCE(WS-CUSTHIT-COUNT)
           DISPLAY V-PN 'CUSTOMER ' CUS-CUSTOMER-NUMBER
               ' MATCHES ' WS-MATCH-NAME ' (' WS-MATCH-REFERENCE ')'.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-HOLD-OWNER-ACCOUNTS - EVERY ACCOUNT OWNED BY A MATCHED
      *                            CUSTOMER IS RAISED AND HELD. A
      *                            CLOSED ACCOUNT IS PASSED OVER.
      ******************************************************************
       3000-HOLD-OWNER-ACCOUNTS.
           IF WS-CUSTHIT-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               DISPLAY V-PN 'UNABLE TO OPEN ACCTMSTR - STATUS '
                   WS-ACCTMST-STATUS ' - OWNER ACCOUNTS NOT HELD'
               MOVE 'Y' TO WS-RUN-FAILED-SW
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3100-JUDGE-ONE-ACCOUNT THRU 3100-EXIT
               UNTIL WS-EOF-REACHED
           CLOSE ACCTMST-FILE.
       3000-EXIT.
           EXIT.

       3100-JUDGE-ONE-ACCOUNT.
           READ ACCTMST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ
           IF ACM-CLOSED
               GO TO 3100-EXIT
           END-IF
           PERFORM 3200-COMPARE-OWNER
               VARYING WS-CUSTHIT-INDEX FROM 1 BY 1
               UNTIL WS-CUSTHIT-INDEX > WS-CUSTHIT-COUNT.
       3100-EXIT.
           EXIT.

       3200-COMPARE-OWNER.
           IF WS-CUSTHIT-NUMBER(WS-CUSTHIT-INDEX) =
                   ACM-CUSTOMER-NUMBER
               MOVE ACM-ACCOUNT-NUMBER TO WS-HIT-ACCOUNT
               MOVE WS-CUSTHIT-NAME(WS-CUSTHIT-INDEX)
                   TO WS-MATCH-NAME
               MOVE WS-CUSTHIT-REFERENCE(WS-CUSTHIT-INDEX)
                   TO WS-MATCH-REFERENCE
               MOVE 'OWNER' TO WS-HIT-SOURCE
               PERFORM 6000-RAISE-HIT THRU 6000-EXIT
           END-IF.

      ******************************************************************
      * 4000-SCREEN-BENEFICIARIES - EVERY BENREG EXPECTED NAME
      *                             AGAINST THE ADDED NAMES. A HIT
      *                             HOLDS THE PAYEE ACCOUNT IT IS
      *                             REGISTERED AGAINST. NO BENREG IS
      *                             NOTHING TO SCREEN.
      ******************************************************************
       4000-SCREEN-BENEFICIARIES.
           OPEN INPUT BENREG-FILE
           IF NOT WS-BENREG-OK
               DISPLAY V-PN 'NO BENREG REGISTRY AVAILABLE - STATUS '
                   WS-BENREG-STATUS ' - BENEFICIARIES NOT SCREENED'
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 4100-SCREEN-ONE-BENEFICIARY THRU 4100-EXIT
               UNTIL WS-EOF-REACHED
           CLOSE BENREG-FILE.
       4000-EXIT.
           EXIT.

       4100-SCREEN-ONE-BENEFICIARY.
           READ BENREG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-BENEFICIARIES-READ
           MOVE BEN-EXPECTED-NAME TO WS-MATCH-NAME-WORK
           PERFORM 5000-MATCH-ADDED-NAMES THRU 5000-EXIT
           IF NOT WS-NAME-MATCHED
               GO TO 4100-EXIT
           END-IF
           MOVE BEN-ACCOUNT-NUMBER TO WS-HIT-ACCOUNT
           MOVE 'BENEFICIARY' TO WS-HIT-SOURCE
           PERFORM 6000-RAISE-HIT THRU 6000-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-MATCH-ADDED-NAMES - WS-MATCH-NAME-WORK AGAINST THE ADDED
      *                          NAMES; A MATCH LEAVES THE LISTED
      *                          NAME AND ITS REFERENCE.
      ******************************************************************
       5000-MATCH-ADDED-NAMES.
           MOVE 'N' TO WS-NAME-MATCH-SW
           IF WS-MATCH-NAME-WORK = SPACES OR LOW-VALUES
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-COMPARE-ADDED-NAME
               VARYING WS-ADDED-INDEX FROM 1 BY 1
               UNTIL WS-ADDED-INDEX > WS-ADDED-COUNT
                   OR WS-NAME-MATCHED.
       5000-EXIT.
           EXIT.

       5100-COMPARE-ADDED-NAME.
           IF WS-ADDED-NAME(WS-ADDED-INDEX) = WS-MATCH-NAME-WORK
               MOVE 'Y' TO WS-NAME-MATCH-SW
               MOVE WS-ADDED-NAME(WS-ADDED-INDEX) TO WS-MATCH-NAME
               MOVE WS-ADDED-REFERENCE(WS-ADDED-INDEX)
                   TO WS-MATCH-REFERENCE
           END-IF.

      ******************************************************************
      * 6000-RAISE-HIT - ONE HIT ONTO THE CMPHOLD QUEUE AND THE
      *                  ACCOUNT HELD, UNLESS THE SAME ACCOUNT AND
      *                  LIST REFERENCE IS ALREADY PENDING.
      ******************************************************************
       6000-RAISE-HIT.
           MOVE 'N' TO WS-ALREADY-RAISED-SW
           PERFORM 6050-COMPARE-RAISED
               VARYING WS-RAISED-INDEX FROM 1 BY 1
               UNTIL WS-RAISED-INDEX > WS-RAISED-COUNT
                   OR WS-ALREADY-RAISED
           IF WS-ALREADY-RAISED
               ADD 1 TO WS-ALREADY-PENDING
               GO TO 6000-EXIT
           END-IF
           IF WS-RAISED-COUNT < 1000
               ADD 1 TO WS-RAISED-COUNT
               MOVE WS-HIT-ACCOUNT TO WS-RAISED-ACCOUNT(WS-RAISED-COUNT)
               MOVE WS-MATCH-REFERENCE
                   TO WS-RAISED-REFERENCE(WS-RAISED-COUNT)
           END-IF
           PERFORM 6100-WRITE-COMPLIANCE-HIT THRU 6100-EXIT
           PERFORM 6200-PLACE-ACCOUNT-HOLD THRU 6200-EXIT
           ADD 1 TO WS-HITS-RAISED
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY V-PN 'WATCH-LIST HIT - ' WS-HIT-SOURCE ' '
               WS-MATCH-NAME ' (' WS-MATCH-REFERENCE ') - ACCOUNT '
               WS-HIT-ACCOUNT ' HELD FOR REVIEW'.
       6000-EXIT.
           EXIT.

       6050-COMPARE-RAISED.
           IF WS-RAISED-ACCOUNT(WS-RAISED-INDEX) = WS-HIT-ACCOUNT AND
                   WS-RAISED-REFERENCE(WS-RAISED-INDEX) =
                   WS-MATCH-REFERENCE
               MOVE 'Y' TO WS-ALREADY-RAISED-SW
           END-IF.

      ******************************************************************
      * 6100-WRITE-COMPLIANCE-HIT - THE HIT IN THE FORM PSEXCMPL
      *                             BROWSES. THE PAYMENT DATA CARRIES
      *                             THE ACCOUNT, A ZERO AMOUNT AND A
      *                             WLRS TRACE ID THE DESK RELEASES OR
      *                             DECLINES IT BY.
      ******************************************************************
       6100-WRITE-COMPLIANCE-HIT.
           OPEN EXTEND CMPHOLD-FILE
           IF WS-CMPHOLD-NOT-FOUND
               OPEN OUTPUT CMPHOLD-FILE
           END-IF
           IF NOT WS-CMPHOLD-OK
               DISPLAY V-PN 'UNABLE TO OPEN CMPHOLD - STATUS '
                   WS-CMPHOLD-STATUS
               MOVE 'Y' TO WS-RUN-FAILED-SW
               MOVE 8 TO RETURN-CODE
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO WS-TRACE-SEQUENCE
           MOVE WS-TRACE-SEQUENCE TO WS-HIT-TRACE-SEQ
           MOVE SPACES TO SUBPRM01
           MOVE WS-HIT-ACCOUNT TO SP1-ACCOUNT-NUMBER
           MOVE ZERO TO SP1-AMOUNT
           MOVE WS-RUN-DATE TO SP1-TRANSACTION-DATE
           MOVE WS-HIT-TRACE-ID TO SP1-TRACE-ID
           MOVE ZERO TO SP1-RETURN-CODE
           MOVE 'EXPWLRSC' TO SP1-OPERATOR-ID
           MOVE 'P' TO SP1-TRANSACTION-TYPE
           MOVE ZERO TO SP1-EFFECTIVE-DATE
           MOVE ZERO TO SP1-CONVERTED-AMOUNT
           MOVE 'N' TO SP1-TEST-MODE
           MOVE ZERO TO SP1-FEE-AMOUNT
           MOVE ZERO TO SP1-ACCOUNT-RATE
           MOVE SPACES TO CMPHOLD-RECORD
           MOVE SUBPRM01 TO CMP-PAYMENT-DATA
           MOVE WS-MATCH-NAME TO CMP-MATCHED-NAME
           MOVE WS-MATCH-REFERENCE TO CMP-LIST-REFERENCE
           MOVE WS-RUN-DATE TO CMP-HELD-DATE
           MOVE 'P' TO CMP-STATUS
           MOVE SPACES TO CMP-DECIDED-BY
           MOVE 'S' TO CMP-HOLD-TYPE
           WRITE CMPHOLD-RECORD
           CLOSE CMPHOLD-FILE.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6200-PLACE-ACCOUNT-HOLD - AN ACCTFRZ HOLD (REASON WLH, THE
      *                           LIST REFERENCE AS AUTHORITY, NO
      *                           EXPIRY) THAT STANDS UNTIL PSEXCMPL
      *                           CLEARS THE HIT. AN ACCOUNT ALREADY
      *                           UNDER AN ACTIVE FREEZE KEEPS IT -
      *                           DEBITS ARE REFUSED EITHER WAY.
      ******************************************************************
       6200-PLACE-ACCOUNT-HOLD.
           IF NOT WS-ACCTFRZ-IS-OPEN
               GO TO 6200-EXIT
           END-IF
           MOVE 'N' TO WS-FREEZE-FOUND-SW
           MOVE WS-HIT-ACCOUNT TO FRZ-ACCOUNT-NUMBER
           READ ACCTFRZ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FREEZE-FOUND-SW
           END-READ
           IF WS-FREEZE-FOUND AND FRZ-ACTIVE
               DISPLAY V-PN 'ACCOUNT ' WS-HIT-ACCOUNT
                   ' ALREADY FROZEN BY ' FRZ-AUTHORITY-REF
                   ' - EXISTING FREEZE LEFT IN PLACE'
               GO TO 6200-EXIT
           END-IF
           MOVE SPACES TO ACCTFRZ-RECORD
           MOVE WS-HIT-ACCOUNT TO FRZ-ACCOUNT-NUMBER
           MOVE 'A' TO FRZ-STATUS
           MOVE 'WLH' TO FRZ-REASON-CODE
           MOVE WS-MATCH-REFERENCE TO FRZ-AUTHORITY-REF
           MOVE 99999999 TO FRZ-EXPIRY-DATE
           MOVE WS-RUN-DATE TO FRZ-PLACED-DATE
           MOVE 'EXPWLRSC' TO FRZ-OPERATOR-ID
           IF WS-FREEZE-FOUND
               REWRITE ACCTFRZ-RECORD
                   INVALID KEY
                       DISPLAY V-PN 'ACCTFRZ REWRITE FAILED - '
                           'ACCOUNT ' WS-HIT-ACCOUNT ' NOT HELD'
                       MOVE 'Y' TO WS-RUN-FAILED-SW
                       MOVE 8 TO RETURN-CODE
                       GO TO 6200-EXIT
               END-REWRITE
           ELSE
               WRITE ACCTFRZ-RECORD
                   INVALID KEY
                       DISPLAY V-PN 'ACCTFRZ WRITE FAILED - '
                           'ACCOUNT ' WS-HIT-ACCOUNT ' NOT HELD'
                       MOVE 'Y' TO WS-RUN-FAILED-SW
                       MOVE 8 TO RETURN-CODE
                       GO TO 6200-EXIT
               END-WRITE
           END-IF
           ADD 1 TO WS-ACCOUNTS-HELD
           PERFORM 6300-WRITE-FREEZE-AUDIT THRU 6300-EXIT.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 6300-WRITE-FREEZE-AUDIT - THE HOLD ONTO THE FRZAUDT TRAIL, AS
      *                           A FRZMNT PLACE IS.
      ******************************************************************
       6300-WRITE-FREEZE-AUDIT.
           OPEN EXTEND FRZAUDT-FILE
           IF WS-FRZAUDT-NOT-FOUND
               OPEN OUTPUT FRZAUDT-FILE
           END-IF
           IF NOT WS-FRZAUDT-OK
               DISPLAY V-PN 'UNABLE TO OPEN FRZAUDT - STATUS '
                   WS-FRZAUDT-STATUS
               GO TO 6300-EXIT
           END-IF
           MOVE SPACES TO FRZAUDT-RECORD
           ACCEPT FZA-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT FZA-LOG-TIME FROM TIME
           MOVE 'P' TO FZA-FUNCTION
           MOVE FRZ-ACCOUNT-NUMBER TO FZA-ACCOUNT-NUMBER
           MOVE FRZ-REASON-CODE TO FZA-REASON-CODE
           MOVE FRZ-AUTHORITY-REF TO FZA-AUTHORITY-REF
           MOVE FRZ-EXPIRY-DATE TO FZA-EXPIRY-DATE
           MOVE FRZ-OPERATOR-ID TO FZA-OPERATOR-ID
           WRITE FRZAUDT-RECORD
           CLOSE FRZAUDT-FILE.
       6300-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE ACCTFRZ, RECORD THE LIST AS SCREENED,
      *                  AND REPORT THE COUNTS. A RUN THAT COULD NOT
      *                  SCREEN OR HOLD EVERYTHING LEAVES WATCHPRV
      *                  ALONE, SO THE NEXT RUN SCREENS THE SAME NAMES
      *                  AGAIN (HITS ALREADY QUEUED ARE NOT REPEATED).
      ******************************************************************
       9000-TERMINATE.
           IF WS-ACCTFRZ-IS-OPEN
               CLOSE ACCTFRZ-FILE
           END-IF
           IF WS-LIST-LOADED AND NOT WS-RUN-FAILED
               PERFORM 9100-SAVE-PRIOR-LIST THRU 9100-EXIT
           END-IF
           DISPLAY V-PN 'NAMES ADDED TO LIST...: ' WS-NAMES-ADDED
           DISPLAY V-PN 'CUSTOMERS SCREENED....: ' WS-CUSTOMERS-READ
           DISPLAY V-PN 'BENEFICIARIES SCREENED: '
               WS-BENEFICIARIES-READ
           DISPLAY V-PN 'HITS QUEUED...........: ' WS-HITS-RAISED
           DISPLAY V-PN 'ACCOUNTS HELD.........: ' WS-ACCOUNTS-HELD
           DISPLAY V-PN 'HITS ALREADY PENDING..: ' WS-ALREADY-PENDING.
       9000-EXIT.
           EXIT.

       9100-SAVE-PRIOR-LIST.
           OPEN OUTPUT WATCHPRV-FILE
           IF NOT WS-WATCHPRV-OK
               DISPLAY V-PN 'UNABLE TO REWRITE WATCHPRV - STATUS '
                   WS-WATCHPRV-STATUS ' - NEXT RUN RESCREENS'
               MOVE 8 TO RETURN-CODE
               GO TO 9100-EXIT
           END-IF
           PERFORM 9150-WRITE-ONE-PRIOR THRU 9150-EXIT
               VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-LIST-INDEX > WS-LIST-COUNT
           CLOSE WATCHPRV-FILE.
       9100-EXIT.
           EXIT.

       9150-WRITE-ONE-PRIOR.
           MOVE WS-LIST-RECORD(WS-LIST-INDEX) TO WATCHPRV-RECORD
           WRITE WATCHPRV-RECORD.
       9150-EXIT.
           EXIT.
