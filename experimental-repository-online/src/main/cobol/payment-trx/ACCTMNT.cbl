      *                    INSTEAD OF REWRITING IT TRUNCATED - THE
      *                    OLD WARNING-AND-CARRY-ON PATH WAS SILENTLY
      *                    DELETING EVERY RECORD PAST THE LIMIT.
      * 2026-10-15  DS    AN ADD NOW OPENS THE ACCOUNT ON A PRODUCT.
      *                    ACMT-PRODUCT-CODE MUST NAME A PRODMSTR
      *                    PRODUCT THAT IS ON SALE; THE CODE IS
      *                    STAMPED ON ACM-PRODUCT-CODE AND THE
      *                    PRODUCT'S DEFAULT CAPS AND OVERDRAFT LINE
      *                    ARE WRITTEN AS THE ACCOUNT'S ACCTLIMS
      *                    RECORD, SO A NEW ACCOUNT NO LONGER STARTS
      *                    UNLIMITED UNTIL SOMEONE HAND-SETS ITS
      *                    LIMITS. AN ACCTLIMS RECORD ALREADY ON FILE
      *                    FOR THE NUMBER IS LEFT AS FOUND.
      * 2026-10-15  DS    JOINT ACCOUNTS. NEW FUNCTIONS 'L' AND 'U'
      *                    LINK AND UNLINK A FURTHER OWNER, JOINT
      *                    OWNER OR AUTHORIZED SIGNATORY ON THE NEW
      *                    ACCTREL RELATIONSHIP FILE, WITH THE OWNER'S
      *                    STATEMENT AND NOTICE ENTITLEMENTS; THE
      *                    PARTY MUST BE ON CUSTMSTR AND NOT DECEASED,
      *                    AND THE ACCOUNT MUST BE OPEN. FUNCTION 'R'
      *                    SETS THE ACCOUNT'S JOINT SIGNING RULE
      *                    (ACM-JOINT-RULE), WHICH AN ADD MAY ALSO
      *                    SET. A DELETE NOW REMOVES THE ACCOUNT'S
      *                    ACCTREL RECORDS WITH IT.
      * 2026-10-15  DS    AN ADD NOW STAMPS THE PRODUCT'S ACCOUNT TYPE
      *                    ON ACM-ACCOUNT-TYPE, SO AN ACCOUNT OPENED ON
      *                    A TERM DEPOSIT PRODUCT IS KNOWN AS ONE BY
      *                    TDMNT AND SUBPGM01.
      * 2026-10-15  DS    AN ADD NOW STAMPS ACMT-ACCOUNT-CURRENCY ON
      *                    ACM-ACCOUNT-CURRENCY (SPACES FOR THE BASE
      *                    CURRENCY) AND OPENS THE BASE EQUIVALENT AT
      *                    ZERO.
      * 2026-10-15  DS    WHILE EXPCTRL HAS THE POSTING WINDOW OPEN
      *                    (BDC-CHAIN-POSTING ON BUSDCTL) A REQUEST
      *                    THAT PASSES ITS EDITS IS QUEUED ON DEFERQ
      *                    INSTEAD OF APPLIED, AND THE CALLER GETS
      *                    RETURN CODE 02, ACCEPTED, PENDING. EXPDRAIN
      *                    REPLAYS IT THROUGH THIS PROGRAM WHEN THE
      *                    CHAIN ENDS, WHEN THE CHECKS AGAINST THE
      *                    MASTER ARE MADE.
      * 2026-10-15  DS    A CHARGED-OFF ACCOUNT (STATUS 'W', SET BY
      *                    EXPCHGOF) MAY ONLY BE CLOSED - IT CANNOT BE
      *                    REACTIVATED OR MARKED DORMANT HERE, WHICH
      *                    WOULD REOPEN IT TO DEBITS WHILE THE WRITTEN-
      *                    OFF AMOUNT IS STILL BEING COLLECTED. AN ADD
      *                    OPENS THE NEW CHARGE-OFF FIELDS AT ZERO.
      * 2026-10-15  DS    STORDERN IMAGE AND THE ORDER TABLE WIDENED TO
      *                    THE 100-BYTE STANDING-ORDER RECORD.
      * 2026-10-15  DS    AN ADD THAT LEAVES THE ACCOUNT NUMBER BLANK
      *                    IS NOW GIVEN ONE - THE NEXT BASE FROM THE
      *                    ACNOCTL CONTROL RECORD WITH ITS ACCTCHK CHECK
      *                    DIGIT, HANDED BACK IN ACMT-ACCOUNT-NUMBER (A
      *                    DEFERRED ADD IS QUEUED UNDER IT). AN ADD THAT
      *                    NAMES ITS OWN NUMBER MUST PASS THE CHECK
      *                    DIGIT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.
           SELECT CLOSCONF-FILE ASSIGN TO 'CLOSCONF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSCONF-STATUS.
           SELECT PRODMSTR-FILE ASSIGN TO 'PRODMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODMSTR-STATUS.
           SELECT ACCTLIMS-FILE ASSIGN TO 'ACCTLIMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTLIMS-STATUS.
           SELECT ACCTREL-FILE ASSIGN TO 'ACCTREL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARL-KEY
               FILE STATUS IS WS-ACCTREL-STATUS.
           SELECT CUSTMST-FILE ASSIGN TO 'CUSTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT DEFERQ-FILE ASSIGN TO 'DEFERQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEFERQ-STATUS.
           SELECT ACNOCTL-FILE ASSIGN TO 'ACNOCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACNOCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
      *    THE STORDER SIDE COPY WRITTEN AHEAD OF EVERY LIVE
      *    REWRITE.
       01  STORDERN-RECORD                PIC X(100).

       FD  CLOSCONF-FILE
           LABEL RECORDS ARE STANDARD.
      *    NOTIFICATION EXTRACTS DO.
       01  CLOSCONF-RECORD                PIC X(80).

       FD  PRODMSTR-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE PRODUCT AN ADD OPENS THE ACCOUNT ON.
           COPY PRODMSTR.

       FD  ACCTLIMS-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE NEW ACCOUNT'S LIMITS, WRITTEN FROM THE PRODUCT'S
      *    DEFAULT CAPS.
           COPY ACCTLIMS.

       FD  ACCTREL-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE ACCOUNT'S FURTHER OWNERS AND SIGNATORIES - READ IN
      *    ACCOUNT ORDER WHEN A DELETE CLEARS THEM OUT.
           COPY ACCTREL.

       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE PARTY A LINK NAMES MUST BE A LIVE CUSTOMER.
           COPY CUSTMSTR.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD - READ ONLY FOR THE
      *    POSTING-WINDOW FLAG EXPCTRL SETS.
           COPY BUSDCTL.

       FD  DEFERQ-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    REQUESTS ACCEPTED WHILE THE NIGHTLY CHAIN IS POSTING,
      *    OPENED EXTEND AND LEFT FOR EXPDRAIN TO REPLAY.
           COPY DEFERQ.

       FD  ACNOCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE ACCOUNT NUMBER ALLOCATION CONTROL RECORD - READ AND
      *    REWRITTEN FOR EVERY ADD THAT LEAVES THE NUMBER BLANK.
           COPY ACNOCTL.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'ACCTMNT->'.
       01  WS-OPERCHK-NAME                 PIC X(08) VALUE 'OPERCHK'.
           COPY SAFTRLR.
       01  WS-SUBPGM01-NAME                PIC X(08) VALUE 'SUBPGM01'.
       01  WS-SUBPGM02-NAME                PIC X(08) VALUE 'SUBPGM02'.
       01  WS-ACCTCHK-NAME                 PIC X(08) VALUE 'ACCTCHK'.
           COPY ACCKPARM.
      *    ACCRUED INTEREST IS CARRIED IN BASE, AS EXPINTAC ACCRUES
      *    IT.
       01  WS-BASE-CURRENCY                PIC X(03) VALUE 'USD'.
           05  WS-CLOSCONF-STATUS          PIC X(02) VALUE '00'.
               88  WS-CLOSCONF-OK              VALUE '00'.
               88  WS-CLOSCONF-NOT-FOUND       VALUE '35'.
           05  WS-PRODMSTR-STATUS          PIC X(02) VALUE '00'.
               88  WS-PRODMSTR-OK              VALUE '00'.
           05  WS-ACCTLIMS-STATUS          PIC X(02) VALUE '00'.
               88  WS-ACCTLIMS-OK              VALUE '00'.
               88  WS-ACCTLIMS-NOT-FOUND       VALUES '23' '35'.
           05  WS-ACCTREL-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTREL-OK               VALUE '00'.
               88  WS-ACCTREL-NOT-FOUND        VALUES '23' '35'.
               88  WS-ACCTREL-EOF              VALUE '10'.
           05  WS-CUSTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-CUSTMST-OK               VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-DEFERQ-STATUS            PIC X(02) VALUE '00'.
               88  WS-DEFERQ-OK                VALUE '00'.
           05  WS-ACNOCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACNOCTL-OK               VALUE '00'.
               88  WS-ACNOCTL-NOT-FOUND        VALUE '35'.

       01  WS-SWITCHES.
           05  WS-ACCTMST-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-SAVING-SIDE-COPY         VALUE 'S'.
           05  WS-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-ORDER-TABLE-OVERFLOWED   VALUE 'Y'.
           05  WS-ACCTREL-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-ACCTREL-IS-OPEN          VALUE 'Y'.
           05  WS-LINK-SCAN-SW             PIC X(01) VALUE 'N'.
               88  WS-LINK-SCAN-DONE           VALUE 'Y'.
           05  WS-POSTING-WINDOW-SW        PIC X(01) VALUE 'N'.
               88  WS-POSTING-WINDOW-OPEN      VALUE 'Y'.

      *    LINKS REMOVED ALONG WITH A DELETED ACCOUNT.
       01  WS-LINKS-REMOVED                PIC 9(04) COMP VALUE ZERO.

      *    OLD STATUS CAPTURED BEFORE A CHANGE SO THE AUDIT RECORD
      *    SHOWS BOTH SIDES OF IT.
           05  WS-ORDER-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-ORDER-INDEX              PIC 9(04) COMP VALUE ZERO.
           05  WS-ORDER-ENTRY              OCCURS 500 TIMES.
               10  WS-ORDER-RECORD         PIC X(100).

           COPY SUBPRM01.

                   ACMT-REJECT-REASON
               GOBACK
           END-IF
      *    A NEW NUMBER IS ALLOCATED BEFORE THE WINDOW CHECK SO A
      *    DEFERRED ADD IS QUEUED - AND ANSWERED - UNDER ITS NUMBER.
           IF ACMT-FUNC-ADD AND
                   (ACMT-ACCOUNT-NUMBER = SPACES OR LOW-VALUES)
               PERFORM 1150-ALLOCATE-ACCOUNT-NUMBER THRU 1150-EXIT
               IF ACMT-REJECTED
                   DISPLAY V-PN 'REQUEST REJECTED - '
                       ACMT-REJECT-REASON
                   GOBACK
               END-IF
           END-IF
           PERFORM 1050-CHECK-POSTING-WINDOW THRU 1050-EXIT
           IF WS-POSTING-WINDOW-OPEN
               PERFORM 7000-DEFER-REQUEST THRU 7000-EXIT
               GOBACK
           END-IF
           PERFORM 1100-OPEN-ACCTMST THRU 1100-EXIT
           IF ACMT-REJECTED
               GOBACK
                   PERFORM 3000-CHANGE-STATUS THRU 3000-EXIT
               WHEN ACMT-FUNC-DELETE
                   PERFORM 4000-DELETE-ACCOUNT THRU 4000-EXIT
               WHEN ACMT-FUNC-LINK
                   PERFORM 6000-LINK-PARTY THRU 6000-EXIT
               WHEN ACMT-FUNC-UNLINK
                   PERFORM 6200-UNLINK-PARTY THRU 6200-EXIT
               WHEN ACMT-FUNC-RULE
                   PERFORM 6300-SET-JOINT-RULE THRU 6300-EXIT
           END-EVALUATE
           IF WS-ACCTMST-IS-OPEN
               CLOSE ACCTMST-FILE
           END-IF
           IF WS-ACCTREL-IS-OPEN
               CLOSE ACCTREL-FILE
           END-IF
           GOBACK.

      ******************************************************************
      ******************************************************************
       1000-EDIT-REQUEST.
           IF NOT ACMT-FUNC-ADD AND NOT ACMT-FUNC-STATUS AND
                   NOT ACMT-FUNC-DELETE AND NOT ACMT-FUNC-LINK AND
                   NOT ACMT-FUNC-UNLINK AND NOT ACMT-FUNC-RULE
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'FUNCTION MUST BE A, S, D, L, U OR R'
                   TO ACMT-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF NOT ACMT-FUNC-ADD AND
                   (ACMT-ACCOUNT-NUMBER = SPACES OR LOW-VALUES)
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'ACCOUNT NUMBER IS BLANK' TO ACMT-REJECT-REASON
               GO TO 1000-EXIT
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'NEW STATUS MUST BE A, C OR D'
                   TO ACMT-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF (ACMT-FUNC-LINK OR ACMT-FUNC-UNLINK) AND
                   (ACMT-CUSTOMER-NUMBER = SPACES OR LOW-VALUES)
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'CUSTOMER NUMBER IS BLANK' TO ACMT-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF ACMT-FUNC-LINK AND NOT ACMT-REL-VALID-ROLE
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'ROLE MUST BE O, J OR S' TO ACMT-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF (ACMT-FUNC-ADD OR ACMT-FUNC-RULE) AND
                   NOT ACMT-VALID-JOINT-RULE
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'JOINT RULE MUST BE A OR L' TO ACMT-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF ACMT-FUNC-ADD AND
                   ACMT-ACCOUNT-CURRENCY NOT = SPACES AND
                   (ACMT-ACCOUNT-CURRENCY NOT ALPHABETIC-UPPER OR
                    ACMT-ACCOUNT-CURRENCY(1:1) = SPACE OR
                    ACMT-ACCOUNT-CURRENCY(2:1) = SPACE OR
                    ACMT-ACCOUNT-CURRENCY(3:1) = SPACE)
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'ACCOUNT CURRENCY MUST BE A 3-LETTER CODE'
                   TO ACMT-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
      *    AN ADD THAT NAMES ITS OWN NUMBER (A DEFERRED ADD REPLAYED
      *    BY EXPDRAIN, OR A NUMBER ALLOCATED EARLIER) MUST CARRY A
      *    VALID CHECK DIGIT, WHATEVER ACCT-CHECK-DIGIT SAYS.
           IF ACMT-FUNC-ADD AND
                   ACMT-ACCOUNT-NUMBER NOT = SPACES AND
                   ACMT-ACCOUNT-NUMBER NOT = LOW-VALUES
               MOVE 'T' TO ACK-FUNCTION
               MOVE ACMT-ACCOUNT-NUMBER TO ACK-ACCOUNT-NUMBER
               CALL WS-ACCTCHK-NAME USING ACCTCHK-PARM
               CANCEL WS-ACCTCHK-NAME
               IF ACK-INVALID
                   MOVE 08 TO ACMT-RETURN-CODE
                   MOVE 'ACCOUNT CHECK DIGIT INVALID'
                       TO ACMT-REJECT-REASON
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-CHECK-POSTING-WINDOW - IS EXPCTRL'S NIGHTLY CHAIN IN ITS
      *                             POSTING STEPS? A MISSING BUSDCTL
      *                             FILE MEANS NO WINDOW IS OPEN.
      ******************************************************************
       1050-CHECK-POSTING-WINDOW.
           MOVE 'N' TO WS-POSTING-WINDOW-SW
           OPEN INPUT BUSDCTL-FILE
           IF NOT WS-BUSDCTL-OK
               GO TO 1050-EXIT
           END-IF
           READ BUSDCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BDC-CHAIN-POSTING
                       MOVE 'Y' TO WS-POSTING-WINDOW-SW
                   END-IF
           END-READ
           CLOSE BUSDCTL-FILE.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-OPEN-ACCTMST - OPEN THE MASTER FOR UPDATE, CREATING IT THE
      *                     FIRST TIME THIS RUNS IN A GIVEN PLACE, THE
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1150-ALLOCATE-ACCOUNT-NUMBER - TAKE THE NEXT BASE FROM THE
      *                                ACNOCTL CONTROL RECORD, HAVE
      *                                ACCTCHK ADD THE CHECK DIGIT,
      *                                AND HAND THE NUMBER BACK IN
      *                                ACMT-ACCOUNT-NUMBER. A BASE
      *                                THAT CANNOT CARRY A CHECK DIGIT
      *                                IS PASSED OVER. THE CONTROL
      *                                RECORD IS CREATED AT 100000000
      *                                THE FIRST TIME THIS RUNS IN A
      *                                GIVEN PLACE.
      ******************************************************************
       1150-ALLOCATE-ACCOUNT-NUMBER.
           OPEN I-O ACNOCTL-FILE
           IF WS-ACNOCTL-NOT-FOUND
               OPEN OUTPUT ACNOCTL-FILE
               IF WS-ACNOCTL-OK
                   MOVE SPACES TO ACNOCTL-RECORD
                   MOVE 100000000 TO ANC-NEXT-BASE
                   MOVE ZERO TO ANC-LAST-ALLOC-DATE
                   MOVE ZERO TO ANC-ALLOCATED-COUNT
                   WRITE ACNOCTL-RECORD
                   CLOSE ACNOCTL-FILE
                   OPEN I-O ACNOCTL-FILE
               END-IF
           END-IF
           IF NOT WS-ACNOCTL-OK
               DISPLAY V-PN 'UNABLE TO OPEN ACNOCTL - STATUS '
                   WS-ACNOCTL-STATUS
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'ACCOUNT NUMBER CONTROL UNAVAILABLE'
                   TO ACMT-REJECT-REASON
               GO TO 1150-EXIT
           END-IF
           READ ACNOCTL-FILE
               AT END
                   CLOSE ACNOCTL-FILE
                   MOVE 08 TO ACMT-RETURN-CODE
                   MOVE 'ACCOUNT NUMBER CONTROL UNAVAILABLE'
                       TO ACMT-REJECT-REASON
                   GO TO 1150-EXIT
           END-READ
           IF ANC-NEXT-BASE NOT NUMERIC
               CLOSE ACNOCTL-FILE
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'ACCOUNT NUMBER CONTROL UNAVAILABLE'
                   TO ACMT-REJECT-REASON
               GO TO 1150-EXIT
           END-IF
           MOVE 'G' TO ACK-FUNCTION
           MOVE 08 TO ACK-RETURN-CODE
           PERFORM 1160-TRY-NEXT-BASE THRU 1160-EXIT
               UNTIL ACK-VALID OR ACMT-REJECTED
           IF ACMT-REJECTED
               CLOSE ACNOCTL-FILE
               GO TO 1150-EXIT
           END-IF
           MOVE ACK-ACCOUNT-NUMBER TO ACMT-ACCOUNT-NUMBER
           MOVE ACK-ACCOUNT-NUMBER TO ANC-LAST-ALLOCATED
           ACCEPT ANC-LAST-ALLOC-DATE FROM DATE YYYYMMDD
           IF ANC-ALLOCATED-COUNT NOT NUMERIC
               MOVE ZERO TO ANC-ALLOCATED-COUNT
           END-IF
           ADD 1 TO ANC-ALLOCATED-COUNT
           REWRITE ACNOCTL-RECORD
           IF NOT WS-ACNOCTL-OK
               DISPLAY V-PN 'ACNOCTL REWRITE FAILED - STATUS '
                   WS-ACNOCTL-STATUS
               CLOSE ACNOCTL-FILE
               MOVE SPACES TO ACMT-ACCOUNT-NUMBER
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'ACCOUNT NUMBER CONTROL UNAVAILABLE'
                   TO ACMT-REJECT-REASON
               GO TO 1150-EXIT
           END-IF
           CLOSE ACNOCTL-FILE
           DISPLAY V-PN 'ACCOUNT NUMBER ' ACMT-ACCOUNT-NUMBER
               ' ALLOCATED'.
       1150-EXIT.
           EXIT.

       1160-TRY-NEXT-BASE.
           IF ANC-NEXT-BASE = 999999999
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'ACCOUNT NUMBER RANGE EXHAUSTED'
                   TO ACMT-REJECT-REASON
               GO TO 1160-EXIT
           END-IF
           MOVE ANC-NEXT-BASE TO ACK-BASE-NUMBER
           ADD 1 TO ANC-NEXT-BASE
           CALL WS-ACCTCHK-NAME USING ACCTCHK-PARM
           CANCEL WS-ACCTCHK-NAME.
       1160-EXIT.
           EXIT.

      ******************************************************************
      * 1200-READ-ACCOUNT - RANDOM READ OF THE REQUESTED ACCOUNT,
      *                     SETTING THE FOUND SWITCH FOR THE CALLER.
               MOVE 'ACCOUNT ALREADY ON FILE' TO ACMT-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-PRODUCT THRU 2100-EXIT
           IF ACMT-REJECTED
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO ACCTMST-RECORD
           MOVE ACMT-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           MOVE 'A' TO ACM-ACCOUNT-STATUS
           MOVE ZERO TO ACM-CURRENT-BALANCE
           MOVE ACMT-CUSTOMER-NUMBER TO ACM-CUSTOMER-NUMBER
           MOVE ACMT-PRODUCT-CODE TO ACM-PRODUCT-CODE
           MOVE ACMT-JOINT-RULE TO ACM-JOINT-RULE
           MOVE PRD-ACCOUNT-TYPE TO ACM-ACCOUNT-TYPE
           IF ACMT-ACCOUNT-CURRENCY = WS-BASE-CURRENCY
               MOVE SPACES TO ACM-ACCOUNT-CURRENCY
           ELSE
               MOVE ACMT-ACCOUNT-CURRENCY TO ACM-ACCOUNT-CURRENCY
           END-IF
           MOVE ZERO TO ACM-BASE-EQUIVALENT
           MOVE ZERO TO ACM-OVERDRAWN-SINCE
           MOVE ZERO TO ACM-CHARGED-OFF-AMOUNT
           WRITE ACCTMST-RECORD
               INVALID KEY
                   MOVE 08 TO ACMT-RETURN-CODE
               MOVE SPACES TO WS-OLD-STATUS
               PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
               DISPLAY V-PN 'ACCOUNT ' ACMT-ACCOUNT-NUMBER ' ADDED'
                   ' ON PRODUCT ' ACMT-PRODUCT-CODE
               PERFORM 2200-WRITE-DEFAULT-LIMITS THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-READ-PRODUCT - THE PRODUCT NAMED ON AN ADD MUST BE ON
      *                     PRODMSTR AND STILL ON SALE. THE RECORD IS
      *                     LEFT IN THE PRODMSTR AREA FOR 2200.
      ******************************************************************
       2100-READ-PRODUCT.
           IF ACMT-PRODUCT-CODE = SPACES OR LOW-VALUES
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'PRODUCT CODE IS BLANK' TO ACMT-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           OPEN INPUT PRODMSTR-FILE
           IF NOT WS-PRODMSTR-OK
               DISPLAY V-PN 'UNABLE TO OPEN PRODMSTR - STATUS '
                   WS-PRODMSTR-STATUS
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'PRODUCT MASTER FILE UNAVAILABLE'
                   TO ACMT-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           MOVE ACMT-PRODUCT-CODE TO PRD-PRODUCT-CODE
           READ PRODMSTR-FILE
               INVALID KEY
                   MOVE 08 TO ACMT-RETURN-CODE
                   MOVE 'PRODUCT NOT ON FILE' TO ACMT-REJECT-REASON
           END-READ
           CLOSE PRODMSTR-FILE
           IF ACMT-SUCCESSFUL AND NOT PRD-ON-SALE
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'PRODUCT WITHDRAWN FROM SALE'
                   TO ACMT-REJECT-REASON
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-WRITE-DEFAULT-LIMITS - THE NEW ACCOUNT'S ACCTLIMS RECORD
      *                             FROM THE PRODUCT'S DEFAULT CAPS
      *                             AND OVERDRAFT LINE, WITH A CLEAN
      *                             DAY-TO-DATE POSITION. THE ACCOUNT
      *                             IS ALREADY OPEN, SO A FAILURE HERE
      *                             IS REPORTED, NOT A REJECTION - THE
      *                             LIMITS CAN BE SET BY HAND. A
      *                             RECORD ALREADY ON FILE UNDER THE
      *                             NUMBER IS NOT OVERWRITTEN.
      ******************************************************************
       2200-WRITE-DEFAULT-LIMITS.
           OPEN I-O ACCTLIMS-FILE
           IF WS-ACCTLIMS-NOT-FOUND
               OPEN OUTPUT ACCTLIMS-FILE
               IF WS-ACCTLIMS-OK
                   CLOSE ACCTLIMS-FILE
                   OPEN I-O ACCTLIMS-FILE
               END-IF
           END-IF
           IF NOT WS-ACCTLIMS-OK
               DISPLAY V-PN 'UNABLE TO OPEN ACCTLIMS - STATUS '
                   WS-ACCTLIMS-STATUS ' - NO DEFAULT LIMITS FOR '
                   ACMT-ACCOUNT-NUMBER
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO ACCTLIMS-RECORD
           MOVE ACMT-ACCOUNT-NUMBER TO LIM-ACCOUNT-NUMBER
           MOVE PRD-SINGLE-TXN-CAP TO LIM-SINGLE-TXN-CAP
           MOVE PRD-DAILY-COUNT-CAP TO LIM-DAILY-COUNT-CAP
           MOVE PRD-DAILY-AMOUNT-CAP TO LIM-DAILY-AMOUNT-CAP
           MOVE PRD-OVERDRAFT-LIMIT TO LIM-OVERDRAFT-LIMIT
           MOVE ZERO TO LIM-DTD-DATE
           MOVE ZERO TO LIM-DTD-COUNT
           MOVE ZERO TO LIM-DTD-AMOUNT
           WRITE ACCTLIMS-RECORD
               INVALID KEY
                   DISPLAY V-PN 'ACCTLIMS RECORD ALREADY ON FILE FOR '
                       ACMT-ACCOUNT-NUMBER ' - LEFT AS FOUND'
           END-WRITE
           CLOSE ACCTLIMS-FILE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CHANGE-STATUS - FLIP AN EXISTING ACCOUNT BETWEEN ACTIVE
      *                      AND CLOSED.
                   TO ACMT-REJECT-REASON
               GO TO 3000-EXIT
           END-IF
           IF ACM-CHARGED-OFF AND NOT ACMT-NEW-CLOSED
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'ACCOUNT CHARGED OFF - MAY ONLY BE CLOSED'
                   TO ACMT-REJECT-REASON
               GO TO 3000-EXIT
           END-IF
      *    CLOSING IS A WORKFLOW - THE GATE BLOCKS A CLOSE WHILE THE
      *    BALANCE IS NONZERO OR IN-FLIGHT ITEMS EXIST, AND SWEEPS
      *    THE FINAL INTEREST FIRST.
           IF ACMT-SUCCESSFUL
               PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
               DISPLAY V-PN 'ACCOUNT ' ACMT-ACCOUNT-NUMBER ' DELETED'
               PERFORM 6400-REMOVE-ACCOUNT-LINKS THRU 6400-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
                   MOVE 'A' TO AMA-NEW-STATUS
               WHEN ACMT-FUNC-DELETE
                   MOVE SPACES TO AMA-NEW-STATUS
               WHEN ACMT-FUNC-LINK
                   MOVE ACMT-REL-ROLE TO AMA-NEW-STATUS
               WHEN ACMT-FUNC-UNLINK
                   MOVE SPACES TO AMA-NEW-STATUS
               WHEN ACMT-FUNC-RULE
                   MOVE ACMT-JOINT-RULE TO AMA-NEW-STATUS
               WHEN OTHER
                   MOVE ACMT-NEW-STATUS TO AMA-NEW-STATUS
           END-EVALUATE
           CLOSE ACCTAUDT-FILE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-LINK-PARTY - ADD A FURTHER OWNER, JOINT OWNER OR
      *                   SIGNATORY TO AN OPEN ACCOUNT. THE LEAD OWNER
      *                   IS ACM-CUSTOMER-NUMBER AND IS NEVER LINKED
      *                   HERE. A SIGNATORY NEVER GETS STATEMENTS OR
      *                   NOTICES, WHATEVER THE CALLER ASKED FOR.
      ******************************************************************
       6000-LINK-PARTY.
           PERFORM 1200-READ-ACCOUNT THRU 1200-EXIT
           IF NOT WS-RECORD-FOUND
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'ACCOUNT NOT ON FILE' TO ACMT-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           IF ACM-CLOSED
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'ACCOUNT IS CLOSED' TO ACMT-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           IF ACMT-CUSTOMER-NUMBER = ACM-CUSTOMER-NUMBER
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'CUSTOMER IS ALREADY THE LEAD OWNER'
                   TO ACMT-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           PERFORM 6050-READ-PARTY THRU 6050-EXIT
           IF ACMT-REJECTED
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-OPEN-ACCTREL THRU 6100-EXIT
           IF ACMT-REJECTED
               GO TO 6000-EXIT
           END-IF
           MOVE SPACES TO ACCTREL-RECORD
           MOVE ACMT-ACCOUNT-NUMBER TO ARL-ACCOUNT-NUMBER
           MOVE ACMT-CUSTOMER-NUMBER TO ARL-CUSTOMER-NUMBER
           MOVE ACMT-REL-ROLE TO ARL-ROLE
           MOVE 'N' TO ARL-STATEMENT-SW
           MOVE 'N' TO ARL-NOTICE-SW
           IF NOT ACMT-REL-SIGNATORY
               IF ACMT-REL-STATEMENT-SW = 'Y'
                   MOVE 'Y' TO ARL-STATEMENT-SW
               END-IF
               IF ACMT-REL-NOTICE-SW = 'Y'
                   MOVE 'Y' TO ARL-NOTICE-SW
               END-IF
           END-IF
           ACCEPT ARL-ADDED-DATE FROM DATE YYYYMMDD
           MOVE ACMT-OPERATOR-ID TO ARL-OPERATOR-ID
           WRITE ACCTREL-RECORD
               INVALID KEY
                   MOVE 08 TO ACMT-RETURN-CODE
                   MOVE 'CUSTOMER ALREADY LINKED TO ACCOUNT'
                       TO ACMT-REJECT-REASON
           END-WRITE
           IF ACMT-SUCCESSFUL
               MOVE SPACES TO WS-OLD-STATUS
               PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
               DISPLAY V-PN 'CUSTOMER ' ACMT-CUSTOMER-NUMBER
                   ' LINKED TO ' ACMT-ACCOUNT-NUMBER ' ROLE '
                   ACMT-REL-ROLE
           END-IF.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6050-READ-PARTY - THE CUSTOMER A LINK NAMES MUST BE ON
      *                   CUSTMSTR AND NOT DECEASED.
      ******************************************************************
       6050-READ-PARTY.
           OPEN INPUT CUSTMST-FILE
           IF NOT WS-CUSTMST-OK
               DISPLAY V-PN 'UNABLE TO OPEN CUSTMSTR - STATUS '
                   WS-CUSTMST-STATUS
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'CUSTOMER MASTER FILE UNAVAILABLE'
                   TO ACMT-REJECT-REASON
               GO TO 6050-EXIT
           END-IF
           MOVE ACMT-CUSTOMER-NUMBER TO CUS-CUSTOMER-NUMBER
           READ CUSTMST-FILE
               INVALID KEY
                   MOVE 08 TO ACMT-RETURN-CODE
                   MOVE 'CUSTOMER NOT ON FILE' TO ACMT-REJECT-REASON
           END-READ
           CLOSE CUSTMST-FILE
           IF ACMT-SUCCESSFUL AND CUS-DECEASED
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'CUSTOMER IS DECEASED' TO ACMT-REJECT-REASON
           END-IF.
       6050-EXIT.
           EXIT.

      ******************************************************************
      * 6100-OPEN-ACCTREL - OPEN THE RELATIONSHIP FILE FOR UPDATE,
      *                     CREATING IT THE FIRST TIME, THE SAME WAY
      *                     1100 CREATES THE MASTER.
      ******************************************************************
       6100-OPEN-ACCTREL.
           IF WS-ACCTREL-IS-OPEN
               GO TO 6100-EXIT
           END-IF
           OPEN I-O ACCTREL-FILE
           IF WS-ACCTREL-NOT-FOUND
               OPEN OUTPUT ACCTREL-FILE
               IF WS-ACCTREL-OK
                   CLOSE ACCTREL-FILE
                   OPEN I-O ACCTREL-FILE
               END-IF
           END-IF
           IF WS-ACCTREL-OK
               MOVE 'Y' TO WS-ACCTREL-OPEN-SW
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN ACCTREL - STATUS '
                   WS-ACCTREL-STATUS
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'RELATIONSHIP FILE UNAVAILABLE'
                   TO ACMT-REJECT-REASON
           END-IF.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6200-UNLINK-PARTY - REMOVE ONE PARTY FROM AN ACCOUNT. THE ROLE
      *                     THE PARTY HELD IS AUDITED AS THE OLD
      *                     STATUS.
      ******************************************************************
       6200-UNLINK-PARTY.
           PERFORM 6100-OPEN-ACCTREL THRU 6100-EXIT
           IF ACMT-REJECTED
               GO TO 6200-EXIT
           END-IF
           MOVE ACMT-ACCOUNT-NUMBER TO ARL-ACCOUNT-NUMBER
           MOVE ACMT-CUSTOMER-NUMBER TO ARL-CUSTOMER-NUMBER
           READ ACCTREL-FILE
               INVALID KEY
                   MOVE 08 TO ACMT-RETURN-CODE
                   MOVE 'CUSTOMER NOT LINKED TO ACCOUNT'
                       TO ACMT-REJECT-REASON
                   GO TO 6200-EXIT
           END-READ
           MOVE ARL-ROLE TO WS-OLD-STATUS
           DELETE ACCTREL-FILE
               INVALID KEY
                   MOVE 08 TO ACMT-RETURN-CODE
                   MOVE 'RELATIONSHIP DELETE FAILED'
                       TO ACMT-REJECT-REASON
           END-DELETE
           IF ACMT-SUCCESSFUL
               PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
               DISPLAY V-PN 'CUSTOMER ' ACMT-CUSTOMER-NUMBER
                   ' UNLINKED FROM ' ACMT-ACCOUNT-NUMBER
           END-IF.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 6300-SET-JOINT-RULE - CHANGE THE SIGNING RULE SUBPGM01 APPLIES
      *                       TO THE ACCOUNT'S OWNERS. BLANK AND 'L'
      *                       ARE THE SAME RULE.
      ******************************************************************
       6300-SET-JOINT-RULE.
           PERFORM 1200-READ-ACCOUNT THRU 1200-EXIT
           IF NOT WS-RECORD-FOUND
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'ACCOUNT NOT ON FILE' TO ACMT-REJECT-REASON
               GO TO 6300-EXIT
           END-IF
           IF (ACM-RULE-ANY-OWNER AND ACMT-JOINT-RULE = 'A') OR
                   (NOT ACM-RULE-ANY-OWNER AND
                    ACMT-JOINT-RULE NOT = 'A')
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'ACCOUNT ALREADY ON REQUESTED RULE'
                   TO ACMT-REJECT-REASON
               GO TO 6300-EXIT
           END-IF
           MOVE ACM-JOINT-RULE TO WS-OLD-STATUS
           MOVE ACMT-JOINT-RULE TO ACM-JOINT-RULE
           REWRITE ACCTMST-RECORD
               INVALID KEY
                   MOVE 08 TO ACMT-RETURN-CODE
                   MOVE 'ACCOUNT MASTER REWRITE FAILED'
                       TO ACMT-REJECT-REASON
           END-REWRITE
           IF ACMT-SUCCESSFUL
               PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
               DISPLAY V-PN 'ACCOUNT ' ACMT-ACCOUNT-NUMBER
                   ' JOINT RULE NOW ' ACMT-JOINT-RULE
           END-IF.
       6300-EXIT.
           EXIT.

      ******************************************************************
      * 6400-REMOVE-ACCOUNT-LINKS - A DELETED ACCOUNT TAKES ITS
      *                             ACCTREL RECORDS WITH IT. THE
      *                             ACCOUNT IS ALREADY GONE, SO A
      *                             FAILURE HERE IS REPORTED, NOT A
      *                             REJECTION.
      ******************************************************************
       6400-REMOVE-ACCOUNT-LINKS.
           PERFORM 6100-OPEN-ACCTREL THRU 6100-EXIT
           IF ACMT-REJECTED
               MOVE ZERO TO ACMT-RETURN-CODE
               MOVE SPACES TO ACMT-REJECT-REASON
               DISPLAY V-PN 'ACCTREL LINKS FOR ' ACMT-ACCOUNT-NUMBER
                   ' NOT REMOVED'
               GO TO 6400-EXIT
           END-IF
           MOVE ZERO TO WS-LINKS-REMOVED
           MOVE 'N' TO WS-LINK-SCAN-SW
           MOVE ACMT-ACCOUNT-NUMBER TO ARL-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO ARL-CUSTOMER-NUMBER
           START ACCTREL-FILE KEY IS NOT LESS THAN ARL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LINK-SCAN-SW
           END-START
           PERFORM 6410-REMOVE-ONE-LINK THRU 6410-EXIT
               UNTIL WS-LINK-SCAN-DONE
           IF WS-LINKS-REMOVED > ZERO
               DISPLAY V-PN WS-LINKS-REMOVED ' ACCTREL LINKS REMOVED'
                   ' FOR ' ACMT-ACCOUNT-NUMBER
           END-IF.
       6400-EXIT.
           EXIT.

       6410-REMOVE-ONE-LINK.
           READ ACCTREL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LINK-SCAN-SW
                   GO TO 6410-EXIT
           END-READ
           IF ARL-ACCOUNT-NUMBER NOT = ACMT-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-LINK-SCAN-SW
               GO TO 6410-EXIT
           END-IF
           DELETE ACCTREL-FILE
               INVALID KEY
                   DISPLAY V-PN 'ACCTREL DELETE FAILED - STATUS '
                       WS-ACCTREL-STATUS
                   MOVE 'Y' TO WS-LINK-SCAN-SW
                   GO TO 6410-EXIT
           END-DELETE
           ADD 1 TO WS-LINKS-REMOVED.
       6410-EXIT.
           EXIT.

      ******************************************************************
      * 7000-DEFER-REQUEST - THE NIGHTLY CHAIN IS POSTING - QUEUE THE
      *                      EDITED REQUEST ON DEFERQ FOR EXPDRAIN
      *                      INSTEAD OF CHANGING THE MASTER UNDER IT.
      ******************************************************************
       7000-DEFER-REQUEST.
           OPEN EXTEND DEFERQ-FILE
           IF NOT WS-DEFERQ-OK
               OPEN OUTPUT DEFERQ-FILE
           END-IF
           IF NOT WS-DEFERQ-OK
               DISPLAY V-PN 'UNABLE TO OPEN DEFERQ - STATUS '
                   WS-DEFERQ-STATUS
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'DEFERRED QUEUE UNAVAILABLE' TO ACMT-REJECT-REASON
               GO TO 7000-EXIT
           END-IF
           MOVE SPACES TO DEFERQ-RECORD
           MOVE 'ACCTMNT ' TO DFQ-SERVICE
           ACCEPT DFQ-QUEUED-DATE FROM DATE YYYYMMDD
           ACCEPT DFQ-QUEUED-TIME FROM TIME
           MOVE ACMT-OPERATOR-ID TO DFQ-OPERATOR-ID
           MOVE ACMT-ACCOUNT-NUMBER TO DFQ-REFERENCE
           MOVE 'P' TO DFQ-STATUS
           MOVE ZERO TO DFQ-RESULT-CODE
           MOVE ACCTMNT-COMMAREA TO DFQ-COMMAREA
           WRITE DEFERQ-RECORD
           IF NOT WS-DEFERQ-OK
               DISPLAY V-PN 'DEFERQ WRITE FAILED - STATUS '
                   WS-DEFERQ-STATUS
               CLOSE DEFERQ-FILE
               MOVE 08 TO ACMT-RETURN-CODE
               MOVE 'DEFERRED QUEUE UNAVAILABLE' TO ACMT-REJECT-REASON
               GO TO 7000-EXIT
           END-IF
           CLOSE DEFERQ-FILE
           MOVE 02 TO ACMT-RETURN-CODE
           MOVE 'ACCEPTED, PENDING' TO ACMT-REJECT-REASON
           DISPLAY V-PN 'CHAIN POSTING - ' ACMT-FUNCTION
               ' REQUEST QUEUED - ACCOUNT ' ACMT-ACCOUNT-NUMBER.
       7000-EXIT.
           EXIT.
