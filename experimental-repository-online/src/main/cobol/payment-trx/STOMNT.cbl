      ******************************************************************
      * PROGRAM-ID : STOMNT
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - COMMAREA-DRIVEN
      *                    MAINTENANCE FOR THE STORDER STANDING-ORDER
      *                    BOOK, CALLABLE THE SAME WAY BENMNT IS. UNTIL
      *                    NOW THE BOOK EXPSTORD GENERATES FROM COULD
      *                    ONLY BE CHANGED BY HAND (OUTSIDE SAFECHK'S
      *                    SAFE-REWRITE PROTECTION) OR BY ACCTMNT'S
      *                    CLOSURE PROCESSING. ADDS AN INSTRUCTION,
      *                    AMENDS ITS TERMS (INCLUDING A FINAL DATE OR
      *                    A NUMBER OF PAYMENTS, AFTER WHICH EXPSTORD
      *                    MARKS IT COMPLETED), SUSPENDS, RESUMES OR
      *                    CANCELS IT, AND BROWSES AN ACCOUNT'S
      *                    INSTRUCTIONS WITH THEIR NEXT DUE DATES. THE
      *                    BOOK IS LOADED THROUGH SAFECHK AND REWRITTEN
      *                    THROUGH THE STORDERN SIDE COPY EXACTLY AS
      *                    EXPSTORD DOES. THE OPERATOR IS CHECKED
      *                    AGAINST OPERCHK (SERVICE STOMNT, ACTION =
      *                    THE FUNCTION) AND EVERY CHANGE IS APPENDED
      *                    TO THE STOAUDT TRAIL WITH BEFORE AND AFTER
      *                    IMAGES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOMNT.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORDER-FILE ASSIGN TO 'STORDER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORDER-STATUS.
           SELECT STORDERN-FILE ASSIGN TO 'STORDERN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORDERN-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT STOAUDT-FILE ASSIGN TO 'STOAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STOAUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY STORDER.

       FD  STORDERN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SIDE COPY WRITTEN AHEAD OF EVERY LIVE REWRITE - THE
      *    LAST GOOD IMAGE A CONSUMER FALLS BACK TO WHEN THE LIVE
      *    FILE'S VALIDITY TRAILER IS MISSING.
       01  STORDERN-RECORD                 PIC X(100).

       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
      *    READ ONLY - AN INSTRUCTION IS ONLY SET UP OR RESUMED ON AN
      *    ACCOUNT THAT EXISTS AND IS NOT CLOSED.
           COPY ACCTMSTR.

       FD  STOAUDT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    APPEND-ONLY AUDIT TRAIL, OPENED EXTEND THE SAME WAY FRZMNT
      *    OPENS FRZAUDT.
           COPY STOAUDT.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'STOMNT->  '.
       01  WS-OPERCHK-NAME                 PIC X(08) VALUE 'OPERCHK'.
           COPY OPCHKPRM.
       01  WS-SAFECHK-NAME                 PIC X(08) VALUE 'SAFECHK'.
           COPY SAFCKPRM.
           COPY SAFTRLR.

       01  WS-FILE-STATUSES.
           05  WS-STORDER-STATUS           PIC X(02) VALUE '00'.
               88  WS-STORDER-OK               VALUE '00'.
           05  WS-STORDERN-STATUS          PIC X(02) VALUE '00'.
               88  WS-STORDERN-OK              VALUE '00'.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-STOAUDT-STATUS           PIC X(02) VALUE '00'.
               88  WS-STOAUDT-OK               VALUE '00'.
               88  WS-STOAUDT-NOT-FOUND        VALUE '35'.

       01  WS-SWITCHES.
           05  WS-ORDER-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-ORDER-EOF-REACHED        VALUE 'Y'.
           05  WS-ORDER-OVERFLOW-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-ORDER-TABLE-OVERFLOWED   VALUE 'Y'.
           05  WS-BOOK-REFUSED-SW          PIC X(01) VALUE 'N'.
               88  WS-BOOK-REFUSED             VALUE 'Y'.
           05  WS-BOOK-CHANGED-SW          PIC X(01) VALUE 'N'.
               88  WS-BOOK-CHANGED             VALUE 'Y'.
           05  WS-SAVE-TARGET-SW           PIC X(01) VALUE 'L'.
               88  WS-SAVING-SIDE-COPY         VALUE 'S'.
           05  WS-SAVE-FAILED-SW           PIC X(01) VALUE 'N'.
               88  WS-SAVE-FAILED              VALUE 'Y'.
           05  WS-ORDER-FOUND-SW           PIC X(01) VALUE 'N'.
               88  WS-ORDER-FOUND              VALUE 'Y'.
           05  WS-AUDIT-DUE-SW             PIC X(01) VALUE 'N'.
               88  WS-AUDIT-DUE                VALUE 'Y'.

       01  WS-TODAY                        PIC 9(08) VALUE ZERO.
       01  WS-HIGH-SEQUENCE                PIC 9(03) VALUE ZERO.
       01  WS-FOUND-INDEX                  PIC 9(04) COMP VALUE ZERO.

      ******************************************************************
      * WS-AUDIT-FIELDS - WHAT 9400-WRITE-AUDIT STAMPS ON THE ENTRY
      * ONCE THE BOOK HAS BEEN SAFELY REWRITTEN.
      ******************************************************************
       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-ACTION             PIC X(01) VALUE SPACE.
           05  WS-AUDIT-SEQUENCE           PIC 9(03) VALUE ZERO.
           05  WS-OLD-RECORD               PIC X(100) VALUE SPACES.
           05  WS-NEW-RECORD               PIC X(100) VALUE SPACES.

      ******************************************************************
      * WS-ORDER-TABLE - THE WHOLE STORDER BOOK, LOADED, UPDATED IN
      * MEMORY, AND REWRITTEN IN FULL - THE SAME TABLE AND LIMIT AS
      * EXPSTORD'S.
      ******************************************************************
       01  WS-ORDER-TABLE.
           05  WS-ORDER-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-ORDER-INDEX              PIC 9(04) COMP VALUE ZERO.
           05  WS-ORDER-ENTRY              OCCURS 500 TIMES.
               10  WS-ORDER-RECORD         PIC X(100).

      ******************************************************************
      * WS-DATE-ROLL-WORK - SUPPORTS THE 8000-LEVEL NEXT-DUE DATE
      * ROLL-FORWARD PARAGRAPHS, THE SAME AS EXPSTORD'S.
      ******************************************************************
       01  WS-DATE-ROLL-WORK.
           05  WS-ROLL-DATE.
               10  WS-ROLL-YYYY            PIC 9(04).
               10  WS-ROLL-MM              PIC 9(02).
               10  WS-ROLL-DD              PIC 9(02).
           05  WS-ROLL-DATE-NUM REDEFINES WS-ROLL-DATE
                                            PIC 9(08).
           05  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
           05  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
           05  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
           05  WS-LEAP-SWITCH              PIC X(01) VALUE 'N'.
               88  WS-LEAP-YEAR                VALUE 'Y'.
           05  WS-DAY-LOOP                 PIC 9(01) COMP VALUE ZERO.

       LINKAGE SECTION.
           COPY STOMCOMM.

      ******************************************************************
      * 0000-MAINLINE - EDIT THE REQUEST, LOAD THE BOOK, APPLY THE
      *                 FUNCTION, AND REWRITE THE BOOK IF IT CHANGED.
      ******************************************************************
       PROCEDURE DIVISION USING STOMNT-COMMAREA.

       0000-MAINLINE.
           MOVE ZERO TO STM-RETURN-CODE
           MOVE SPACES TO STM-REJECT-REASON
           MOVE 'N' TO STM-MORE-ORDERS
           MOVE ZERO TO STM-ENTRY-COUNT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-EDIT-REQUEST THRU 1000-EXIT
           IF STM-REJECTED
               DISPLAY V-PN 'REQUEST REJECTED AT EDIT - '
                   STM-REJECT-REASON
               GOBACK
           END-IF
           PERFORM 1200-LOAD-ORDERS THRU 1200-EXIT
      *    A TRUNCATED OR UNPROVEN BOOK MUST NEVER BE REWRITTEN OVER
      *    THE LIVE FILE - THE REQUEST IS REFUSED OUTRIGHT.
           IF WS-ORDER-TABLE-OVERFLOWED
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'STANDING-ORDER TABLE FULL'
                   TO STM-REJECT-REASON
           END-IF
           IF WS-BOOK-REFUSED
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'STANDING-ORDER BOOK UNAVAILABLE'
                   TO STM-REJECT-REASON
           END-IF
           IF STM-REJECTED
               DISPLAY V-PN 'REQUEST REJECTED AT LOAD - '
                   STM-REJECT-REASON
               GOBACK
           END-IF
           PERFORM 1400-NUMBER-ACCOUNT-ORDERS THRU 1400-EXIT
           EVALUATE TRUE
               WHEN STM-FUNC-ADD
                   PERFORM 2000-ADD-ORDER THRU 2000-EXIT
               WHEN STM-FUNC-AMEND
                   PERFORM 3000-AMEND-ORDER THRU 3000-EXIT
               WHEN STM-FUNC-SUSPEND
                   PERFORM 4000-SUSPEND-ORDER THRU 4000-EXIT
               WHEN STM-FUNC-RESUME
                   PERFORM 5000-RESUME-ORDER THRU 5000-EXIT
               WHEN STM-FUNC-CANCEL
                   PERFORM 6000-CANCEL-ORDER THRU 6000-EXIT
               WHEN STM-FUNC-BROWSE
                   PERFORM 7000-BROWSE-ORDERS THRU 7000-EXIT
           END-EVALUATE
           IF WS-BOOK-CHANGED
               PERFORM 9300-SAVE-ORDERS THRU 9300-EXIT
           END-IF
      *    THE AUDIT ENTRY IS WRITTEN ONLY ONCE THE CHANGE IS SAFELY
      *    ON THE BOOK.
           IF WS-AUDIT-DUE AND NOT WS-SAVE-FAILED
               PERFORM 9400-WRITE-AUDIT THRU 9400-EXIT
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-EDIT-REQUEST - FIELD-LEVEL EDITS ON THE COMMAREA AND THE
      *                     OPERATOR ENTITLEMENT CHECK.
      ******************************************************************
       1000-EDIT-REQUEST.
           IF NOT STM-FUNC-ADD AND NOT STM-FUNC-AMEND AND
                   NOT STM-FUNC-SUSPEND AND NOT STM-FUNC-RESUME AND
                   NOT STM-FUNC-CANCEL AND NOT STM-FUNC-BROWSE
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'FUNCTION MUST BE A, C, S, R, X OR B'
                   TO STM-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF STM-ACCOUNT-NUMBER = SPACES OR LOW-VALUES
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'ACCOUNT NUMBER IS BLANK' TO STM-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF STM-OPERATOR-ID = SPACES OR LOW-VALUES
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'OPERATOR ID IS BLANK' TO STM-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           MOVE STM-OPERATOR-ID TO OPC-OPERATOR-ID
           MOVE 'STOMNT  ' TO OPC-SERVICE-NAME
           MOVE STM-FUNCTION TO OPC-ACTION
           CALL WS-OPERCHK-NAME USING OPERCHK-PARM
           CANCEL WS-OPERCHK-NAME
           IF OPC-NOT-AUTHORIZED
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'OPERATOR NOT ENTITLED TO THIS FUNCTION'
                   TO STM-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF STM-FUNC-AMEND OR STM-FUNC-SUSPEND OR
                   STM-FUNC-RESUME OR STM-FUNC-CANCEL
               IF STM-SEQUENCE NOT NUMERIC OR STM-SEQUENCE = ZERO
                   MOVE 08 TO STM-RETURN-CODE
                   MOVE 'INSTRUCTION SEQUENCE IS REQUIRED'
                       TO STM-REJECT-REASON
                   GO TO 1000-EXIT
               END-IF
           END-IF
           IF STM-FUNC-ADD OR STM-FUNC-AMEND
               PERFORM 1100-EDIT-TERMS THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-EDIT-TERMS - THE TERMS OF AN ADDED OR AMENDED
      *                   INSTRUCTION. THE FIRST PAYMENT MAY NOT BE IN
      *                   THE PAST - EXPSTORD WOULD CATCH IT UP AT
      *                   ONCE - AND A FINAL DATE MAY NOT FALL BEFORE
      *                   IT.
      ******************************************************************
       1100-EDIT-TERMS.
           IF STM-AMOUNT NOT NUMERIC OR STM-AMOUNT NOT > ZERO
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'AMOUNT MUST BE GREATER THAN ZERO'
                   TO STM-REJECT-REASON
               GO TO 1100-EXIT
           END-IF
           IF STM-CURRENCY-CODE = SPACES OR LOW-VALUES
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'CURRENCY CODE IS BLANK' TO STM-REJECT-REASON
               GO TO 1100-EXIT
           END-IF
           IF STM-FREQUENCY NOT = 'D' AND NOT = 'W' AND NOT = 'M'
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'FREQUENCY MUST BE D, W OR M'
                   TO STM-REJECT-REASON
               GO TO 1100-EXIT
           END-IF
           IF STM-NEXT-DUE-DATE NOT NUMERIC OR
                   STM-NEXT-DUE-DATE < WS-TODAY
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'NEXT DUE DATE MUST BE TODAY OR LATER'
                   TO STM-REJECT-REASON
               GO TO 1100-EXIT
           END-IF
           IF STM-FINAL-DATE NOT NUMERIC OR
                   (STM-FINAL-DATE NOT = ZERO AND
                    STM-FINAL-DATE < STM-NEXT-DUE-DATE)
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'FINAL DATE MAY NOT PRECEDE NEXT DUE DATE'
                   TO STM-REJECT-REASON
               GO TO 1100-EXIT
           END-IF
           IF STM-PAYMENT-COUNT NOT NUMERIC
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'PAYMENT COUNT MUST BE NUMERIC'
                   TO STM-REJECT-REASON
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-ORDERS - THE WHOLE BOOK INTO WS-ORDER-TABLE. SAFECHK
      *                    SAYS WHICH COPY TO TRUST; WHEN NEITHER
      *                    PROVES VALID THE BOOK IS REFUSED, EXACTLY AS
      *                    EXPSTORD REFUSES IT. NO FILE AT ALL IS AN
      *                    EMPTY BOOK.
      ******************************************************************
       1200-LOAD-ORDERS.
           MOVE 'STORDER' TO SFC-FILE-ID
           CALL WS-SAFECHK-NAME USING SAFECHK-PARM
           CANCEL WS-SAFECHK-NAME
           EVALUATE TRUE
               WHEN SFC-NO-FILE
                   GO TO 1200-EXIT
               WHEN SFC-NO-GOOD-COPY
                   DISPLAY V-PN 'STORDER REFUSED - NO COPY PROVES '
                       'VALID'
                   MOVE 'Y' TO WS-BOOK-REFUSED-SW
                   GO TO 1200-EXIT
               WHEN SFC-USE-SIDE
                   OPEN INPUT STORDERN-FILE
                   IF NOT WS-STORDERN-OK
                       DISPLAY V-PN 'UNABLE TO OPEN STORDERN SIDE '
                           'COPY - STATUS ' WS-STORDERN-STATUS
                       MOVE 'Y' TO WS-BOOK-REFUSED-SW
                       GO TO 1200-EXIT
                   END-IF
                   PERFORM 1260-LOAD-ONE-SIDE-ORDER THRU 1260-EXIT
                       UNTIL WS-ORDER-EOF-REACHED
                   CLOSE STORDERN-FILE
               WHEN OTHER
                   OPEN INPUT STORDER-FILE
                   IF NOT WS-STORDER-OK
                       DISPLAY V-PN 'UNABLE TO OPEN STORDER - STATUS '
                           WS-STORDER-STATUS
                       MOVE 'Y' TO WS-BOOK-REFUSED-SW
                       GO TO 1200-EXIT
                   END-IF
                   PERFORM 1250-LOAD-ONE-ORDER THRU 1250-EXIT
                       UNTIL WS-ORDER-EOF-REACHED
                   CLOSE STORDER-FILE
           END-EVALUATE.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-ORDER.
           READ STORDER-FILE
               AT END
                   MOVE 'Y' TO WS-ORDER-EOF-SWITCH
               NOT AT END
                   MOVE STORDER-RECORD(1:24) TO SAFTRLR-RECORD
                   IF SFT-TRAILER-PRESENT
                       CONTINUE
                   ELSE
                       IF WS-ORDER-COUNT < 500
                           ADD 1 TO WS-ORDER-COUNT
                           MOVE STORDER-RECORD
                               TO WS-ORDER-RECORD(WS-ORDER-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-ORDER-OVERFLOW-SWITCH
                       END-IF
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

       1260-LOAD-ONE-SIDE-ORDER.
           READ STORDERN-FILE
               AT END
                   MOVE 'Y' TO WS-ORDER-EOF-SWITCH
               NOT AT END
                   MOVE STORDERN-RECORD(1:24) TO SAFTRLR-RECORD
                   IF SFT-TRAILER-PRESENT
                       CONTINUE
                   ELSE
                       IF WS-ORDER-COUNT < 500
                           ADD 1 TO WS-ORDER-COUNT
                           MOVE STORDERN-RECORD
                               TO WS-ORDER-RECORD(WS-ORDER-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-ORDER-OVERFLOW-SWITCH
                       END-IF
                   END-IF
           END-READ.
       1260-EXIT.
           EXIT.

      ******************************************************************
      * 1400-NUMBER-ACCOUNT-ORDERS - AN INSTRUCTION SET UP BEFORE THIS
      *                              SERVICE EXISTED CARRIES NO
      *                              SEQUENCE NUMBER. THE FIRST TIME
      *                              ITS ACCOUNT IS MAINTAINED OR
      *                              BROWSED IT IS GIVEN THE NEXT ONE
      *                              FREE, SO EVERY INSTRUCTION CAN BE
      *                              NAMED.
      ******************************************************************
       1400-NUMBER-ACCOUNT-ORDERS.
           MOVE ZERO TO WS-HIGH-SEQUENCE
           PERFORM 1410-NOTE-HIGH-SEQUENCE
               VARYING WS-ORDER-INDEX FROM 1 BY 1
               UNTIL WS-ORDER-INDEX > WS-ORDER-COUNT
           PERFORM 1420-ASSIGN-SEQUENCE
               VARYING WS-ORDER-INDEX FROM 1 BY 1
               UNTIL WS-ORDER-INDEX > WS-ORDER-COUNT.
       1400-EXIT.
           EXIT.

       1410-NOTE-HIGH-SEQUENCE.
           MOVE WS-ORDER-RECORD(WS-ORDER-INDEX) TO STORDER-RECORD
           IF STO-ACCOUNT-NUMBER = STM-ACCOUNT-NUMBER AND
                   STO-ORDER-SEQUENCE NUMERIC AND
                   STO-ORDER-SEQUENCE > WS-HIGH-SEQUENCE
               MOVE STO-ORDER-SEQUENCE TO WS-HIGH-SEQUENCE
           END-IF.

       1420-ASSIGN-SEQUENCE.
           MOVE WS-ORDER-RECORD(WS-ORDER-INDEX) TO STORDER-RECORD
           IF STO-ACCOUNT-NUMBER = STM-ACCOUNT-NUMBER AND
                   (STO-ORDER-SEQUENCE NOT NUMERIC OR
                    STO-ORDER-SEQUENCE = ZERO) AND
                   WS-HIGH-SEQUENCE < 999
               ADD 1 TO WS-HIGH-SEQUENCE
               MOVE WS-HIGH-SEQUENCE TO STO-ORDER-SEQUENCE
               MOVE STORDER-RECORD TO WS-ORDER-RECORD(WS-ORDER-INDEX)
               MOVE 'Y' TO WS-BOOK-CHANGED-SW
           END-IF.

      ******************************************************************
      * 1500-VERIFY-ACCOUNT - THE ACCOUNT EXISTS AND IS NOT CLOSED OR
      *                       CHARGED OFF.
      ******************************************************************
       1500-VERIFY-ACCOUNT.
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'ACCOUNT MASTER FILE UNAVAILABLE'
                   TO STM-REJECT-REASON
               GO TO 1500-EXIT
           END-IF
           MOVE STM-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE 08 TO STM-RETURN-CODE
                   MOVE 'ACCOUNT NOT ON FILE' TO STM-REJECT-REASON
               NOT INVALID KEY
                   IF ACM-CLOSED OR ACM-CHARGED-OFF
                       MOVE 08 TO STM-RETURN-CODE
                       MOVE 'ACCOUNT IS CLOSED' TO STM-REJECT-REASON
                   END-IF
           END-READ
           CLOSE ACCTMST-FILE.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 1600-FIND-ORDER - THE INSTRUCTION NAMED BY ACCOUNT AND
      *                   SEQUENCE, LEFT IN STORDER-RECORD WITH ITS
      *                   IMAGE IN WS-OLD-RECORD.
      ******************************************************************
       1600-FIND-ORDER.
           MOVE 'N' TO WS-ORDER-FOUND-SW
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM 1650-COMPARE-ORDER
               VARYING WS-ORDER-INDEX FROM 1 BY 1
               UNTIL WS-ORDER-INDEX > WS-ORDER-COUNT
                   OR WS-ORDER-FOUND
           IF NOT WS-ORDER-FOUND
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'INSTRUCTION NOT ON FILE' TO STM-REJECT-REASON
               GO TO 1600-EXIT
           END-IF
           MOVE WS-ORDER-RECORD(WS-FOUND-INDEX) TO STORDER-RECORD
           MOVE STORDER-RECORD TO WS-OLD-RECORD.
       1600-EXIT.
           EXIT.

       1650-COMPARE-ORDER.
           MOVE WS-ORDER-RECORD(WS-ORDER-INDEX) TO STORDER-RECORD
           IF STO-ACCOUNT-NUMBER = STM-ACCOUNT-NUMBER AND
                   STO-ORDER-SEQUENCE = STM-SEQUENCE
               MOVE 'Y' TO WS-ORDER-FOUND-SW
               MOVE WS-ORDER-INDEX TO WS-FOUND-INDEX
           END-IF.

      ******************************************************************
      * 1700-PUT-ORDER-BACK - THE CHANGED INSTRUCTION INTO THE TABLE
      *                       AND THE AUDIT ENTRY MADE READY.
      ******************************************************************
       1700-PUT-ORDER-BACK.
           MOVE STORDER-RECORD TO WS-ORDER-RECORD(WS-FOUND-INDEX)
           MOVE STORDER-RECORD TO WS-NEW-RECORD
           MOVE STO-ORDER-SEQUENCE TO WS-AUDIT-SEQUENCE
           MOVE 'Y' TO WS-BOOK-CHANGED-SW
           MOVE 'Y' TO WS-AUDIT-DUE-SW.
       1700-EXIT.
           EXIT.

      ******************************************************************
      * 1800-FILL-TERMS - THE COMMAREA'S TERMS ONTO STORDER-RECORD.
      ******************************************************************
       1800-FILL-TERMS.
           MOVE STM-AMOUNT TO STO-AMOUNT
           MOVE STM-CURRENCY-CODE TO STO-CURRENCY-CODE
           MOVE STM-REGION-CODE TO STO-REGION-CODE
           MOVE STM-FREQUENCY TO STO-FREQUENCY
           MOVE STM-NEXT-DUE-DATE TO STO-NEXT-DUE-DATE
           MOVE STM-FINAL-DATE TO STO-FINAL-DATE
           IF STM-PAYMENT-COUNT > ZERO
               MOVE 'Y' TO STO-COUNT-SW
               MOVE STM-PAYMENT-COUNT TO STO-PAYMENTS-LEFT
           ELSE
               MOVE 'N' TO STO-COUNT-SW
               MOVE ZERO TO STO-PAYMENTS-LEFT
           END-IF
           MOVE STM-PAYER-REFERENCE TO STO-PAYER-REFERENCE
           MOVE STM-REMITTANCE-TEXT TO STO-REMITTANCE-TEXT.
       1800-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ADD-ORDER - SET UP A NEW ACTIVE INSTRUCTION UNDER THE
      *                  ACCOUNT'S NEXT FREE SEQUENCE NUMBER, WHICH IS
      *                  HANDED BACK.
      ******************************************************************
       2000-ADD-ORDER.
           PERFORM 1500-VERIFY-ACCOUNT THRU 1500-EXIT
           IF STM-REJECTED
               GO TO 2000-EXIT
           END-IF
           IF WS-ORDER-COUNT >= 500
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'STANDING-ORDER TABLE FULL' TO STM-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           IF WS-HIGH-SEQUENCE >= 999
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'NO FREE SEQUENCE NUMBER ON THIS ACCOUNT'
                   TO STM-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO STORDER-RECORD
           MOVE STM-ACCOUNT-NUMBER TO STO-ACCOUNT-NUMBER
           PERFORM 1800-FILL-TERMS THRU 1800-EXIT
           MOVE 'A' TO STO-STATUS
           ADD 1 TO WS-HIGH-SEQUENCE
           MOVE WS-HIGH-SEQUENCE TO STO-ORDER-SEQUENCE
           MOVE WS-HIGH-SEQUENCE TO STM-SEQUENCE
           ADD 1 TO WS-ORDER-COUNT
           MOVE WS-ORDER-COUNT TO WS-FOUND-INDEX
           MOVE SPACES TO WS-OLD-RECORD
           MOVE 'A' TO WS-AUDIT-ACTION
           PERFORM 1700-PUT-ORDER-BACK THRU 1700-EXIT
           DISPLAY V-PN 'INSTRUCTION ' STO-ORDER-SEQUENCE
               ' ADDED FOR ' STM-ACCOUNT-NUMBER ' FIRST DUE '
               STO-NEXT-DUE-DATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-AMEND-ORDER - REPLACE THE TERMS OF A LIVE INSTRUCTION.
      *                    ITS STATUS IS LEFT AS IT WAS.
      ******************************************************************
       3000-AMEND-ORDER.
           PERFORM 1600-FIND-ORDER THRU 1600-EXIT
           IF STM-REJECTED
               GO TO 3000-EXIT
           END-IF
           IF STO-CANCELLED OR STO-COMPLETED
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'INSTRUCTION IS CANCELLED OR COMPLETED'
                   TO STM-REJECT-REASON
               GO TO 3000-EXIT
           END-IF
           PERFORM 1800-FILL-TERMS THRU 1800-EXIT
           MOVE 'C' TO WS-AUDIT-ACTION
           PERFORM 1700-PUT-ORDER-BACK THRU 1700-EXIT
           DISPLAY V-PN 'INSTRUCTION ' STO-ORDER-SEQUENCE
               ' AMENDED FOR ' STM-ACCOUNT-NUMBER.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-SUSPEND-ORDER - STOP GENERATION UNTIL RESUMED.
      ******************************************************************
       4000-SUSPEND-ORDER.
           PERFORM 1600-FIND-ORDER THRU 1600-EXIT
           IF STM-REJECTED
               GO TO 4000-EXIT
           END-IF
           IF NOT STO-ACTIVE
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'INSTRUCTION IS NOT ACTIVE' TO STM-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           MOVE 'S' TO STO-STATUS
           MOVE 'S' TO WS-AUDIT-ACTION
           PERFORM 1700-PUT-ORDER-BACK THRU 1700-EXIT
           DISPLAY V-PN 'INSTRUCTION ' STO-ORDER-SEQUENCE
               ' SUSPENDED FOR ' STM-ACCOUNT-NUMBER.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RESUME-ORDER - PUT A SUSPENDED INSTRUCTION BACK IN FORCE.
      *                     DUE DATES MISSED WHILE IT WAS SUSPENDED
      *                     ARE SKIPPED, NOT PAID IN A BURST - THE NEXT
      *                     DUE DATE IS ROLLED FORWARD TO TODAY OR
      *                     LATER. AN ACCOUNT CLOSED SINCE (WHICH IS
      *                     WHY ACCTMNT SUSPENDS) CANNOT BE RESUMED.
      ******************************************************************
       5000-RESUME-ORDER.
           PERFORM 1600-FIND-ORDER THRU 1600-EXIT
           IF STM-REJECTED
               GO TO 5000-EXIT
           END-IF
           IF NOT STO-SUSPENDED
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'INSTRUCTION IS NOT SUSPENDED'
                   TO STM-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           IF STO-NEXT-DUE-DATE NOT NUMERIC OR
                   STO-NEXT-DUE-DATE < 19000101
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'INVALID NEXT DUE DATE - AMEND IT FIRST'
                   TO STM-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           PERFORM 1500-VERIFY-ACCOUNT THRU 1500-EXIT
           IF STM-REJECTED
               GO TO 5000-EXIT
           END-IF
           PERFORM 8000-ROLL-NEXT-DUE-DATE THRU 8000-EXIT
               UNTIL STO-NEXT-DUE-DATE NOT < WS-TODAY
           IF STO-FINAL-DATE NUMERIC AND STO-FINAL-DATE > ZERO AND
                   STO-NEXT-DUE-DATE > STO-FINAL-DATE
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'FINAL DATE HAS PASSED - CANNOT RESUME'
                   TO STM-REJECT-REASON
               GO TO 5000-EXIT
           END-IF
           MOVE 'A' TO STO-STATUS
           MOVE 'R' TO WS-AUDIT-ACTION
           PERFORM 1700-PUT-ORDER-BACK THRU 1700-EXIT
           DISPLAY V-PN 'INSTRUCTION ' STO-ORDER-SEQUENCE
               ' RESUMED FOR ' STM-ACCOUNT-NUMBER ' NEXT DUE '
               STO-NEXT-DUE-DATE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CANCEL-ORDER - END THE INSTRUCTION FOR GOOD. IT STAYS ON
      *                     THE BOOK, MARKED CANCELLED, FOR THE RECORD.
      ******************************************************************
       6000-CANCEL-ORDER.
           PERFORM 1600-FIND-ORDER THRU 1600-EXIT
           IF STM-REJECTED
               GO TO 6000-EXIT
           END-IF
           IF STO-CANCELLED OR STO-COMPLETED
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'INSTRUCTION IS ALREADY CANCELLED OR DONE'
                   TO STM-REJECT-REASON
               GO TO 6000-EXIT
           END-IF
           MOVE 'C' TO STO-STATUS
           MOVE 'X' TO WS-AUDIT-ACTION
           PERFORM 1700-PUT-ORDER-BACK THRU 1700-EXIT
           DISPLAY V-PN 'INSTRUCTION ' STO-ORDER-SEQUENCE
               ' CANCELLED FOR ' STM-ACCOUNT-NUMBER.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-BROWSE-ORDERS - THE ACCOUNT'S INSTRUCTIONS, EVERY STATUS,
      *                      WITH THEIR NEXT DUE DATES.
      ******************************************************************
       7000-BROWSE-ORDERS.
           PERFORM 7100-LIST-ONE-ORDER
               VARYING WS-ORDER-INDEX FROM 1 BY 1
               UNTIL WS-ORDER-INDEX > WS-ORDER-COUNT.
       7000-EXIT.
           EXIT.

       7100-LIST-ONE-ORDER.
           MOVE WS-ORDER-RECORD(WS-ORDER-INDEX) TO STORDER-RECORD
           IF STO-ACCOUNT-NUMBER = STM-ACCOUNT-NUMBER
               IF STM-ENTRY-COUNT < 20
                   ADD 1 TO STM-ENTRY-COUNT
                   PERFORM 7200-FILL-ENTRY THRU 7200-EXIT
               ELSE
                   MOVE 'Y' TO STM-MORE-ORDERS
               END-IF
           END-IF.

       7200-FILL-ENTRY.
           MOVE STO-ORDER-SEQUENCE TO STM-ENT-SEQUENCE(STM-ENTRY-COUNT)
           MOVE STO-STATUS TO STM-ENT-STATUS(STM-ENTRY-COUNT)
           MOVE STO-AMOUNT TO STM-ENT-AMOUNT(STM-ENTRY-COUNT)
           MOVE STO-CURRENCY-CODE TO STM-ENT-CURRENCY(STM-ENTRY-COUNT)
           MOVE STO-REGION-CODE TO STM-ENT-REGION(STM-ENTRY-COUNT)
           MOVE STO-FREQUENCY TO STM-ENT-FREQUENCY(STM-ENTRY-COUNT)
           MOVE STO-NEXT-DUE-DATE
               TO STM-ENT-NEXT-DUE-DATE(STM-ENTRY-COUNT)
           MOVE ZERO TO STM-ENT-FINAL-DATE(STM-ENTRY-COUNT)
           IF STO-FINAL-DATE NUMERIC
               MOVE STO-FINAL-DATE
                   TO STM-ENT-FINAL-DATE(STM-ENTRY-COUNT)
           END-IF
           MOVE ZERO TO STM-ENT-PAYMENTS-LEFT(STM-ENTRY-COUNT)
           IF STO-COUNT-LIMITED AND STO-PAYMENTS-LEFT NUMERIC
               MOVE STO-PAYMENTS-LEFT
                   TO STM-ENT-PAYMENTS-LEFT(STM-ENTRY-COUNT)
           END-IF
           MOVE STO-PAYER-REFERENCE
               TO STM-ENT-PAYER-REFERENCE(STM-ENTRY-COUNT)
           MOVE STO-REMITTANCE-TEXT
               TO STM-ENT-REMITTANCE-TEXT(STM-ENTRY-COUNT).
       7200-EXIT.
           EXIT.

      ******************************************************************
      * 8000-ROLL-NEXT-DUE-DATE - ADVANCE STO-NEXT-DUE-DATE BY ONE
      *                           FREQUENCY PERIOD, THE SAME RULES AS
      *                           EXPSTORD (A MONTHLY ROLL CLAMPS THE
      *                           DAY TO THE TARGET MONTH'S LENGTH).
      ******************************************************************
       8000-ROLL-NEXT-DUE-DATE.
           MOVE STO-NEXT-DUE-DATE TO WS-ROLL-DATE-NUM
           EVALUATE TRUE
               WHEN STO-FREQ-WEEKLY
                   PERFORM 8100-ADD-ONE-DAY THRU 8100-EXIT
                       VARYING WS-DAY-LOOP FROM 1 BY 1
                       UNTIL WS-DAY-LOOP > 7
               WHEN STO-FREQ-MONTHLY
                   PERFORM 8200-ADD-ONE-MONTH THRU 8200-EXIT
               WHEN OTHER
                   PERFORM 8100-ADD-ONE-DAY THRU 8100-EXIT
           END-EVALUATE
           MOVE WS-ROLL-DATE-NUM TO STO-NEXT-DUE-DATE.
       8000-EXIT.
           EXIT.

       8100-ADD-ONE-DAY.
           PERFORM 8300-SET-DAYS-IN-MONTH THRU 8300-EXIT
           IF WS-ROLL-DD < WS-DAYS-IN-MONTH
               ADD 1 TO WS-ROLL-DD
           ELSE
               MOVE 1 TO WS-ROLL-DD
               IF WS-ROLL-MM < 12
                   ADD 1 TO WS-ROLL-MM
               ELSE
                   MOVE 1 TO WS-ROLL-MM
                   ADD 1 TO WS-ROLL-YYYY
               END-IF
           END-IF.
       8100-EXIT.
           EXIT.

       8200-ADD-ONE-MONTH.
           IF WS-ROLL-MM < 12
               ADD 1 TO WS-ROLL-MM
           ELSE
               MOVE 1 TO WS-ROLL-MM
               ADD 1 TO WS-ROLL-YYYY
           END-IF
           PERFORM 8300-SET-DAYS-IN-MONTH THRU 8300-EXIT
           IF WS-ROLL-DD > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-ROLL-DD
           END-IF.
       8200-EXIT.
           EXIT.

       8300-SET-DAYS-IN-MONTH.
           EVALUATE WS-ROLL-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN OTHER
                   PERFORM 8350-CHECK-LEAP-YEAR THRU 8350-EXIT
                   IF WS-LEAP-YEAR
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.
       8300-EXIT.
           EXIT.

       8350-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SWITCH
           DIVIDE WS-ROLL-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-SWITCH
               GO TO 8350-EXIT
           END-IF
           DIVIDE WS-ROLL-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               GO TO 8350-EXIT
           END-IF
           DIVIDE WS-ROLL-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-SWITCH
           END-IF.
       8350-EXIT.
           EXIT.

      ******************************************************************
      * 9300-SAVE-ORDERS - REWRITE STORDER IN FULL. THE STORDERN SIDE
      *                    COPY IS WRITTEN AND CLOSED COMPLETE, TRAILER
      *                    LAST, BEFORE THE LIVE FILE IS TOUCHED - THE
      *                    SAME CRASH-SAFE SEQUENCE AS EXPSTORD. IF THE
      *                    SIDE COPY CANNOT BE WRITTEN THE CHANGE IS
      *                    REFUSED; IF ONLY THE LIVE REWRITE FAILS THE
      *                    CHANGE STANDS ON THE SIDE COPY, WHICH EVERY
      *                    CONSUMER FALLS BACK TO.
      ******************************************************************
       9300-SAVE-ORDERS.
           OPEN OUTPUT STORDERN-FILE
           IF NOT WS-STORDERN-OK
               DISPLAY V-PN 'UNABLE TO WRITE STORDERN SIDE COPY - '
                   'STATUS ' WS-STORDERN-STATUS
                   ' - LIVE FILE LEFT UNTOUCHED'
               MOVE 'Y' TO WS-SAVE-FAILED-SW
               MOVE 08 TO STM-RETURN-CODE
               MOVE 'STANDING-ORDER BOOK REWRITE FAILED'
                   TO STM-REJECT-REASON
               GO TO 9300-EXIT
           END-IF
           MOVE 'S' TO WS-SAVE-TARGET-SW
           PERFORM 9350-WRITE-ORDER THRU 9350-EXIT
               VARYING WS-ORDER-INDEX FROM 1 BY 1
               UNTIL WS-ORDER-INDEX > WS-ORDER-COUNT
           PERFORM 9380-WRITE-VALIDITY-TRAILER THRU 9380-EXIT
           CLOSE STORDERN-FILE
           OPEN OUTPUT STORDER-FILE
           IF NOT WS-STORDER-OK
               DISPLAY V-PN 'UNABLE TO REWRITE STORDER - STATUS '
                   WS-STORDER-STATUS
                   ' - CONSUMERS FALL BACK TO THE SIDE COPY'
               GO TO 9300-EXIT
           END-IF
           MOVE 'L' TO WS-SAVE-TARGET-SW
           PERFORM 9350-WRITE-ORDER THRU 9350-EXIT
               VARYING WS-ORDER-INDEX FROM 1 BY 1
               UNTIL WS-ORDER-INDEX > WS-ORDER-COUNT
           PERFORM 9380-WRITE-VALIDITY-TRAILER THRU 9380-EXIT
           CLOSE STORDER-FILE.
       9300-EXIT.
           EXIT.

       9350-WRITE-ORDER.
           IF WS-SAVING-SIDE-COPY
               MOVE WS-ORDER-RECORD(WS-ORDER-INDEX) TO STORDERN-RECORD
               WRITE STORDERN-RECORD
           ELSE
               MOVE WS-ORDER-RECORD(WS-ORDER-INDEX) TO STORDER-RECORD
               WRITE STORDER-RECORD
           END-IF.
       9350-EXIT.
           EXIT.

      ******************************************************************
      * 9380-WRITE-VALIDITY-TRAILER - THE SAFTRLR RECORD THAT PROVES
      *                               THE FILE WAS WRITTEN TO
      *                               COMPLETION.
      ******************************************************************
       9380-WRITE-VALIDITY-TRAILER.
           MOVE SPACES TO SAFTRLR-RECORD
           MOVE '*FILEOK*' TO SFT-EYECATCHER
           MOVE WS-ORDER-COUNT TO SFT-RECORD-COUNT
           IF WS-SAVING-SIDE-COPY
               MOVE SAFTRLR-RECORD TO STORDERN-RECORD
               WRITE STORDERN-RECORD
           ELSE
               MOVE SAFTRLR-RECORD TO STORDER-RECORD
               WRITE STORDER-RECORD
           END-IF.
       9380-EXIT.
           EXIT.

      ******************************************************************
      * 9400-WRITE-AUDIT - ONE APPEND-ONLY AUDIT ENTRY FOR THE CHANGE
      *                    JUST MADE, WITH BEFORE AND AFTER IMAGES.
      ******************************************************************
       9400-WRITE-AUDIT.
           OPEN EXTEND STOAUDT-FILE
           IF WS-STOAUDT-NOT-FOUND
               OPEN OUTPUT STOAUDT-FILE
           END-IF
           IF NOT WS-STOAUDT-OK
               DISPLAY V-PN 'UNABLE TO OPEN STOAUDT - STATUS '
                   WS-STOAUDT-STATUS
               GO TO 9400-EXIT
           END-IF
           MOVE SPACES TO STOAUDT-RECORD
           ACCEPT SOA-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT SOA-LOG-TIME FROM TIME
           MOVE WS-AUDIT-ACTION TO SOA-ACTION
           MOVE STM-ACCOUNT-NUMBER TO SOA-ACCOUNT-NUMBER
           MOVE WS-AUDIT-SEQUENCE TO SOA-SEQUENCE
           MOVE WS-OLD-RECORD TO SOA-OLD-RECORD
           MOVE WS-NEW-RECORD TO SOA-NEW-RECORD
           MOVE STM-OPERATOR-ID TO SOA-OPERATOR-ID
           WRITE STOAUDT-RECORD
           CLOSE STOAUDT-FILE.
       9400-EXIT.
           EXIT.
