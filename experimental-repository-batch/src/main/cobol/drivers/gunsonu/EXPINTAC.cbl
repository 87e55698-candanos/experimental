      *                    ACCRUAL, OR A FAILED CALENDAR CALL,
      *                    ACCRUES ONE DAY AS BEFORE; THE SAME-DATE
      *                    RERUN GUARD IS UNCHANGED.
      * 2026-10-15  DS    INTRATES NOW HOLDS ONE TIER TABLE PER
      *                    INR-TABLE-CODE AND EACH ACCOUNT EARNS ON THE
      *                    TABLE ITS PRODMSTR PRODUCT NAMES
      *                    (PRD-RATE-TABLE-CODE). AN ACCOUNT WITH NO
      *                    PRODUCT, A PRODUCT NOT ON FILE, A PRODUCT
      *                    NAMING NO TABLE, OR A RUN WITHOUT PRODMSTR
      *                    EARNS ON THE DEFAULT (BLANK-CODE) TABLE, AS
      *                    EVERY ACCOUNT DID BEFORE. A PRODUCT WHOSE
      *                    TABLE HAS NO TIERS EARNS NOTHING - THAT IS
      *                    HOW A NON-INTEREST-BEARING PRODUCT IS SET UP.
      * 2026-10-15  DS    TERM DEPOSIT ACCOUNTS (ACM-TERM-DEPOSIT) NO
      *                    LONGER ACCRUE HERE - A DEPOSIT EARNS ITS
      *                    FIXED RATE FOR THE TERM AT MATURITY THROUGH
      *                    EXPTDMAT, AND ACCRUING THE BALANCE AS WELL
      *                    WOULD PAY IT TWICE.
      * 2026-10-15  DS    A FOREIGN-CURRENCY ACCOUNT ACCRUES ON ITS
      *                    BASE EQUIVALENT, SO INTACCR STAYS IN BASE
      *                    FOR EXPINTCP TO CAPITALIZE THE USUAL WAY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPINTAC.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT PRODMSTR-FILE ASSIGN TO 'PRODMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       FD  PRODMSTR-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE ACCOUNT'S PRODUCT - WHICH INTRATES TABLE IT EARNS ON.
           COPY PRODMSTR.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPINTAC->'.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.
               88  WS-INTACCR-NOT-FOUND        VALUES '23' '30' '35'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-PRODMSTR-STATUS          PIC X(02) VALUE '00'.
               88  WS-PRODMSTR-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ACCTMST-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-INTACCR-IS-OPEN          VALUE 'Y'.
           05  WS-POSITION-FOUND-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-POSITION-FOUND           VALUE 'Y'.
           05  WS-PRODMSTR-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-PRODMSTR-IS-OPEN         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ            PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-ACCRUED         PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-SKIPPED         PIC 9(07) COMP VALUE ZERO.
           05  WS-PRODUCTS-NOT-FOUND       PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

      * WS-TIER-TABLE - THE INTRATES RATE TIERS, LOADED ONCE AND
      * SEARCHED PER ACCOUNT FOR THE HIGHEST FLOOR NOT EXCEEDING THE
      * BALANCE - THE SAME LOAD-AND-SEARCH PATTERN AS SUBPGM01'S RATE
      * AND FEE TABLES. EVERY TABLE CODE'S TIERS SHARE THE ONE TABLE;
      * THE SEARCH ONLY CONSIDERS THE ACCOUNT'S OWN CODE.
      ******************************************************************
       01  WS-TIER-TABLE.
           05  WS-TIER-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  WS-TIER-INDEX               PIC 9(03) COMP VALUE ZERO.
           05  WS-TIER-ENTRY OCCURS 50 TIMES.
               10  WS-TIER-TABLE-CODE      PIC X(04).
               10  WS-TIER-FLOOR           PIC S9(11)V99 COMP-3.
               10  WS-TIER-RATE-PCT        PIC 9(02)V9999 COMP-3.
      *    THE TABLE CODE THE CURRENT ACCOUNT'S PRODUCT EARNS ON.
       01  WS-ACCOUNT-TABLE-CODE           PIC X(04) VALUE SPACES.
       01  WS-FOUND-RATE-PCT               PIC 9(02)V9999 COMP-3
                                            VALUE ZERO.
       01  WS-FOUND-FLOOR                  PIC S9(11)V99 COMP-3

       01  WS-DAILY-INTEREST               PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-ACCRUAL-BALANCE              PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-ACCRUAL-EDIT                 PIC -(10)9.99.

      ******************************************************************
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
      *    NO PRODUCT MASTER IS NOT A REASON TO STOP ACCRUING - EVERY
      *    ACCOUNT FALLS BACK TO THE DEFAULT TABLE, AS BEFORE PRODUCTS.
           OPEN INPUT PRODMSTR-FILE
           IF WS-PRODMSTR-OK
               MOVE 'Y' TO WS-PRODMSTR-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'PRODMSTR UNAVAILABLE - STATUS '
                   WS-PRODMSTR-STATUS ' - EVERY ACCOUNT ACCRUES ON '
                   'THE DEFAULT TABLE'
           END-IF
           PERFORM 2900-READ-NEXT-ACCOUNT THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
               NOT AT END
                   IF WS-TIER-COUNT < 50
                       ADD 1 TO WS-TIER-COUNT
                       IF INR-TABLE-CODE = LOW-VALUES
                           MOVE SPACES
                               TO WS-TIER-TABLE-CODE(WS-TIER-COUNT)
                       ELSE
                           MOVE INR-TABLE-CODE
                               TO WS-TIER-TABLE-CODE(WS-TIER-COUNT)
                       END-IF
                       MOVE INR-TIER-FLOOR
                           TO WS-TIER-FLOOR(WS-TIER-COUNT)
                       MOVE INR-ANNUAL-RATE-PCT
      * 2000-ACCRUE-ONE-ACCOUNT - ONE DAY'S INTEREST FOR THE ACCOUNT
      *                           JUST READ. CLOSED ACCOUNTS AND
      *                           ACCOUNTS WITH NO POSITIVE BALANCE DO
      *                           NOT ACCRUE, NOR DO TERM DEPOSITS
      *                           (EXPTDMAT PAYS THEM AT MATURITY);
      *                           AN ACCOUNT ALREADY
      *                           ACCRUED FOR THIS BUSINESS DATE IS
      *                           LEFT ALONE SO A RERUN OF THE NIGHT
      *                           CANNOT DOUBLE-ACCRUE.
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               GO TO 2000-NEXT
           END-IF
           IF ACM-CURRENT-BALANCE NOT NUMERIC
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               GO TO 2000-NEXT
           END-IF
      *    A FOREIGN-CURRENCY ACCOUNT ACCRUES IN BASE, ON ITS BASE
      *    EQUIVALENT.
           MOVE ACM-CURRENT-BALANCE TO WS-ACCRUAL-BALANCE
           IF NOT ACM-BASE-CURRENCY-ACCOUNT
               IF ACM-BASE-EQUIVALENT NUMERIC
                   MOVE ACM-BASE-EQUIVALENT TO WS-ACCRUAL-BALANCE
               ELSE
                   MOVE ZERO TO WS-ACCRUAL-BALANCE
               END-IF
           END-IF
           IF WS-ACCRUAL-BALANCE NOT > ZERO
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               GO TO 2000-NEXT
           END-IF
           IF ACM-TERM-DEPOSIT
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               GO TO 2000-NEXT
           END-IF
           PERFORM 2050-SET-ACCOUNT-TABLE THRU 2050-EXIT
           PERFORM 2100-FIND-RATE-TIER THRU 2100-EXIT
           IF NOT WS-RATE-FOUND OR WS-FOUND-RATE-PCT = ZERO
               ADD 1 TO WS-ACCOUNTS-SKIPPED
           END-IF
           PERFORM 2250-SET-ELAPSED-DAYS THRU 2250-EXIT
           COMPUTE WS-DAILY-INTEREST ROUNDED =
               WS-ACCRUAL-BALANCE * WS-FOUND-RATE-PCT / 100 / 365
               * WS-ELAPSED-DAYS
           ADD WS-DAILY-INTEREST TO INA-ACCRUED-AMOUNT
           MOVE WS-RUN-DATE TO INA-LAST-ACCRUAL-DATE
       2250-EXIT.
           EXIT.

      ******************************************************************
      * 2050-SET-ACCOUNT-TABLE - THE INTRATES TABLE CODE THE ACCOUNT'S
      *                          PRODUCT NAMES. NO PRODUCT, NO PRODUCT
      *                          MASTER, OR A PRODUCT NOT ON FILE
      *                          LEAVES SPACES - THE DEFAULT TABLE.
      ******************************************************************
       2050-SET-ACCOUNT-TABLE.
           MOVE SPACES TO WS-ACCOUNT-TABLE-CODE
           IF NOT WS-PRODMSTR-IS-OPEN OR
                   ACM-PRODUCT-CODE = SPACES OR
                   ACM-PRODUCT-CODE = LOW-VALUES
               GO TO 2050-EXIT
           END-IF
           MOVE ACM-PRODUCT-CODE TO PRD-PRODUCT-CODE
           READ PRODMSTR-FILE
               INVALID KEY
                   ADD 1 TO WS-PRODUCTS-NOT-FOUND
                   DISPLAY V-PN 'ACCOUNT ' ACM-ACCOUNT-NUMBER
                       ' PRODUCT ' ACM-PRODUCT-CODE ' NOT ON PRODMSTR'
                       ' - DEFAULT TABLE USED'
               NOT INVALID KEY
                   MOVE PRD-RATE-TABLE-CODE TO WS-ACCOUNT-TABLE-CODE
           END-READ.
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-RATE-TIER - THE HIGHEST TIER FLOOR NOT EXCEEDING THE
      *                       ACCOUNT'S BALANCE WINS, AMONG THE TIERS
      *                       OF THE ACCOUNT'S OWN TABLE.
      ******************************************************************
       2100-FIND-RATE-TIER.
           MOVE 'N' TO WS-RATE-FOUND-SWITCH
           EXIT.

       2150-COMPARE-RATE-TIER.
           IF WS-TIER-TABLE-CODE(WS-TIER-INDEX) = WS-ACCOUNT-TABLE-CODE
                   AND WS-TIER-FLOOR(WS-TIER-INDEX)
                       NOT > WS-ACCRUAL-BALANCE
               IF NOT WS-RATE-FOUND OR
                       WS-TIER-FLOOR(WS-TIER-INDEX) > WS-FOUND-FLOOR
                   MOVE WS-TIER-FLOOR(WS-TIER-INDEX)
           IF WS-INTACCR-IS-OPEN
               CLOSE INTACCR-FILE
           END-IF
           IF WS-PRODMSTR-IS-OPEN
               CLOSE PRODMSTR-FILE
           END-IF
           DISPLAY V-PN 'ACCOUNTS READ........: ' WS-ACCOUNTS-READ
           DISPLAY V-PN 'ACCOUNTS ACCRUED.....: ' WS-ACCOUNTS-ACCRUED
           DISPLAY V-PN 'ACCOUNTS SKIPPED.....: ' WS-ACCOUNTS-SKIPPED
           DISPLAY V-PN 'PRODUCTS NOT ON FILE.: '
               WS-PRODUCTS-NOT-FOUND.
       9000-EXIT.
           EXIT.
