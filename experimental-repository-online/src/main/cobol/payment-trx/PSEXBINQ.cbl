      *                    CURRENCY ITEM IN PNDAPPR WAS ADDED RAW AND
      *                    SKEWED THE AVAILABLE FIGURE BY THE
      *                    UNCONVERTED DIFFERENCE.
      * 2026-10-15  DS    A FOREIGN-CURRENCY ACCOUNT IS ANSWERED IN ITS
      *                    OWN CURRENCY - THE HOLD AND PENDING TOTALS
      *                    ARE RESTATED FROM BASE AT TODAY'S RATE FOR
      *                    THE ACCOUNT'S CURRENCY - AND THE CURRENCY
      *                    AND BASE EQUIVALENT ARE HANDED BACK WITH
      *                    THEM.
      * 2026-10-15  DS    INCOMING CREDITS STILL HELD UNCOLLECTED ON
      *                    UNCFLOAT ARE NOW HANDED BACK AS NOT YET
      *                    AVAILABLE, WITH THE FIRST RELEASE DATE, AND
      *                    TAKEN OFF THE AVAILABLE FIGURE THE SAME WAY
      *                    SUBPGM01'S FUNDS CHECK TAKES THEM OFF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEXBINQ.
           SELECT CURRATE-FILE ASSIGN TO 'CURRATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRATE-STATUS.
           SELECT UNCFLOAT-FILE ASSIGN TO 'UNCFLOAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UFL-KEY
               FILE STATUS IS WS-UNCFLOAT-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY CURRATE.

       FD  UNCFLOAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY UNCFLOAT.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'PSEXBINQ->'.
       01  WS-SAFECHK-NAME                 PIC X(08) VALUE 'SAFECHK'.
           05  WS-CURRATE-STATUS           PIC X(02) VALUE '00'.
               88  WS-CURRATE-OK               VALUE '00'.
               88  WS-CURRATE-EOF               VALUE '10'.
           05  WS-UNCFLOAT-STATUS          PIC X(02) VALUE '00'.
               88  WS-UNCFLOAT-OK              VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.

       01  WS-FLOAT-SCAN-SW                PIC X(01) VALUE 'N'.
           88  WS-FLOAT-SCAN-DONE              VALUE 'Y'.
       01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.

      ******************************************************************
      * WS-RATE-TABLE - THE DAILY CURRATE RATES FOR CONVERTING A
                                            VALUE 1.0000.
       01  WS-HOLD-SCALE                   PIC 9(03)V9 COMP-3
                                            VALUE 1.0.
       01  WS-ACCOUNT-RATE                 PIC 9(04)V9999 COMP-3
                                            VALUE 1.0000.

       01  WS-TOTALS.
           05  WS-HOLD-TOTAL               PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-PENDING-TOTAL            PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-FLOAT-TOTAL              PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

      ******************************************************************
      * WS-HOLD-WORK - ONE HOLD'S FIELDS, STAGED FROM EITHER THE LIVE
           MOVE ZERO TO PBQ-HOLD-TOTAL
           MOVE ZERO TO PBQ-PENDING-TOTAL
           MOVE ZERO TO PBQ-AVAILABLE-BALANCE
           MOVE SPACES TO PBQ-ACCOUNT-CURRENCY
           MOVE ZERO TO PBQ-BASE-EQUIVALENT
           MOVE ZERO TO PBQ-UNCOLLECTED-TOTAL
           MOVE ZERO TO PBQ-NEXT-RELEASE-DATE
           IF PBQ-ACCOUNT-NUMBER = SPACES OR LOW-VALUES
               MOVE 08 TO PBQ-RETURN-CODE
               MOVE 'ACCOUNT NUMBER IS BLANK' TO PBQ-REJECT-REASON
               GOBACK
           END-IF
           PERFORM 3000-SUM-PENDING-APPROVALS THRU 3000-EXIT
           PERFORM 3500-SUM-UNCOLLECTED THRU 3500-EXIT
           PERFORM 4000-RESTATE-TO-ACCOUNT THRU 4000-EXIT
           MOVE WS-HOLD-TOTAL TO PBQ-HOLD-TOTAL
           MOVE WS-PENDING-TOTAL TO PBQ-PENDING-TOTAL
           MOVE WS-FLOAT-TOTAL TO PBQ-UNCOLLECTED-TOTAL
           COMPUTE PBQ-AVAILABLE-BALANCE =
               PBQ-CURRENT-BALANCE - WS-HOLD-TOTAL
               - WS-PENDING-TOTAL - WS-FLOAT-TOTAL
           IF WS-FLOAT-TOTAL > ZERO
               DISPLAY V-PN 'ACCOUNT ' PBQ-ACCOUNT-NUMBER
                   ' NOT YET AVAILABLE ' PBQ-UNCOLLECTED-TOTAL
                   ' FIRST RELEASE ' PBQ-NEXT-RELEASE-DATE
           END-IF
           DISPLAY V-PN 'ACCOUNT ' PBQ-ACCOUNT-NUMBER ' AVAILABLE '
               PBQ-AVAILABLE-BALANCE
           GOBACK.
                       MOVE ACM-CURRENT-BALANCE
                           TO PBQ-CURRENT-BALANCE
                   END-IF
                   IF NOT ACM-BASE-CURRENCY-ACCOUNT
                       MOVE ACM-ACCOUNT-CURRENCY
                           TO PBQ-ACCOUNT-CURRENCY
                       IF ACM-BASE-EQUIVALENT NUMERIC
                           MOVE ACM-BASE-EQUIVALENT
                               TO PBQ-BASE-EQUIVALENT
                       END-IF
                   END-IF
           END-READ
           CLOSE ACCTMST-FILE.
       1000-EXIT.
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3500-SUM-UNCOLLECTED - INCOMING CREDITS ON THE BALANCE BUT
      *                        STILL HELD UNCOLLECTED ON UNCFLOAT,
      *                        IN BASE, AND THE EARLIEST RELEASE DATE.
      *                        AN ENTRY DUE ON OR BEFORE THE BUSINESS
      *                        DATE IS AVAILABLE, AS IN SUBPGM01'S OWN
      *                        FUNDS CHECK, EVEN IF EXPFLTRL HAS NOT
      *                        YET RELEASED IT. NO FILE MEANS NOTHING
      *                        IS HELD.
      ******************************************************************
       3500-SUM-UNCOLLECTED.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           OPEN INPUT BUSDCTL-FILE
           IF WS-BUSDCTL-OK
               READ BUSDCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE NUMERIC AND
                               BDC-BUSINESS-DATE > ZERO
                           MOVE BDC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSDCTL-FILE
           END-IF
           OPEN INPUT UNCFLOAT-FILE
           IF NOT WS-UNCFLOAT-OK
               GO TO 3500-EXIT
           END-IF
           MOVE 'N' TO WS-FLOAT-SCAN-SW
           MOVE PBQ-ACCOUNT-NUMBER TO UFL-ACCOUNT-NUMBER
           MOVE ZERO TO UFL-RELEASE-DATE
           MOVE LOW-VALUES TO UFL-TRACE-ID
           START UNCFLOAT-FILE KEY IS NOT LESS THAN UFL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FLOAT-SCAN-SW
           END-START
           PERFORM 3600-ADD-ONE-FLOAT THRU 3600-EXIT
               UNTIL WS-FLOAT-SCAN-DONE
           CLOSE UNCFLOAT-FILE.
       3500-EXIT.
           EXIT.

       3600-ADD-ONE-FLOAT.
           READ UNCFLOAT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FLOAT-SCAN-SW
                   GO TO 3600-EXIT
           END-READ
           IF UFL-ACCOUNT-NUMBER NOT = PBQ-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-FLOAT-SCAN-SW
               GO TO 3600-EXIT
           END-IF
           IF UFL-RELEASE-DATE > WS-BUSINESS-DATE AND
                   UFL-BASE-AMOUNT NUMERIC AND
                   UFL-BASE-AMOUNT > ZERO
               ADD UFL-BASE-AMOUNT TO WS-FLOAT-TOTAL
      *        THE REGISTER READS IN RELEASE-DATE ORDER WITHIN THE
      *        ACCOUNT, SO THE FIRST ENTRY COUNTED IS THE EARLIEST.
               IF PBQ-NEXT-RELEASE-DATE = ZERO
                   MOVE UFL-RELEASE-DATE TO PBQ-NEXT-RELEASE-DATE
               END-IF
           END-IF.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RESTATE-TO-ACCOUNT - THE HOLD, PENDING AND UNCOLLECTED
      *                           TOTALS ARE IN BASE. ON A FOREIGN-
      *                           CURRENCY ACCOUNT THEY ARE RESTATED
      *                           AT TODAY'S RATE
      *                           FOR THE ACCOUNT'S CURRENCY, THE SAME
      *                           WAY SUBPGM01 POSTS A BASE AMOUNT TO
      *                           SUCH AN ACCOUNT, SO THE AVAILABLE
      *                           FIGURE IS IN ONE CURRENCY.
      ******************************************************************
       4000-RESTATE-TO-ACCOUNT.
           IF PBQ-ACCOUNT-CURRENCY = SPACES
               GO TO 4000-EXIT
           END-IF
           MOVE 1.0000 TO WS-HOLD-RATE
           MOVE 1.0 TO WS-HOLD-SCALE
           MOVE PBQ-ACCOUNT-CURRENCY TO WS-HOLD-CURRENCY
           PERFORM 2150-FIND-HOLD-RATE
               VARYING WS-RATE-INDEX FROM 1 BY 1
               UNTIL WS-RATE-INDEX > WS-RATE-COUNT
           MOVE WS-HOLD-RATE TO WS-ACCOUNT-RATE
           IF WS-ACCOUNT-RATE = ZERO
               MOVE 1.0000 TO WS-ACCOUNT-RATE
           END-IF
           COMPUTE WS-HOLD-TOTAL ROUNDED =
               WS-HOLD-TOTAL / WS-ACCOUNT-RATE
           COMPUTE WS-PENDING-TOTAL ROUNDED =
               WS-PENDING-TOTAL / WS-ACCOUNT-RATE
           COMPUTE WS-FLOAT-TOTAL ROUNDED =
               WS-FLOAT-TOTAL / WS-ACCOUNT-RATE.
       4000-EXIT.
           EXIT.
