      *                    LONGER EXISTS (REJECT 16, OR A DISPUTE
      *                    DEBIT AIMED AT A MERGED-AWAY NUMBER).
      *                    CLEAR OR DECIDE THE ITEMS, THEN RERUN.
      * 2026-10-15  DS    A MERGE NOW FOLDS THE OLD ACCOUNT'S BASE
      *                    EQUIVALENT IN WITH ITS BALANCE, AND IS
      *                    REFUSED WHEN THE TWO ACCOUNTS ARE HELD IN
      *                    DIFFERENT CURRENCIES.
      * 2026-10-15  DS    STORDER IMAGES AND THE SEQUENTIAL SUBSTITUTION
      *                    TABLE WIDENED TO THE 100-BYTE STANDING-ORDER
      *                    RECORD.
      * 2026-10-15  DS    A RENUMBER'S NEW ACCOUNT MUST NOW PASS THE
      *                    ACCTCHK CHECK DIGIT - TAKE IT FROM THE
      *                    EXPACNCV REPORT, WHICH ALLOCATES ONE FOR EACH
      *                    ACCOUNT WHOSE NUMBER FAILS. A MERGE TARGET IS
      *                    NOT CHECKED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPRENUM.
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE STORDER SIDE COPY WRITTEN AHEAD OF EVERY LIVE REWRITE.
       01  STORDERN-RECORD                 PIC X(100).

       FD  MEMOPOST-FILE
           LABEL RECORDS ARE STANDARD
       01  WS-SAFECHK-NAME                 PIC X(08) VALUE 'SAFECHK'.
           COPY SAFCKPRM.
           COPY SAFTRLR.
       01  WS-ACCTCHK-NAME                 PIC X(08) VALUE 'ACCTCHK'.
           COPY ACCKPARM.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
       01  WS-MOVED-COUNT                  PIC 9(05) COMP VALUE ZERO.
       01  WS-OLD-BALANCE                  PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-OLD-BASE-EQUIVALENT          PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-OLD-CURRENCY                 PIC X(03) VALUE SPACES.

      ******************************************************************
      * WS-SEQ-TABLE - ONE SEQUENTIAL CONTROL FILE AT A TIME DURING
      * ITS ACCOUNT-SUBSTITUTION REWRITE. THE WIDEST RECORD OF THE
      * FIVE (STORDER, 100) FITS.
      ******************************************************************
       01  WS-SEQ-TABLE.
           05  WS-SEQ-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  WS-SEQ-INDEX                PIC 9(04) COMP VALUE ZERO.
           05  WS-SEQ-ENTRY OCCURS 500 TIMES.
               10  WS-SEQ-RECORD           PIC X(100).

       01  WS-PARM-STRING                 PIC X(80) VALUE SPACES.
       01  WS-PARM-TABLE.
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
      *    A RENUMBER CREATES A NEW NUMBER, SO IT MUST BE ONE THAT
      *    CARRIES A VALID CHECK DIGIT. A MERGE TARGET ALREADY EXISTS.
           IF NOT WS-MERGE-REQUESTED
               MOVE 'T' TO ACK-FUNCTION
               MOVE WS-NEW-ACCOUNT TO ACK-ACCOUNT-NUMBER
               CALL WS-ACCTCHK-NAME USING ACCTCHK-PARM
               CANCEL WS-ACCTCHK-NAME
               IF ACK-INVALID
                   DISPLAY V-PN 'NEW ACCOUNT ' WS-NEW-ACCOUNT
                       ' FAILS ITS CHECK DIGIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF
           PERFORM 1200-OPEN-CROSS-REFERENCE THRU 1200-EXIT
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           ELSE
               MOVE ZERO TO WS-OLD-BALANCE
           END-IF
           MOVE SPACES TO WS-OLD-CURRENCY
           MOVE ZERO TO WS-OLD-BASE-EQUIVALENT
           IF NOT ACM-BASE-CURRENCY-ACCOUNT
               MOVE ACM-ACCOUNT-CURRENCY TO WS-OLD-CURRENCY
               IF ACM-BASE-EQUIVALENT NUMERIC
                   MOVE ACM-BASE-EQUIVALENT TO WS-OLD-BASE-EQUIVALENT
               END-IF
           END-IF
           IF WS-MERGE-REQUESTED
               PERFORM 2100-FOLD-INTO-TARGET THRU 2100-EXIT
           ELSE
                   MOVE 8 TO RETURN-CODE
                   GO TO 2100-EXIT
           END-READ
      *    A BALANCE CANNOT BE ADDED ACROSS CURRENCIES.
           IF (ACM-BASE-CURRENCY-ACCOUNT AND WS-OLD-CURRENCY NOT =
                   SPACES) OR
                   (NOT ACM-BASE-CURRENCY-ACCOUNT AND
                   ACM-ACCOUNT-CURRENCY NOT = WS-OLD-CURRENCY)
               DISPLAY V-PN 'MERGE TARGET HELD IN A DIFFERENT '
                   'CURRENCY - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF
           IF ACM-CURRENT-BALANCE NOT NUMERIC
               MOVE ZERO TO ACM-CURRENT-BALANCE
           END-IF
           ADD WS-OLD-BALANCE TO ACM-CURRENT-BALANCE
           IF NOT ACM-BASE-CURRENCY-ACCOUNT
               IF ACM-BASE-EQUIVALENT NOT NUMERIC
                   MOVE ZERO TO ACM-BASE-EQUIVALENT
               END-IF
               ADD WS-OLD-BASE-EQUIVALENT TO ACM-BASE-EQUIVALENT
           END-IF
           REWRITE ACCTMST-RECORD
           IF NOT WS-ACCTMST-OK
               DISPLAY V-PN 'MERGE TARGET REWRITE FAILED - STATUS '
                           MOVE SPACES
                               TO WS-SEQ-RECORD(WS-SEQ-COUNT)
                           MOVE STORDER-RECORD
                               TO WS-SEQ-RECORD(WS-SEQ-COUNT)(1:100)
                       ELSE
                           MOVE 'Y' TO WS-SEQ-OVERFLOW-SW
                       END-IF
                           MOVE SPACES
                               TO WS-SEQ-RECORD(WS-SEQ-COUNT)
                           MOVE STORDERN-RECORD
                               TO WS-SEQ-RECORD(WS-SEQ-COUNT)(1:100)
                       ELSE
                           MOVE 'Y' TO WS-SEQ-OVERFLOW-SW
                       END-IF

       4120-WRITE-ONE-ORDER.
           IF WS-SAVING-SIDE-COPY
               MOVE WS-SEQ-RECORD(WS-SEQ-INDEX)(1:100)
                   TO STORDERN-RECORD
               WRITE STORDERN-RECORD
           ELSE
               MOVE WS-SEQ-RECORD(WS-SEQ-INDEX)(1:100)
                   TO STORDER-RECORD
               WRITE STORDER-RECORD
           END-IF.
