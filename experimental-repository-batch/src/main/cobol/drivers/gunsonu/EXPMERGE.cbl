      *                    INSTEAD OF REWRITING IT TRUNCATED - THE
      *                    OLD WARNING-AND-CARRY-ON PATH WAS SILENTLY
      *                    DELETING EVERY RECORD PAST THE LIMIT.
      * 2026-10-15  DS    A BALANCE DELTA ON A FOREIGN-CURRENCY ACCOUNT
      *                    NOW ALSO MOVES ACM-BASE-EQUIVALENT BY THE
      *                    DELTA'S WDL-BASE-DELTA (WDL-BALANCE-DELTA IS
      *                    IN THE ACCOUNT'S OWN CURRENCY). A REVALUATION
      *                    DELTA CARRIES ONLY THE BASE FIGURE.
      * 2026-10-15  DS    A RECOVERY DELTA'S WDL-CHARGED-OFF-DELTA IS
      *                    APPLIED TO ACM-CHARGED-OFF-AMOUNT. THE
      *                    WRKDLNN RECORDS ARE NOW 72 BYTES - THEY HAD
      *                    BEEN LEFT AT 56 WHEN WRKDELTA GREW, WHICH
      *                    DROPPED THE BASE DELTA ON THE FLOOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPMERGE.
       FD  WRKDL01-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  WRKDL01-RECORD                 PIC X(72).

       FD  WRKDL02-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  WRKDL02-RECORD                 PIC X(72).

       FD  WRKDL03-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  WRKDL03-RECORD                 PIC X(72).

       FD  WRKDL04-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  WRKDL04-RECORD                 PIC X(72).

       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           IF WS-DELTA-AT-END-SW = 'Y'
               GO TO 6200-EXIT
           END-IF
           IF WDL-BASE-DELTA NOT NUMERIC
               MOVE ZERO TO WDL-BASE-DELTA
           END-IF
           IF WDL-CHARGED-OFF-DELTA NOT NUMERIC
               MOVE ZERO TO WDL-CHARGED-OFF-DELTA
           END-IF
           IF WDL-BALANCE-DELTA NOT = ZERO OR
                   WDL-BASE-DELTA NOT = ZERO OR
                   WDL-CHARGED-OFF-DELTA NOT = ZERO
               PERFORM 6300-APPLY-BALANCE-DELTA THRU 6300-EXIT
           END-IF
           IF WDL-DTD-COUNT-DELTA NOT = ZERO OR
               MOVE ZERO TO ACM-CURRENT-BALANCE
           END-IF
           ADD WDL-BALANCE-DELTA TO ACM-CURRENT-BALANCE
           IF NOT ACM-BASE-CURRENCY-ACCOUNT
               IF ACM-BASE-EQUIVALENT NOT NUMERIC
                   MOVE ZERO TO ACM-BASE-EQUIVALENT
               END-IF
               ADD WDL-BASE-DELTA TO ACM-BASE-EQUIVALENT
           END-IF
           IF WDL-CHARGED-OFF-DELTA NOT = ZERO
               IF ACM-CHARGED-OFF-AMOUNT NOT NUMERIC
                   MOVE ZERO TO ACM-CHARGED-OFF-AMOUNT
               END-IF
               ADD WDL-CHARGED-OFF-DELTA TO ACM-CHARGED-OFF-AMOUNT
           END-IF
           IF ACM-CURRENT-BALANCE < ZERO
               ADD 1 TO WS-NEG-BALANCES
               DISPLAY V-PN 'WARNING - ACCOUNT ' WDL-ACCOUNT-NUMBER
