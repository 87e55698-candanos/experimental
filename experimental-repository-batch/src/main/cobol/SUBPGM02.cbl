      *                    TLOG-REGION-CODE SO THE EXPCLRG OUTBOUND
      *                    CLEARING STEP CAN ROUTE EACH POSTED
      *                    PAYMENT BY REGION STRAIGHT OFF TRANLOG.
      * 2026-10-15  DS    CARRY SP1-ACCOUNT-RATE THROUGH TO THE NEW
      *                    TLOG-ACCOUNT-RATE FOR THE STATEMENT OF A
      *                    FOREIGN-CURRENCY ACCOUNT.
      * 2026-10-15  DS    A VALPAY01 CHECK-DIGIT REFUSAL (84) IS
      *                    TREATED AS INVALID DATA (20) IS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBPGM02.
       0000-MAINLINE.
           PERFORM 0050-INIT-RETRY-CONFIG THRU 0050-EXIT
           PERFORM 0060-VALIDATE-PAYMENT-DATA THRU 0060-EXIT
           IF SP1-INVALID-DATA OR SP1-CHECK-DIGIT-INVALID
               PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
               DISPLAY V-PN 'TRACE ' SP1-TRACE-ID ' REJECTED - '
                   WS-ERROR-TEXT
           MOVE SP1-APPROVER-ID TO TLOG-APPROVER-ID
           MOVE SP1-TRANSACTION-TYPE TO TLOG-TRANSACTION-TYPE
           MOVE SP1-REGION-CODE TO TLOG-REGION-CODE
           IF SP1-ACCOUNT-RATE NUMERIC
               MOVE SP1-ACCOUNT-RATE TO TLOG-ACCOUNT-RATE
           ELSE
               MOVE ZERO TO TLOG-ACCOUNT-RATE
           END-IF
           PERFORM 2700-COMPUTE-CHAIN THRU 2700-EXIT
           PERFORM 9400-ATTEMPT-TRANLOG-WRITE
               WITH TEST AFTER
           MOVE 'N' TO WS-ERROR-FOUND-SWITCH
           PERFORM 9850-COMPARE-ERROR-CODE
               VARYING WS-ERROR-INDEX FROM 1 BY 1
               UNTIL WS-ERROR-INDEX > 23 OR WS-ERROR-TEXT-FOUND.
       9800-EXIT.
           EXIT.

