      *                    THE BASELINE IS PRESERVED SO A RERUN AFTER
      *                    THE BOOKS ARE REPAIRED PROVES THE SAME
      *                    NIGHT AGAIN.
      * 2026-10-15  DS    A FOREIGN-CURRENCY ACCOUNT IS PROVEN AND
      *                    SNAPPED ON ITS BASE EQUIVALENT, WHICH IS
      *                    WHAT TLOG-CONVERTED-AMOUNT MOVES - ITS OWN-
      *                    CURRENCY BALANCE MOVES AT THE NIGHT'S RATE.
      * 2026-10-15  DS    A TYPE 'Y' RECOVERY IS NO PART OF THE
      *                    MOVEMENT - IT IS TAKEN OFF THE WRITTEN-OFF
      *                    AMOUNT OF A CHARGED-OFF ACCOUNT, NOT ITS
      *                    BALANCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPBALPF.
      *            A TYPE 'T' WITHHOLDING-TAX ENTRY IS BOOKS-SIDE
      *            ONLY - SUBPGM01 NEVER MOVES THE CUSTOMER BALANCE
      *            FOR IT - SO IT IS NO PART OF THE MOVEMENT, THE
      *            SAME EXCLUSION EXPSTMT MAKES ON THE STATEMENT. SO
      *            IS A TYPE 'Y' RECOVERY.
                   IF TLOG-RETURN-CODE = ZERO AND
                           TLOG-TRANSACTION-DATE = WS-RUN-DATE AND
                           NOT TLOG-TYPE-FEE-TAX AND
                           NOT TLOG-TYPE-RECOVERY
                       MOVE TLOG-ACCOUNT-NUMBER TO WS-PRF-KEY-ACCOUNT
                       PERFORM 3200-FIND-OR-ADD-SLOT THRU 3200-EXIT
                       IF WS-PRF-SLOT > ZERO
           ELSE
               MOVE ZERO TO WS-ACTUAL-BALANCE
           END-IF
           IF NOT ACM-BASE-CURRENCY-ACCOUNT
               IF ACM-BASE-EQUIVALENT NUMERIC
                   MOVE ACM-BASE-EQUIVALENT TO WS-ACTUAL-BALANCE
               ELSE
                   MOVE ZERO TO WS-ACTUAL-BALANCE
               END-IF
           END-IF
           IF NOT WS-PROOF-ACTIVE
               GO TO 4000-NEXT
           END-IF
                   ELSE
                       MOVE ZERO TO BSN-BALANCE
                   END-IF
                   IF NOT ACM-BASE-CURRENCY-ACCOUNT
                       IF ACM-BASE-EQUIVALENT NUMERIC
                           MOVE ACM-BASE-EQUIVALENT TO BSN-BALANCE
                       ELSE
                           MOVE ZERO TO BSN-BALANCE
                       END-IF
                   END-IF
                   MOVE WS-RUN-DATE TO BSN-BUSINESS-DATE
                   WRITE BALSNAP-RECORD
                   ADD 1 TO WS-SNAPSHOT-WRITTEN
