      *                    INSTEAD OF REWRITING IT TRUNCATED - THE
      *                    OLD WARNING-AND-CARRY-ON PATH WAS SILENTLY
      *                    DELETING EVERY RECORD PAST THE LIMIT.
      * 2026-10-15  DS    AN APPROVE OR DECLINE OF A FEESCHED CHANGE
      *                    NOW RETURNS (RFM-SIMULATED-SW AND
      *                    RFM-SIM-FEE-DIFF) AND DISPLAYS WHETHER THE
      *                    EXPFEESM IMPACT SIMULATION HAS BEEN RUN ON
      *                    IT AND THE FEE INCOME IT WOULD MOVE, WITH A
      *                    WARNING WHEN IT HAS NOT. A NEWLY ENTERED
      *                    CHANGE STARTS UNSIMULATED.
      * 2026-10-15  DS    THE FEESCHED KEY NOW INCLUDES THE PRODUCT
      *                    CODE (RFM-PRODUCT-CODE) - A PRODUCT ROW CAN
      *                    BE ENTERED AND CHANGED UNDER DUAL CONTROL,
      *                    AND A CHANGE TO THE REGION-WIDE ROW CAN NO
      *                    LONGER LAND ON A PRODUCT ROW OF THE SAME
      *                    REGION, CURRENCY AND TYPE. REFPEND NOW 108.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMNT.
           05  WS-PEND-OVERFLOW-SW         PIC X(01) VALUE 'N'.
               88  WS-PEND-TABLE-OVERFLOWED    VALUE 'Y'.

       01  WS-RECORD-KEY                   PIC X(11) VALUE SPACES.
       01  WS-OLD-RECORD                   PIC X(24) VALUE SPACES.
       01  WS-NEW-RECORD                   PIC X(24) VALUE SPACES.
       01  WS-FOUND-INDEX                  PIC 9(03) COMP VALUE ZERO.
       01  WS-SIM-DIFF-EDIT                PIC -(9)9.99.

      ******************************************************************
      * WS-SUPERVISORS - OPERATOR IDS PERMITTED TO APPROVE A QUEUED
           05  WS-PEND-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  WS-PEND-INDEX               PIC 9(03) COMP VALUE ZERO.
           05  WS-PEND-ENTRY OCCURS 100 TIMES.
               10  WS-PEND-RECORD          PIC X(108).

      ******************************************************************
      * WS-LIVE-TABLE - THE TARGET REFERENCE FILE DURING AN APPLY -
       0000-MAINLINE.
           MOVE ZERO TO RFM-RETURN-CODE
           MOVE SPACES TO RFM-REJECT-REASON
           MOVE 'N' TO RFM-SIMULATED-SW
           MOVE ZERO TO RFM-SIM-FEE-DIFF
           PERFORM 1000-EDIT-REQUEST THRU 1000-EXIT
           IF RFM-REJECTED
               DISPLAY V-PN 'REQUEST REJECTED AT EDIT - '

      ******************************************************************
      * 1100-BUILD-RECORD-KEY - THE KEY THE PENDING QUEUE AND THE
      *                         LIVE FILE ARE MATCHED ON. A FEESCHED
      *                         KEY ENDS WITH THE PRODUCT CODE -
      *                         SPACES FOR THE REGION-WIDE ROW.
      ******************************************************************
       1100-BUILD-RECORD-KEY.
           MOVE SPACES TO WS-RECORD-KEY
               MOVE RFM-REGION-CODE TO WS-RECORD-KEY(1:3)
               MOVE RFM-CURRENCY-CODE TO WS-RECORD-KEY(4:3)
               MOVE RFM-TRANSACTION-TYPE TO WS-RECORD-KEY(7:1)
               IF RFM-PRODUCT-CODE NOT = LOW-VALUES
                   MOVE RFM-PRODUCT-CODE TO WS-RECORD-KEY(8:4)
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.
           ACCEPT RFP-ENTERED-TIME FROM TIME
           MOVE 'P' TO RFP-STATUS
           MOVE SPACES TO RFP-APPROVER-ID
           MOVE 'N' TO RFP-SIMULATED-SW
           MOVE ZERO TO RFP-SIM-FEE-DIFF
           ADD 1 TO WS-PEND-COUNT
           MOVE REFPEND-RECORD TO WS-PEND-RECORD(WS-PEND-COUNT)
           PERFORM 9400-WRITE-AUDIT THRU 9400-EXIT
               MOVE RFM-TRANSACTION-TYPE TO FEE-TRANSACTION-TYPE
               MOVE RFM-NEW-FLAT-AMOUNT TO FEE-FLAT-AMOUNT
               MOVE RFM-NEW-RATE-PCT TO FEE-RATE-PCT
               MOVE WS-RECORD-KEY(8:4) TO FEE-PRODUCT-CODE
               MOVE FEESCHED-RECORD TO WS-NEW-RECORD(1:21)
           END-IF.
       2200-EXIT.
               GO TO 3000-EXIT
           END-IF
           MOVE WS-PEND-RECORD(WS-FOUND-INDEX) TO REFPEND-RECORD
           PERFORM 3500-RETURN-SIMULATION THRU 3500-EXIT
           IF RFP-ENTERED-BY = RFM-OPERATOR-ID
               MOVE 08 TO RFM-RETURN-CODE
               MOVE 'APPROVER MAY NOT BE ENTERING OPERATOR'
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-RETURN-SIMULATION - FOR A FEESCHED CHANGE, TELL THE
      *                          APPROVER WHETHER THE EXPFEESM IMPACT
      *                          SIMULATION HAS BEEN RUN ON IT AND
      *                          WHAT FEE INCOME IT WOULD MOVE. AN
      *                          UNSIMULATED CHANGE IS FLAGGED BUT NOT
      *                          REFUSED - THE DECISION STAYS THE
      *                          APPROVER'S. ENTRIES QUEUED BEFORE THE
      *                          FIELDS EXISTED CARRY SPACES THERE AND
      *                          READ AS NOT SIMULATED.
      ******************************************************************
       3500-RETURN-SIMULATION.
           IF NOT RFP-TARGET-FEESCHED
               GO TO 3500-EXIT
           END-IF
           IF NOT RFP-SIMULATED
               DISPLAY V-PN 'WARNING - FEESCHED KEY ' RFP-RECORD-KEY
                   ' HAS NOT BEEN SIMULATED - RUN EXPFEESM'
               GO TO 3500-EXIT
           END-IF
           MOVE 'Y' TO RFM-SIMULATED-SW
           MOVE RFP-SIM-FEE-DIFF TO RFM-SIM-FEE-DIFF
           MOVE RFP-SIM-FEE-DIFF TO WS-SIM-DIFF-EDIT
           DISPLAY V-PN 'FEESCHED KEY ' RFP-RECORD-KEY
               ' SIMULATED - FEE DIFFERENCE ' WS-SIM-DIFF-EDIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-DECLINE-CHANGE - MARK THE PENDING CHANGE DECLINED.
      *                       NOTHING TOUCHES THE LIVE FILE; THE
               GO TO 4000-EXIT
           END-IF
           MOVE WS-PEND-RECORD(WS-FOUND-INDEX) TO REFPEND-RECORD
           PERFORM 3500-RETURN-SIMULATION THRU 3500-EXIT
           MOVE 'R' TO RFP-STATUS
           MOVE RFM-OPERATOR-ID TO RFP-APPROVER-ID
           MOVE REFPEND-RECORD TO WS-PEND-RECORD(WS-FOUND-INDEX)
      ******************************************************************
      * 5100-FIND-LIVE-RECORD - THE LIVE TABLE ENTRY FOR THE KEY. ON
      *                         EXIT WS-LIVE-INDEX POINTS AT IT WHEN
      *                         FOUND. A FEESCHED ROW MATCHES ON
      *                         REGION, CURRENCY, TYPE AND PRODUCT
      *                         (FEE-PRODUCT-CODE AT BYTE 16).
      ******************************************************************
       5100-FIND-LIVE-RECORD.
           MOVE 'N' TO WS-LIVE-FOUND-SWITCH
                   MOVE 'Y' TO WS-LIVE-FOUND-SWITCH
               END-IF
           ELSE
               IF WS-LIVE-RECORD(WS-LIVE-INDEX)(1:7)
                       = WS-RECORD-KEY(1:7) AND
                       WS-LIVE-RECORD(WS-LIVE-INDEX)(16:4)
                       = WS-RECORD-KEY(8:4)
                   MOVE 'Y' TO WS-LIVE-FOUND-SWITCH
               END-IF
           END-IF
