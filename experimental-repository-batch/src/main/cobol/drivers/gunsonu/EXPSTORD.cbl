      *                    DELETED EVERY INSTRUCTION PAST THE LIMIT,
      *                    THE SAME LOSS THE SIDE-COPY REWRITE
      *                    EXISTS TO PREVENT.
      * 2026-10-15  DS    EACH PAYMENT GENERATED FROM AN INSTRUCTION
      *                    CARRYING A PAYER REFERENCE OR REMITTANCE TEXT
      *                    HAS THEM RECORDED ON THE REMITINF COMPANION
      *                    FILE UNDER ITS GENERATED TRACE ID ONCE
      *                    EXPTRAN HAS BEEN REWRITTEN - AN ABANDONED RUN
      *                    RECORDS NOTHING. STORDER IMAGES WIDENED TO
      *                    THE 100-BYTE RECORD.
      * 2026-10-15  DS    AN INSTRUCTION CARRYING A FINAL DATE OR A
      *                    PAYMENT COUNT (SET THROUGH THE NEW STOMNT
      *                    SERVICE) IS COUNTED DOWN AS IT GENERATES AND
      *                    MARKED COMPLETED ('E') ONCE THE COUNT IS USED
      *                    UP OR ITS NEXT DUE DATE PASSES THE FINAL
      *                    DATE; A COMPLETED INSTRUCTION GENERATES
      *                    NOTHING MORE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPSTORD.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT REMITINF-FILE ASSIGN TO 'REMITINF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMI-TRACE-ID
               FILE STATUS IS WS-REMITINF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE SIDE COPY WRITTEN AHEAD OF EVERY LIVE REWRITE - THE
      *    LAST GOOD IMAGE A CONSUMER FALLS BACK TO WHEN THE LIVE
      *    FILE'S VALIDITY TRAILER IS MISSING.
       01  STORDERN-RECORD                 PIC X(100).

       FD  EXPTRAN-FILE
           LABEL RECORDS ARE STANDARD
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       FD  REMITINF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REMITINF.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPSTORD->'.
       01  WS-SAFECHK-NAME                 PIC X(08) VALUE 'SAFECHK'.
               88  WS-EXPTRAN-EOF-REACHED      VALUE 'Y'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-REMITINF-STATUS          PIC X(02) VALUE '00'.
               88  WS-REMITINF-OK              VALUE '00'.
               88  WS-REMITINF-NOT-FOUND       VALUE '35'.

       01  WS-SWITCHES.
           05  WS-STORDER-EOF-SWITCH       PIC X(01) VALUE 'N'.
           05  WS-ORDERS-READ              PIC 9(05) COMP VALUE ZERO.
           05  WS-ORDERS-GENERATED         PIC 9(05) COMP VALUE ZERO.
           05  WS-ORDER-INDEX              PIC 9(05) COMP VALUE ZERO.
           05  WS-REMITTANCES-RECORDED     PIC 9(05) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

       01  WS-ORDER-TABLE.
           05  WS-ORDER-COUNT              PIC 9(05) COMP VALUE ZERO.
           05  WS-ORDER-ENTRY              OCCURS 500 TIMES.
               10  WS-ORDER-RECORD         PIC X(100).

      ******************************************************************
      * WS-EXPTRAN-TABLE - THE WHOLE EXPTRAN FILE (HEADER AND DATA,
           05  WS-EXP-ENTRY                OCCURS 2000 TIMES.
               10  WS-EXP-RECORD           PIC X(128).

      ******************************************************************
      * WS-REMIT-TABLE - THE REMITTANCE OF EACH PAYMENT GENERATED THIS
      * RUN THAT CARRIES ANY, HELD UNTIL EXPTRAN HAS BEEN REWRITTEN AND
      * THEN FILED ON REMITINF. NO LARGER THAN THE EXPTRAN TABLE IT
      * SHADOWS.
      ******************************************************************
       01  WS-REMIT-TABLE.
           05  WS-REMIT-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-REMIT-INDEX              PIC 9(04) COMP VALUE ZERO.
           05  WS-REMIT-ENTRY              OCCURS 2000 TIMES.
               10  WS-REMIT-TRACE-ID       PIC X(16).
               10  WS-REMIT-ACCOUNT        PIC X(10).
               10  WS-REMIT-PAYER-REF      PIC X(16).
               10  WS-REMIT-TEXT           PIC X(35).

      ******************************************************************
      * WS-CONTROL-TOTALS - THE REWRITTEN TRAILER'S COUNT AND HASH,
      * RECOMPUTED FROM THE DATA RECORDS ACTUALLY ON THE TABLE.
                   'ACCOUNT ' STO-ACCOUNT-NUMBER ' NOT GENERATED'
               GO TO 2000-EXIT
           END-IF
           PERFORM 2150-CHECK-COMPLETION THRU 2150-EXIT
           PERFORM 2100-GENERATE-IF-DUE THRU 2100-EXIT
               UNTIL STO-NEXT-DUE-DATE > WS-RUN-DATE
                   OR NOT STO-ACTIVE
                   OR NOT WS-EXPTRAN-IS-OPEN
                   OR WS-EXPTRAN-OVERFLOWED
           MOVE STORDER-RECORD TO WS-ORDER-RECORD(WS-ORDER-INDEX).
           END-IF
           DISPLAY V-PN 'GENERATED - ACCOUNT ' STO-ACCOUNT-NUMBER
               ' DUE ' STO-NEXT-DUE-DATE ' TRACE ' SP1-TRACE-ID
           IF STO-PAYER-REFERENCE NOT = SPACES OR
                   STO-REMITTANCE-TEXT NOT = SPACES
               ADD 1 TO WS-REMIT-COUNT
               MOVE SP1-TRACE-ID TO WS-REMIT-TRACE-ID(WS-REMIT-COUNT)
               MOVE STO-ACCOUNT-NUMBER
                   TO WS-REMIT-ACCOUNT(WS-REMIT-COUNT)
               MOVE STO-PAYER-REFERENCE
                   TO WS-REMIT-PAYER-REF(WS-REMIT-COUNT)
               MOVE STO-REMITTANCE-TEXT
                   TO WS-REMIT-TEXT(WS-REMIT-COUNT)
           END-IF
           IF STO-COUNT-LIMITED AND STO-PAYMENTS-LEFT NUMERIC AND
                   STO-PAYMENTS-LEFT > ZERO
               SUBTRACT 1 FROM STO-PAYMENTS-LEFT
           END-IF
           PERFORM 8000-ROLL-NEXT-DUE-DATE THRU 8000-EXIT
           PERFORM 2150-CHECK-COMPLETION THRU 2150-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-CHECK-COMPLETION - AN INSTRUCTION WHOSE PAYMENT COUNT IS
      *                         USED UP, OR WHOSE NEXT DUE DATE FALLS
      *                         PAST ITS FINAL DATE, IS MARKED
      *                         COMPLETED AND GENERATES NO MORE. IT
      *                         STAYS ON THE BOOK FOR THE RECORD.
      ******************************************************************
       2150-CHECK-COMPLETION.
           IF STO-COUNT-LIMITED AND STO-PAYMENTS-LEFT NUMERIC AND
                   STO-PAYMENTS-LEFT = ZERO
               MOVE 'E' TO STO-STATUS
           END-IF
           IF STO-FINAL-DATE NUMERIC AND STO-FINAL-DATE > ZERO AND
                   STO-NEXT-DUE-DATE > STO-FINAL-DATE
               MOVE 'E' TO STO-STATUS
           END-IF
           IF STO-COMPLETED
               DISPLAY V-PN 'COMPLETED - ACCOUNT ' STO-ACCOUNT-NUMBER
                   ' INSTRUCTION ' STO-ORDER-SEQUENCE
                   ' - NO FURTHER PAYMENTS'
           END-IF.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 1700-GENERATE-TRACE-ID - MINT A CORRELATION ID FOR A GENERATED
      *                          INSTRUCTION SO IT CAN BE GREPPED
           END-IF
           IF WS-EXPTRAN-IS-OPEN
               PERFORM 9200-REWRITE-EXPTRAN THRU 9200-EXIT
               PERFORM 9400-RECORD-REMITTANCES THRU 9400-EXIT
           END-IF
           PERFORM 9300-SAVE-ORDERS THRU 9300-EXIT
           DISPLAY V-PN 'INSTRUCTIONS READ....: ' WS-ORDERS-READ
           DISPLAY V-PN 'PAYMENTS GENERATED...: ' WS-ORDERS-GENERATED
           DISPLAY V-PN 'REMITTANCES RECORDED.: '
               WS-REMITTANCES-RECORDED.
       9000-EXIT.
           EXIT.

           END-IF.
       9380-EXIT.
           EXIT.

      ******************************************************************
      * 9400-RECORD-REMITTANCES - FILE THE HELD REMITTANCES ON REMITINF
      *                           NOW THAT THE PAYMENTS THEY BELONG TO
      *                           ARE SAFELY ON EXPTRAN. THE FILE IS
      *                           CREATED THE FIRST TIME; WITHOUT IT
      *                           THE PAYMENTS STILL POST, LESS THEIR
      *                           REMITTANCE (CONDITION CODE 4).
      ******************************************************************
       9400-RECORD-REMITTANCES.
           IF WS-REMIT-COUNT = ZERO OR RETURN-CODE NOT < 8
               GO TO 9400-EXIT
           END-IF
           OPEN I-O REMITINF-FILE
           IF WS-REMITINF-NOT-FOUND
               OPEN OUTPUT REMITINF-FILE
               IF WS-REMITINF-OK
                   CLOSE REMITINF-FILE
                   OPEN I-O REMITINF-FILE
               END-IF
           END-IF
           IF NOT WS-REMITINF-OK
               DISPLAY V-PN 'UNABLE TO OPEN REMITINF - STATUS '
                   WS-REMITINF-STATUS
                   ' - REMITTANCE INFORMATION NOT RECORDED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 9400-EXIT
           END-IF
           PERFORM 9450-RECORD-ONE-REMITTANCE THRU 9450-EXIT
               VARYING WS-REMIT-INDEX FROM 1 BY 1
               UNTIL WS-REMIT-INDEX > WS-REMIT-COUNT
           CLOSE REMITINF-FILE.
       9400-EXIT.
           EXIT.

       9450-RECORD-ONE-REMITTANCE.
           MOVE SPACES TO REMITINF-RECORD
           MOVE WS-REMIT-TRACE-ID(WS-REMIT-INDEX) TO RMI-TRACE-ID
           MOVE WS-REMIT-ACCOUNT(WS-REMIT-INDEX) TO RMI-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE TO RMI-CAPTURE-DATE
           MOVE 'S' TO RMI-SOURCE
           MOVE WS-REMIT-PAYER-REF(WS-REMIT-INDEX)
               TO RMI-PAYER-REFERENCE
           MOVE WS-REMIT-TEXT(WS-REMIT-INDEX) TO RMI-REMITTANCE-TEXT
           WRITE REMITINF-RECORD
               INVALID KEY
                   REWRITE REMITINF-RECORD
                       INVALID KEY
                           DISPLAY V-PN 'REMITINF REWRITE FAILED - '
                               'STATUS ' WS-REMITINF-STATUS
                               ' - TRACE ' RMI-TRACE-ID
                           GO TO 9450-EXIT
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-REMITTANCES-RECORDED.
       9450-EXIT.
           EXIT.
