      *                    STAYS REACHABLE UNDER EITHER. WITHOUT A
      *                    CROSS-REFERENCE FILE THE OLD EXACT MATCH
      *                    STANDS.
      * 2026-10-15  DS    REMITTANCE INFORMATION - AN OPTIONAL
      *                    PTIQ-SEARCH-TEXT LIMITS THE LIST TO ENTRIES
      *                    WHOSE PAYER REFERENCE OR REMITTANCE TEXT ON
      *                    REMITINF CONTAINS IT, ACROSS ALL ACCOUNTS
      *                    WHEN NO ACCOUNT IS GIVEN. EVERY RETURNED
      *                    ENTRY NOW CARRIES ITS REFERENCE AND TEXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEXTINQ.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AXR-OLD-ACCOUNT
               FILE STATUS IS WS-ACCTXREF-STATUS.
           SELECT REMITINF-FILE ASSIGN TO 'REMITINF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMI-TRACE-ID
               FILE STATUS IS WS-REMITINF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    WRITES.
           COPY ACCTXREF.

       FD  REMITINF-FILE
           LABEL RECORDS ARE STANDARD.
      *    PAYER REFERENCE AND REMITTANCE TEXT BY TRACE ID.
           COPY REMITINF.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'PSEXTINQ->'.

       01  WS-ACCTXREF-STATUS              PIC X(02) VALUE '00'.
           88  WS-ACCTXREF-OK                  VALUE '00'.
           88  WS-ACCTXREF-EOF                  VALUE '10'.
       01  WS-REMITINF-STATUS              PIC X(02) VALUE '00'.
           88  WS-REMITINF-OK                  VALUE '00'.
       01  WS-REMITINF-AVAIL-SW            PIC X(01) VALUE 'N'.
           88  WS-REMITINF-AVAILABLE           VALUE 'Y'.

      ******************************************************************
      * WS-SEARCH-WORK - THE CALLER'S SEARCH TEXT WITHOUT ITS TRAILING
      * SPACES, LOOKED FOR ANYWHERE IN THE PAYER REFERENCE OR THE
      * REMITTANCE TEXT. A ZERO LENGTH MEANS NO SEARCH WAS ASKED FOR.
      ******************************************************************
       01  WS-SEARCH-LENGTH                PIC 9(04) COMP VALUE ZERO.
       01  WS-SEARCH-INDEX                 PIC 9(04) COMP VALUE ZERO.
       01  WS-SEARCH-TALLY                 PIC 9(04) COMP VALUE ZERO.
       01  WS-REMIT-HIT-SW                 PIC X(01) VALUE 'N'.
           88  WS-REMIT-HIT                    VALUE 'Y'.

      ******************************************************************
      * WS-ALIAS-TABLE - THE REQUESTED ACCOUNT PLUS EVERY NUMBER THE
           MOVE SPACES TO PTIQ-REJECT-REASON
           MOVE ZERO TO PTIQ-ENTRY-COUNT
           MOVE 'N' TO PTIQ-MORE-SW
           IF PTIQ-ACCOUNT-NUMBER = LOW-VALUES
               MOVE SPACES TO PTIQ-ACCOUNT-NUMBER
           END-IF
           PERFORM 0600-MEASURE-SEARCH-TEXT THRU 0600-EXIT
           IF PTIQ-ACCOUNT-NUMBER = SPACES AND WS-SEARCH-LENGTH = ZERO
               MOVE 08 TO PTIQ-RETURN-CODE
               MOVE 'ACCOUNT NUMBER IS BLANK' TO PTIQ-REJECT-REASON
               GOBACK
           END-IF
           PERFORM 0500-BUILD-ALIAS-TABLE THRU 0500-EXIT
           OPEN INPUT REMITINF-FILE
           IF WS-REMITINF-OK
               MOVE 'Y' TO WS-REMITINF-AVAIL-SW
           ELSE
               IF WS-SEARCH-LENGTH > ZERO
                   MOVE 08 TO PTIQ-RETURN-CODE
                   MOVE 'REMITTANCE FILE UNAVAILABLE'
                       TO PTIQ-REJECT-REASON
                   DISPLAY V-PN 'UNABLE TO OPEN REMITINF - STATUS '
                       WS-REMITINF-STATUS
                   GOBACK
               END-IF
           END-IF
           PERFORM 1000-SCAN-TRANLOG THRU 1000-EXIT
           IF PTIQ-REJECTED
               IF WS-REMITINF-AVAILABLE
                   CLOSE REMITINF-FILE
               END-IF
               GOBACK
           END-IF
           PERFORM 2000-RETURN-NEWEST-FIRST THRU 2000-EXIT
           IF WS-REMITINF-AVAILABLE
               CLOSE REMITINF-FILE
           END-IF
           GOBACK.

      ******************************************************************
                          (PTIQ-TO-DATE = ZERO OR
                               TLOG-TRANSACTION-DATE
                                   NOT > PTIQ-TO-DATE)
                           PERFORM 1170-MATCH-REMITTANCE THRU 1170-EXIT
                           IF WS-REMIT-HIT
                               PERFORM 1200-RING-THIS-ENTRY
                                   THRU 1200-EXIT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *                    ACCOUNT UNDER ANY OF ITS NUMBERS?
      ******************************************************************
       1150-MATCH-ALIAS.
           IF WS-ALIAS-COUNT = ZERO
               MOVE 'Y' TO WS-ALIAS-HIT-SW
               GO TO 1150-EXIT
           END-IF
           MOVE 'N' TO WS-ALIAS-HIT-SW
           PERFORM 1160-COMPARE-ALIAS
               VARYING WS-ALIAS-INDEX FROM 1 BY 1
               MOVE 'Y' TO WS-ALIAS-HIT-SW
           END-IF.

      ******************************************************************
      * 1170-MATCH-REMITTANCE - WITH NO SEARCH TEXT EVERY ENTRY
      *                         MATCHES; OTHERWISE THE ENTRY'S PAYER
      *                         REFERENCE OR REMITTANCE TEXT MUST
      *                         CONTAIN IT.
      ******************************************************************
       1170-MATCH-REMITTANCE.
           MOVE 'Y' TO WS-REMIT-HIT-SW
           IF WS-SEARCH-LENGTH = ZERO
               GO TO 1170-EXIT
           END-IF
           MOVE 'N' TO WS-REMIT-HIT-SW
           MOVE TLOG-TRACE-ID TO RMI-TRACE-ID
           READ REMITINF-FILE
               INVALID KEY
                   GO TO 1170-EXIT
           END-READ
           MOVE ZERO TO WS-SEARCH-TALLY
           INSPECT RMI-PAYER-REFERENCE TALLYING WS-SEARCH-TALLY
               FOR ALL PTIQ-SEARCH-TEXT(1:WS-SEARCH-LENGTH)
           INSPECT RMI-REMITTANCE-TEXT TALLYING WS-SEARCH-TALLY
               FOR ALL PTIQ-SEARCH-TEXT(1:WS-SEARCH-LENGTH)
           IF WS-SEARCH-TALLY > ZERO
               MOVE 'Y' TO WS-REMIT-HIT-SW
           END-IF.
       1170-EXIT.
           EXIT.

      ******************************************************************
      * 0500-BUILD-ALIAS-TABLE - THE REQUESTED ACCOUNT AND EVERYTHING
      *                          ACCTXREF TIES TO IT. NO FILE MEANS
      *                          NO RENUMBERING HAS EVER RUN.
      ******************************************************************
       0500-BUILD-ALIAS-TABLE.
           IF PTIQ-ACCOUNT-NUMBER = SPACES
               MOVE ZERO TO WS-ALIAS-COUNT
               GO TO 0500-EXIT
           END-IF
           MOVE 1 TO WS-ALIAS-COUNT
           MOVE PTIQ-ACCOUNT-NUMBER TO WS-ALIAS-ACCOUNT(1)
           OPEN INPUT ACCTXREF-FILE
       0550-EXIT.
           EXIT.

      ******************************************************************
      * 0600-MEASURE-SEARCH-TEXT - LENGTH OF THE SEARCH TEXT LESS ITS
      *                            TRAILING SPACES.
      ******************************************************************
       0600-MEASURE-SEARCH-TEXT.
           MOVE ZERO TO WS-SEARCH-LENGTH
           IF PTIQ-SEARCH-TEXT = LOW-VALUES
               MOVE SPACES TO PTIQ-SEARCH-TEXT
           END-IF
           PERFORM 0650-CHECK-SEARCH-CHAR
               VARYING WS-SEARCH-INDEX FROM 35 BY -1
               UNTIL WS-SEARCH-INDEX < 1 OR WS-SEARCH-LENGTH > ZERO.
       0600-EXIT.
           EXIT.

       0650-CHECK-SEARCH-CHAR.
           IF PTIQ-SEARCH-TEXT(WS-SEARCH-INDEX:1) NOT = SPACE
               MOVE WS-SEARCH-INDEX TO WS-SEARCH-LENGTH
           END-IF.

       1200-RING-THIS-ENTRY.
           MOVE TLOG-RECORD TO WS-RING-RECORD(WS-RING-NEXT)
           ADD 1 TO WS-MATCH-TOTAL
           MOVE TLOG-RETURN-CODE
               TO PTIQ-ENT-RETURN-CODE(PTIQ-ENTRY-COUNT)
           MOVE TLOG-TRANSACTION-TYPE
               TO PTIQ-ENT-TRANS-TYPE(PTIQ-ENTRY-COUNT)
           MOVE SPACES TO PTIQ-ENT-PAYER-REF(PTIQ-ENTRY-COUNT)
           MOVE SPACES TO PTIQ-ENT-REMIT-TEXT(PTIQ-ENTRY-COUNT)
           IF WS-REMITINF-AVAILABLE
               MOVE TLOG-TRACE-ID TO RMI-TRACE-ID
               READ REMITINF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RMI-PAYER-REFERENCE
                           TO PTIQ-ENT-PAYER-REF(PTIQ-ENTRY-COUNT)
                       MOVE RMI-REMITTANCE-TEXT
                           TO PTIQ-ENT-REMIT-TEXT(PTIQ-ENTRY-COUNT)
               END-READ
           END-IF.
       2100-EXIT.
           EXIT.
