      *                    CUS-NOTIFY-CHANNEL, SO THE EXPNOTIF DAILY
      *                    FEED KNOWS WHICH BUREAU EXTRACT (PRINT OR
      *                    SMS) THE CUSTOMER GETS.
      * 2026-10-15  DS    A STATUS CHANGE NOW LISTS EVERY ACCOUNT THE
      *                    CUSTOMER IS LINKED TO ON THE ACCTREL
      *                    RELATIONSHIP FILE (AS A FURTHER OWNER,
      *                    JOINT OWNER OR SIGNATORY) AND RETURNS THE
      *                    COUNT IN CMT-LINKED-ACCOUNTS - UNDER AN
      *                    ANY-OWNER SIGNING RULE A DECEASED OR
      *                    BLOCKED JOINT OWNER STOPS DEBITS ON ALL OF
      *                    THEM. THE LINKS THEMSELVES ARE MAINTAINED
      *                    THROUGH ACCTMNT.
      * 2026-10-15  DS    A STATUS CHANGE TO DECEASED NOW REQUIRES
      *                    CMT-DATE-OF-DEATH (NOT IN THE FUTURE) AND
      *                    OPENS THE CUSTOMER'S ESTCASE ESTATE CASE,
      *                    PENDING THE NIGHTLY EXPESTAT ESTATE
      *                    WORKFLOW; IT IS REFUSED WHEN THE CASE FILE
      *                    CANNOT BE OPENED. REVERSING A DEATH
      *                    WITHDRAWS A CASE NOT YET SETTLED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
           SELECT CUSTAUDT-FILE ASSIGN TO 'CUSTAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTAUDT-STATUS.
           SELECT ACCTREL-FILE ASSIGN TO 'ACCTREL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARL-KEY
               FILE STATUS IS WS-ACCTREL-STATUS.
           SELECT ESTCASE-FILE ASSIGN TO 'ESTCASE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-CUSTOMER-NUMBER
               FILE STATUS IS WS-ESTCASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ACCTAUDT DOES.
           COPY CUSAUDT.

       FD  ACCTREL-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE ACCOUNTS THE CUSTOMER IS A FURTHER PARTY TO - SCANNED
      *    END TO END, SINCE THE FILE IS IN ACCOUNT ORDER.
           COPY ACCTREL.

       FD  ESTCASE-FILE
           LABEL RECORDS ARE STANDARD.
      *    ONE ESTATE CASE PER DECEASED CUSTOMER, WORKED BY EXPESTAT
      *    AND EXPESTCL.
           COPY ESTCASE.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'CUSTMNT->'.
       01  WS-OPERCHK-NAME                 PIC X(08) VALUE 'OPERCHK'.
           05  WS-CUSTAUDT-STATUS          PIC X(02) VALUE '00'.
               88  WS-CUSTAUDT-OK              VALUE '00'.
               88  WS-CUSTAUDT-NOT-FOUND       VALUE '35'.
           05  WS-ACCTREL-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTREL-OK               VALUE '00'.
           05  WS-ESTCASE-STATUS           PIC X(02) VALUE '00'.
               88  WS-ESTCASE-OK               VALUE '00'.
               88  WS-ESTCASE-NOT-FOUND        VALUE '35'.

       01  WS-SWITCHES.
           05  WS-CUSTMST-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-CUSTMST-IS-OPEN          VALUE 'Y'.
           05  WS-RECORD-FOUND-SW          PIC X(01) VALUE 'N'.
               88  WS-RECORD-FOUND             VALUE 'Y'.
           05  WS-LINK-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-LINK-EOF                 VALUE 'Y'.
           05  WS-ESTCASE-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-ESTCASE-IS-OPEN          VALUE 'Y'.

      *    OLD STATUS CAPTURED BEFORE A CHANGE SO THE AUDIT RECORD
      *    SHOWS BOTH SIDES OF IT.
       01  WS-OLD-STATUS                   PIC X(01) VALUE SPACES.

       01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.

       LINKAGE SECTION.
           COPY CUSTCOMM.

       0000-MAINLINE.
           MOVE ZERO TO CMT-RETURN-CODE
           MOVE SPACES TO CMT-REJECT-REASON
           MOVE ZERO TO CMT-LINKED-ACCOUNTS
           PERFORM 1000-EDIT-REQUEST THRU 1000-EXIT
           IF CMT-REJECTED
               DISPLAY V-PN 'REQUEST REJECTED AT EDIT - '
               MOVE 08 TO CMT-RETURN-CODE
               MOVE 'NEW STATUS MUST BE A, D OR B'
                   TO CMT-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF NOT CMT-FUNC-STATUS OR NOT CMT-NEW-DECEASED
               GO TO 1000-EXIT
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           IF CMT-DATE-OF-DEATH NOT NUMERIC OR
                   CMT-DATE-OF-DEATH = ZERO
               MOVE 08 TO CMT-RETURN-CODE
               MOVE 'DATE OF DEATH IS REQUIRED'
                   TO CMT-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF CMT-DATE-OF-DEATH > WS-TODAY-DATE
               MOVE 08 TO CMT-RETURN-CODE
               MOVE 'DATE OF DEATH IS IN THE FUTURE'
                   TO CMT-REJECT-REASON
           END-IF.
       1000-EXIT.
           EXIT.
      *                      ACTIVE, DECEASED OR BLOCKED. SUBPGM01
      *                      STARTS REJECTING THE CUSTOMER'S PAYMENTS
      *                      (RETURN CODE 32) THE MOMENT THIS COMMITS.
      *                      A DEATH ALSO OPENS THE CUSTOMER'S ESTATE
      *                      CASE, AND IS REFUSED WHEN THE CASE CANNOT
      *                      BE RECORDED; A DEATH REVERSED WITHDRAWS
      *                      THE CASE.
      ******************************************************************
       4000-CHANGE-STATUS.
           PERFORM 1200-READ-CUSTOMER THRU 1200-EXIT
                   TO CMT-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF CMT-NEW-DECEASED OR CUS-DECEASED
               PERFORM 4600-OPEN-ESTCASE THRU 4600-EXIT
           END-IF
           IF CMT-NEW-DECEASED AND NOT WS-ESTCASE-IS-OPEN
               MOVE 08 TO CMT-RETURN-CODE
               MOVE 'ESTATE CASE FILE UNAVAILABLE'
                   TO CMT-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           MOVE CMT-NEW-STATUS TO CUS-CUSTOMER-STATUS
           REWRITE CUSTMST-RECORD
               INVALID KEY
               PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
               DISPLAY V-PN 'CUSTOMER ' CMT-CUSTOMER-NUMBER
                   ' STATUS NOW ' CMT-NEW-STATUS
               PERFORM 4500-LIST-LINKED-ACCOUNTS THRU 4500-EXIT
               IF WS-ESTCASE-IS-OPEN
                   PERFORM 4700-RECORD-ESTATE-CASE THRU 4700-EXIT
               END-IF
           END-IF
           IF WS-ESTCASE-IS-OPEN
               CLOSE ESTCASE-FILE
               MOVE 'N' TO WS-ESTCASE-OPEN-SW
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4500-LIST-LINKED-ACCOUNTS - REPORT EVERY ACCTREL LINK THE
      *                             CUSTOMER HOLDS, SO THE BRANCH KNOWS
      *                             WHICH JOINT ACCOUNTS THE NEW STATUS
      *                             REACHES. THE ACCOUNTS THE CUSTOMER
      *                             LEADS NEED NO LISTING - THEY ARE
      *                             CHECKED AGAINST THIS RECORD
      *                             DIRECTLY. NO ACCTREL FILE MEANS NO
      *                             LINKS.
      ******************************************************************
       4500-LIST-LINKED-ACCOUNTS.
           OPEN INPUT ACCTREL-FILE
           IF NOT WS-ACCTREL-OK
               GO TO 4500-EXIT
           END-IF
           MOVE 'N' TO WS-LINK-EOF-SW
           PERFORM 4510-CHECK-ONE-LINK THRU 4510-EXIT
               UNTIL WS-LINK-EOF
           CLOSE ACCTREL-FILE
           IF CMT-LINKED-ACCOUNTS > ZERO
               DISPLAY V-PN 'CUSTOMER ' CMT-CUSTOMER-NUMBER
                   ' IS LINKED TO ' CMT-LINKED-ACCOUNTS
                   ' FURTHER ACCOUNT(S)'
           END-IF.
       4500-EXIT.
           EXIT.

       4510-CHECK-ONE-LINK.
           READ ACCTREL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LINK-EOF-SW
                   GO TO 4510-EXIT
           END-READ
           IF ARL-CUSTOMER-NUMBER NOT = CMT-CUSTOMER-NUMBER
               GO TO 4510-EXIT
           END-IF
           IF CMT-LINKED-ACCOUNTS < 999
               ADD 1 TO CMT-LINKED-ACCOUNTS
           END-IF
           DISPLAY V-PN '  ACCOUNT ' ARL-ACCOUNT-NUMBER
               ' ROLE ' ARL-ROLE.
       4510-EXIT.
           EXIT.

      ******************************************************************
      * 4600-OPEN-ESTCASE - OPEN THE ESTATE CASE FILE FOR UPDATE,
      *                     CREATING IT THE FIRST TIME A DEATH IS
      *                     RECORDED.
      ******************************************************************
       4600-OPEN-ESTCASE.
           OPEN I-O ESTCASE-FILE
           IF WS-ESTCASE-NOT-FOUND
               OPEN OUTPUT ESTCASE-FILE
               IF WS-ESTCASE-OK
                   CLOSE ESTCASE-FILE
                   OPEN I-O ESTCASE-FILE
               END-IF
           END-IF
           IF WS-ESTCASE-OK
               MOVE 'Y' TO WS-ESTCASE-OPEN-SW
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN ESTCASE - STATUS '
                   WS-ESTCASE-STATUS
           END-IF.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 4700-RECORD-ESTATE-CASE - A DEATH OPENS THE CUSTOMER'S ESTATE
      *                           CASE PENDING, FOR THE NIGHT'S
      *                           EXPESTAT RUN (REPLACING ANY EARLIER
      *                           CASE). A DEATH REVERSED WITHDRAWS A
      *                           CASE NOT YET SETTLED - WHEN EXPESTAT
      *                           HAS ALREADY RUN, THE STANDING ORDERS
      *                           IT SUSPENDED ARE THE BRANCH'S TO
      *                           REINSTATE.
      ******************************************************************
       4700-RECORD-ESTATE-CASE.
           MOVE CMT-CUSTOMER-NUMBER TO EST-CUSTOMER-NUMBER
           IF CMT-NEW-DECEASED
               READ ESTCASE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-RECORD-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RECORD-FOUND-SW
               END-READ
               INITIALIZE ESTCASE-RECORD
               MOVE CMT-CUSTOMER-NUMBER TO EST-CUSTOMER-NUMBER
               MOVE CMT-DATE-OF-DEATH TO EST-DATE-OF-DEATH
               MOVE 'P' TO EST-CASE-STATUS
               MOVE WS-TODAY-DATE TO EST-RECORDED-DATE
               MOVE CMT-OPERATOR-ID TO EST-RECORDED-OPERATOR
               IF WS-RECORD-FOUND
                   REWRITE ESTCASE-RECORD
               ELSE
                   WRITE ESTCASE-RECORD
               END-IF
               IF WS-ESTCASE-OK
                   DISPLAY V-PN 'ESTATE CASE OPENED - DATE OF DEATH '
                       EST-DATE-OF-DEATH
               ELSE
                   DISPLAY V-PN 'ESTATE CASE WRITE FAILED - STATUS '
                       WS-ESTCASE-STATUS ' - CUSTOMER '
                       CMT-CUSTOMER-NUMBER ' HAS NO ESTATE CASE'
               END-IF
               GO TO 4700-EXIT
           END-IF
           READ ESTCASE-FILE
               INVALID KEY
                   GO TO 4700-EXIT
           END-READ
           IF NOT EST-PENDING AND NOT EST-WORKFLOW-DONE
               GO TO 4700-EXIT
           END-IF
           IF EST-WORKFLOW-DONE
               DISPLAY V-PN 'ESTATE WORKFLOW ALREADY RUN - '
                   EST-ORDERS-SUSPENDED ' STANDING ORDER(S) TO BE '
                   'REINSTATED BY HAND'
           END-IF
           MOVE 'X' TO EST-CASE-STATUS
           REWRITE ESTCASE-RECORD
           IF WS-ESTCASE-OK
               DISPLAY V-PN 'ESTATE CASE WITHDRAWN'
           ELSE
               DISPLAY V-PN 'ESTATE CASE REWRITE FAILED - STATUS '
                   WS-ESTCASE-STATUS
           END-IF.
       4700-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-AUDIT-RECORD - APPEND A TIMESTAMPED AUDIT ENTRY FOR
      *                           THE CHANGE JUST MADE, THE SAME WAY
