      ******************************************************************
      * PROGRAM-ID : EXPACNCV
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - ONE-OFF CHECK-DIGIT
      *                    CONVERSION REPORT, RUN BY HAND AND NOT AN
      *                    EXPCTRL STEP. EVERY ACCTMSTR NUMBER ISSUED
      *                    BEFORE ACCTMNT BEGAN ALLOCATING CHECK-DIGIT
      *                    NUMBERS IS TESTED THROUGH ACCTCHK ('T', SO
      *                    THE ACCT-CHECK-DIGIT SWITCH DOES NOT
      *                    MATTER). THE FIRST PASS FINDS THE HIGHEST
      *                    ALL-NUMERIC BASE ON THE MASTER AND SEEDS
      *                    THE ACNOCTL CONTROL RECORD ABOVE IT (OR
      *                    RAISES AN EXISTING ONE THAT HAS FALLEN
      *                    BEHIND), SO ACCTMNT CAN NEVER ALLOCATE A
      *                    NUMBER ALREADY IN USE. THE SECOND PASS
      *                    LISTS EACH ACCOUNT WHOSE NUMBER FAILS -
      *                    STATUS, CUSTOMER AND BALANCE - WITH A NEW
      *                    NUMBER ALLOCATED FROM ACNOCTL FOR ITS
      *                    EXPRENUM ACTION=R RUN. A RERUN ALLOCATES
      *                    AFRESH, SO WORK FROM THE LATEST REPORT.
      *                    ENDS CC 4 WHILE ANY NUMBER STILL FAILS -
      *                    ACCT-CHECK-DIGIT=Y SHOULD NOT BE SET UNTIL
      *                    A RUN ENDS CC 0.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPACNCV.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT ACNOCTL-FILE ASSIGN TO 'ACNOCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACNOCTL-STATUS.
           SELECT EXPACNCF-FILE ASSIGN TO 'EXPACNCF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPACNCF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMSTR.

       FD  ACNOCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE ACCOUNT NUMBER ALLOCATION CONTROL RECORD ACCTMNT
      *    ALLOCATES FROM - SEEDED OR RAISED HERE.
           COPY ACNOCTL.

       FD  EXPACNCF-FILE
           LABEL RECORDS ARE STANDARD.
      *    ONE LINE PER ACCOUNT WHOSE NUMBER FAILS ITS CHECK DIGIT.
       01  ANV-RECORD                     PIC X(100).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPACNCV->'.
       01  WS-ACCTCHK-NAME                 PIC X(08) VALUE 'ACCTCHK'.
           COPY ACCKPARM.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
               88  WS-ACCTMST-EOF              VALUE '10'.
           05  WS-ACNOCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACNOCTL-OK               VALUE '00'.
               88  WS-ACNOCTL-NOT-FOUND        VALUE '35'.
           05  WS-EXPACNCF-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPACNCF-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ACCTMST-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-ACCTMST-EOF-REACHED      VALUE 'Y'.
           05  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-REPORT-IS-OPEN           VALUE 'Y'.
           05  WS-CONTROL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-CONTROL-IS-OPEN          VALUE 'Y'.
           05  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ            PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-PASSED          PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-FAILED          PIC 9(07) COMP VALUE ZERO.
           05  WS-NUMBERS-ALLOCATED        PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * WS-SEED-CONTROL - THE HIGHEST BASE SEEN ON THE MASTER AND THE
      * FIRST BASE ACNOCTL MAY ISSUE. A NUMBER THAT IS NOT ALL DIGITS
      * HAS NO BASE AND CANNOT COLLIDE WITH AN ALLOCATED ONE.
      ******************************************************************
       01  WS-SEED-CONTROL.
           05  WS-HIGHEST-BASE             PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNT-BASE             PIC 9(09) VALUE ZERO.
           05  WS-FLOOR-BASE               PIC 9(09) VALUE 100000000.
           05  WS-SEED-BASE                PIC 9(09) VALUE ZERO.
           05  WS-NEW-ACCOUNT              PIC X(10) VALUE SPACES.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-BALANCE-EDIT                 PIC -(10)9.99.
       01  WS-COUNT-EDIT                   PIC Z(06)9.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-FIND-HIGHEST-BASE THRU 2000-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 3000-SEED-CONTROL-RECORD THRU 3000-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 4000-LIST-FAILING-NUMBERS THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - THE REPORT FILE AND ITS HEADING.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT EXPACNCF-FILE
           IF WS-EXPACNCF-OK
               MOVE 'Y' TO WS-REPORT-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPACNCF - STATUS '
                   WS-EXPACNCF-STATUS
           END-IF
           MOVE SPACES TO ANV-RECORD
           STRING 'ACCOUNT NUMBERS FAILING THEIR CHECK DIGIT - RUN '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO ANV-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE 'ACCOUNT    ST CUSTOMER        BALANCE   RENUMBER TO'
               TO ANV-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-FIND-HIGHEST-BASE - FIRST PASS OF THE MASTER - THE
      *                          HIGHEST NINE-DIGIT BASE OF ANY
      *                          ALL-NUMERIC ACCOUNT NUMBER.
      ******************************************************************
       2000-FIND-HIGHEST-BASE.
           PERFORM 2800-OPEN-MASTER THRU 2800-EXIT
           IF WS-RUN-REFUSED
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-EXAMINE-ONE-BASE THRU 2100-EXIT
               UNTIL WS-ACCTMST-EOF-REACHED
           CLOSE ACCTMST-FILE
           DISPLAY V-PN 'HIGHEST BASE ON ACCTMSTR: ' WS-HIGHEST-BASE.
       2000-EXIT.
           EXIT.

       2100-EXAMINE-ONE-BASE.
           IF ACM-ACCOUNT-NUMBER NUMERIC
               MOVE ACM-ACCOUNT-NUMBER(1:9) TO WS-ACCOUNT-BASE
               IF WS-ACCOUNT-BASE > WS-HIGHEST-BASE
                   MOVE WS-ACCOUNT-BASE TO WS-HIGHEST-BASE
               END-IF
           END-IF
           PERFORM 2900-READ-NEXT-ACCOUNT THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2800-OPEN-MASTER - OPEN ACCTMSTR AND READ ITS FIRST RECORD.
      ******************************************************************
       2800-OPEN-MASTER.
           MOVE 'N' TO WS-ACCTMST-EOF-SWITCH
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               DISPLAY V-PN 'UNABLE TO OPEN ACCTMSTR - STATUS '
                   WS-ACCTMST-STATUS
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 2800-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-ACCOUNT THRU 2900-EXIT.
       2800-EXIT.
           EXIT.

       2900-READ-NEXT-ACCOUNT.
           READ ACCTMST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCTMST-EOF-SWITCH
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SEED-CONTROL-RECORD - OPEN ACNOCTL FOR UPDATE, CREATING
      *                            IT WHEN MISSING, AND MAKE SURE ITS
      *                            NEXT BASE IS ABOVE EVERY BASE ON
      *                            THE MASTER. IT STAYS OPEN FOR THE
      *                            SECOND PASS'S ALLOCATIONS.
      ******************************************************************
       3000-SEED-CONTROL-RECORD.
           MOVE WS-FLOOR-BASE TO WS-SEED-BASE
           IF WS-HIGHEST-BASE NOT < WS-FLOOR-BASE
               IF WS-HIGHEST-BASE = 999999999
                   DISPLAY V-PN 'ACCTMSTR ALREADY HOLDS BASE '
                       '999999999 - NO ROOM TO SEED ACNOCTL'
                   MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   MOVE 8 TO RETURN-CODE
                   GO TO 3000-EXIT
               END-IF
               COMPUTE WS-SEED-BASE = WS-HIGHEST-BASE + 1
           END-IF
           OPEN I-O ACNOCTL-FILE
           IF WS-ACNOCTL-NOT-FOUND
               OPEN OUTPUT ACNOCTL-FILE
               IF WS-ACNOCTL-OK
                   MOVE SPACES TO ACNOCTL-RECORD
                   MOVE WS-SEED-BASE TO ANC-NEXT-BASE
                   MOVE ZERO TO ANC-LAST-ALLOC-DATE
                   MOVE ZERO TO ANC-ALLOCATED-COUNT
                   WRITE ACNOCTL-RECORD
                   CLOSE ACNOCTL-FILE
                   DISPLAY V-PN 'ACNOCTL CREATED - NEXT BASE '
                       WS-SEED-BASE
                   OPEN I-O ACNOCTL-FILE
               END-IF
           END-IF
           IF NOT WS-ACNOCTL-OK
               DISPLAY V-PN 'UNABLE TO OPEN ACNOCTL - STATUS '
                   WS-ACNOCTL-STATUS
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE 'Y' TO WS-CONTROL-OPEN-SWITCH
           READ ACNOCTL-FILE
               AT END
                   DISPLAY V-PN 'ACNOCTL IS EMPTY - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   MOVE 8 TO RETURN-CODE
                   GO TO 3000-EXIT
           END-READ
           IF ANC-NEXT-BASE NOT NUMERIC
               MOVE ZERO TO ANC-NEXT-BASE
           END-IF
           IF ANC-ALLOCATED-COUNT NOT NUMERIC
               MOVE ZERO TO ANC-ALLOCATED-COUNT
           END-IF
           IF ANC-NEXT-BASE < WS-SEED-BASE
               DISPLAY V-PN 'ACNOCTL NEXT BASE ' ANC-NEXT-BASE
                   ' RAISED TO ' WS-SEED-BASE
               MOVE WS-SEED-BASE TO ANC-NEXT-BASE
               PERFORM 3200-REWRITE-CONTROL THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3200-REWRITE-CONTROL.
           REWRITE ACNOCTL-RECORD
           IF NOT WS-ACNOCTL-OK
               DISPLAY V-PN 'ACNOCTL REWRITE FAILED - STATUS '
                   WS-ACNOCTL-STATUS
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LIST-FAILING-NUMBERS - SECOND PASS OF THE MASTER - TEST
      *                             EVERY NUMBER AND REPORT EACH ONE
      *                             THAT FAILS.
      ******************************************************************
       4000-LIST-FAILING-NUMBERS.
           PERFORM 2800-OPEN-MASTER THRU 2800-EXIT
           IF WS-RUN-REFUSED
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-TEST-ONE-ACCOUNT THRU 4100-EXIT
               UNTIL WS-ACCTMST-EOF-REACHED
           CLOSE ACCTMST-FILE.
       4000-EXIT.
           EXIT.

       4100-TEST-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE 'T' TO ACK-FUNCTION
           MOVE ACM-ACCOUNT-NUMBER TO ACK-ACCOUNT-NUMBER
           CALL WS-ACCTCHK-NAME USING ACCTCHK-PARM
           CANCEL WS-ACCTCHK-NAME
           IF ACK-VALID
               ADD 1 TO WS-ACCOUNTS-PASSED
           ELSE
               ADD 1 TO WS-ACCOUNTS-FAILED
               PERFORM 4200-ALLOCATE-NEW-NUMBER THRU 4200-EXIT
               PERFORM 4500-WRITE-FAILURE-LINE THRU 4500-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-ACCOUNT THRU 2900-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-ALLOCATE-NEW-NUMBER - THE NEXT CHECK-DIGIT NUMBER FROM
      *                            ACNOCTL, THE SAME WAY ACCTMNT
      *                            ALLOCATES ONE, REWRITTEN AT ONCE SO
      *                            AN ABEND MID-RUN CANNOT ISSUE IT
      *                            TWICE.
      ******************************************************************
       4200-ALLOCATE-NEW-NUMBER.
           MOVE SPACES TO WS-NEW-ACCOUNT
           IF NOT WS-CONTROL-IS-OPEN
               GO TO 4200-EXIT
           END-IF
           MOVE 'G' TO ACK-FUNCTION
           MOVE 08 TO ACK-RETURN-CODE
           PERFORM 4250-TRY-NEXT-BASE THRU 4250-EXIT
               UNTIL ACK-VALID OR ANC-NEXT-BASE = 999999999
           IF NOT ACK-VALID
               DISPLAY V-PN 'ACCOUNT NUMBER RANGE EXHAUSTED'
               MOVE 8 TO RETURN-CODE
               GO TO 4200-EXIT
           END-IF
           MOVE ACK-ACCOUNT-NUMBER TO WS-NEW-ACCOUNT
           MOVE ACK-ACCOUNT-NUMBER TO ANC-LAST-ALLOCATED
           MOVE WS-RUN-DATE TO ANC-LAST-ALLOC-DATE
           ADD 1 TO ANC-ALLOCATED-COUNT
           PERFORM 3200-REWRITE-CONTROL THRU 3200-EXIT
           IF WS-RUN-REFUSED
               MOVE SPACES TO WS-NEW-ACCOUNT
               MOVE 'N' TO WS-CONTROL-OPEN-SWITCH
               CLOSE ACNOCTL-FILE
               GO TO 4200-EXIT
           END-IF
           ADD 1 TO WS-NUMBERS-ALLOCATED.
       4200-EXIT.
           EXIT.

       4250-TRY-NEXT-BASE.
           MOVE ANC-NEXT-BASE TO ACK-BASE-NUMBER
           ADD 1 TO ANC-NEXT-BASE
           CALL WS-ACCTCHK-NAME USING ACCTCHK-PARM
           CANCEL WS-ACCTCHK-NAME.
       4250-EXIT.
           EXIT.

       4500-WRITE-FAILURE-LINE.
           IF ACM-CURRENT-BALANCE NUMERIC
               MOVE ACM-CURRENT-BALANCE TO WS-BALANCE-EDIT
           ELSE
               MOVE ZERO TO WS-BALANCE-EDIT
           END-IF
           MOVE SPACES TO ANV-RECORD
           STRING ACM-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ACM-ACCOUNT-STATUS DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  ACM-CUSTOMER-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BALANCE-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-NEW-ACCOUNT DELIMITED BY SIZE
               INTO ANV-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       4500-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           DISPLAY V-PN ANV-RECORD(1:80)
           IF WS-REPORT-IS-OPEN
               WRITE ANV-RECORD
           END-IF
           MOVE SPACES TO ANV-RECORD.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - TOTALS, CLOSE, AND CC 4 WHILE ANY NUMBER
      *                  STILL FAILS.
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-ACCOUNTS-FAILED TO WS-COUNT-EDIT
           MOVE SPACES TO ANV-RECORD
           STRING 'ACCOUNTS TO RENUMBER: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ANV-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           IF WS-CONTROL-IS-OPEN
               CLOSE ACNOCTL-FILE
           END-IF
           IF WS-REPORT-IS-OPEN
               CLOSE EXPACNCF-FILE
           END-IF
           DISPLAY V-PN 'ACCOUNTS READ........: ' WS-ACCOUNTS-READ
           DISPLAY V-PN 'CHECK DIGIT VALID....: ' WS-ACCOUNTS-PASSED
           DISPLAY V-PN 'CHECK DIGIT FAILED...: ' WS-ACCOUNTS-FAILED
           DISPLAY V-PN 'NEW NUMBERS ALLOCATED: ' WS-NUMBERS-ALLOCATED
           IF RETURN-CODE = ZERO AND WS-ACCOUNTS-FAILED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
