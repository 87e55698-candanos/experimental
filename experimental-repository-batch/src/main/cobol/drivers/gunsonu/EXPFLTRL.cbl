      ******************************************************************
      * PROGRAM-ID : EXPFLTRL
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - NIGHTLY FLOAT RELEASE, RUN
      *                    IN THE EXPCTRL CHAIN AHEAD OF EXPBATCH SO
      *                    TONIGHT'S DEBITS SEE THE CREDITS THAT HAVE
      *                    MATURED. EVERY UNCFLOAT ENTRY WHOSE RELEASE
      *                    DATE HAS COME IS DELETED - THE MONEY IS
      *                    ALREADY ON THE BALANCE, SO RELEASING IT IS
      *                    ONLY TAKING IT OFF THE REGISTER THE FUNDS
      *                    CHECK AND PSEXBINQ READ. NO REGISTER MEANS
      *                    NO CREDIT HAS EVER BEEN HELD - A CLEAN
      *                    NO-WORK RUN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPFLTRL.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNCFLOAT-FILE ASSIGN TO 'UNCFLOAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UFL-KEY
               FILE STATUS IS WS-UNCFLOAT-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNCFLOAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY UNCFLOAT.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPFLTRL->'.

       01  WS-FILE-STATUSES.
           05  WS-UNCFLOAT-STATUS          PIC X(02) VALUE '00'.
               88  WS-UNCFLOAT-OK              VALUE '00'.
               88  WS-UNCFLOAT-NOT-FOUND       VALUE '35'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-UNCFLOAT-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-UNCFLOAT-EOF-REACHED     VALUE 'Y'.
           05  WS-UNCFLOAT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-UNCFLOAT-IS-OPEN         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-RELEASED         PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-HELD             PIC 9(07) COMP VALUE ZERO.
           05  WS-DELETE-ERRORS            PIC 9(07) COMP VALUE ZERO.

       01  WS-TOTALS.
           05  WS-RELEASED-AMOUNT          PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-HELD-AMOUNT              PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-AMOUNT-EDIT              PIC -(12)9.99.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-JUDGE-ONE-ENTRY THRU 2000-EXIT
               UNTIL WS-UNCFLOAT-EOF-REACHED
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE AND THE REGISTER, FOR UPDATE.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT BUSDCTL-FILE
           IF WS-BUSDCTL-OK
               READ BUSDCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE NUMERIC AND
                               BDC-BUSINESS-DATE > ZERO
                           MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSDCTL-FILE
           END-IF
           DISPLAY V-PN 'RELEASING FLOAT DUE ON OR BEFORE '
               WS-RUN-DATE
           OPEN I-O UNCFLOAT-FILE
           IF WS-UNCFLOAT-NOT-FOUND
               DISPLAY V-PN 'NO UNCFLOAT REGISTER - NOTHING TO '
                   'RELEASE'
               MOVE 'Y' TO WS-UNCFLOAT-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           IF NOT WS-UNCFLOAT-OK
               DISPLAY V-PN 'UNABLE TO OPEN UNCFLOAT - STATUS '
                   WS-UNCFLOAT-STATUS
               MOVE 'Y' TO WS-UNCFLOAT-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-UNCFLOAT-OPEN-SWITCH
           PERFORM 2900-READ-NEXT THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-JUDGE-ONE-ENTRY - AN ENTRY WHOSE RELEASE DATE HAS COME IS
      *                        DELETED; ONE STILL TO COME IS COUNTED
      *                        AS HELD. AN ENTRY THAT CANNOT BE
      *                        DELETED STAYS HELD FOR THE NEXT RUN.
      ******************************************************************
       2000-JUDGE-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-READ
           IF UFL-RELEASE-DATE NUMERIC AND
                   UFL-RELEASE-DATE > WS-RUN-DATE
               ADD 1 TO WS-ENTRIES-HELD
               IF UFL-BASE-AMOUNT NUMERIC
                   ADD UFL-BASE-AMOUNT TO WS-HELD-AMOUNT
               END-IF
               GO TO 2000-NEXT
           END-IF
           DELETE UNCFLOAT-FILE RECORD
           IF NOT WS-UNCFLOAT-OK
               ADD 1 TO WS-DELETE-ERRORS
               DISPLAY V-PN 'UNCFLOAT DELETE FAILED - STATUS '
                   WS-UNCFLOAT-STATUS ' ACCOUNT ' UFL-ACCOUNT-NUMBER
                   ' TRACE ' UFL-TRACE-ID
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-ENTRIES-RELEASED
           IF UFL-BASE-AMOUNT NUMERIC
               ADD UFL-BASE-AMOUNT TO WS-RELEASED-AMOUNT
               MOVE UFL-BASE-AMOUNT TO WS-AMOUNT-EDIT
           ELSE
               MOVE ZERO TO WS-AMOUNT-EDIT
           END-IF
           DISPLAY V-PN 'RELEASED - ACCOUNT ' UFL-ACCOUNT-NUMBER
               ' TRACE ' UFL-TRACE-ID ' DUE ' UFL-RELEASE-DATE
               ' AMOUNT ' WS-AMOUNT-EDIT.
       2000-NEXT.
           PERFORM 2900-READ-NEXT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2900-READ-NEXT.
           READ UNCFLOAT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-UNCFLOAT-EOF-SWITCH
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE THE REGISTER AND REPORT THE COUNTS.
      *                  CONDITION CODE 4 WHEN AN ENTRY COULD NOT BE
      *                  RELEASED.
      ******************************************************************
       9000-TERMINATE.
           IF WS-UNCFLOAT-IS-OPEN
               CLOSE UNCFLOAT-FILE
           END-IF
           DISPLAY V-PN 'ENTRIES READ.........: ' WS-ENTRIES-READ
           DISPLAY V-PN 'ENTRIES RELEASED.....: ' WS-ENTRIES-RELEASED
           MOVE WS-RELEASED-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY V-PN 'AMOUNT RELEASED......: ' WS-AMOUNT-EDIT
           DISPLAY V-PN 'ENTRIES STILL HELD...: ' WS-ENTRIES-HELD
           MOVE WS-HELD-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY V-PN 'AMOUNT STILL HELD....: ' WS-AMOUNT-EDIT
           DISPLAY V-PN 'DELETE ERRORS........: ' WS-DELETE-ERRORS
           IF WS-DELETE-ERRORS > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
