      ******************************************************************
      * PROGRAM-ID : EXPFLTRP
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - DAILY UNCOLLECTED-FUNDS
      *                    FLOAT REPORT, RUN IN THE EXPCTRL CHAIN
      *                    AFTER TONIGHT'S CREDITS HAVE POSTED. LISTS
      *                    TO EXPFLTRT THE FLOAT OUTSTANDING ON THE
      *                    UNCFLOAT REGISTER BY ACCOUNT AND RELEASE
      *                    DATE - ONE LINE PER RELEASE DATE WITH THE
      *                    NUMBER OF CREDITS AND THE AMOUNT FALLING
      *                    FREE THAT DAY, AN ACCOUNT TOTAL, AND THE
      *                    GRAND TOTALS. AN ENTRY ALREADY DUE THAT
      *                    EXPFLTRL DID NOT RELEASE IS MARKED SO.
      *                    AMOUNTS ARE IN THE BASE CURRENCY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPFLTRP.
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
           SELECT EXPFLTRT-FILE ASSIGN TO 'EXPFLTRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPFLTRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNCFLOAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY UNCFLOAT.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY BUSDCTL.

       FD  EXPFLTRT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FLR-REPORT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPFLTRP->'.

       01  WS-FILE-STATUSES.
           05  WS-UNCFLOAT-STATUS          PIC X(02) VALUE '00'.
               88  WS-UNCFLOAT-OK              VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-EXPFLTRT-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPFLTRT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-UNCFLOAT-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-UNCFLOAT-EOF-REACHED     VALUE 'Y'.
           05  WS-FLTRT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-FLTRT-IS-OPEN            VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

      ******************************************************************
      * WS-BREAK-CONTROL - THE ACCOUNT AND RELEASE DATE BEING ADDED UP.
      * THE REGISTER IS READ IN KEY ORDER, SO EACH ACCOUNT'S ENTRIES
      * ARRIVE TOGETHER AND IN RELEASE-DATE ORDER.
      ******************************************************************
       01  WS-BREAK-CONTROL.
           05  WS-CURRENT-ACCOUNT          PIC X(10) VALUE SPACES.
           05  WS-CURRENT-RELEASE          PIC 9(08) VALUE ZERO.
           05  WS-DATE-COUNT               PIC 9(07) COMP VALUE ZERO.
           05  WS-DATE-AMOUNT              PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNT-AMOUNT           PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

       01  WS-REPORT-TOTALS.
           05  WS-ACCOUNTS-LISTED          PIC 9(07) COMP VALUE ZERO.
           05  WS-CREDITS-LISTED           PIC 9(07) COMP VALUE ZERO.
           05  WS-TOTAL-AMOUNT             PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-DUE-COUNT                PIC 9(07) COMP VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05  WS-AMOUNT-EDIT              PIC -(12)9.99.
           05  WS-COUNT-EDIT               PIC Z(06)9.
           05  WS-NOTE-TEXT                PIC X(20) VALUE SPACES.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-READ-ONE-ENTRY THRU 2000-EXIT
               UNTIL WS-UNCFLOAT-EOF-REACHED
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, THE REPORT FILE AND HEADINGS,
      *                   AND THE REGISTER. NO REGISTER MEANS NO CREDIT
      *                   IS HELD - THE REPORT SAYS SO.
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
           OPEN OUTPUT EXPFLTRT-FILE
           IF WS-EXPFLTRT-OK
               MOVE 'Y' TO WS-FLTRT-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPFLTRT - STATUS '
                   WS-EXPFLTRT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO FLR-REPORT-RECORD
           STRING 'UNCOLLECTED FUNDS FLOAT OUTSTANDING AT BUSINESS '
                      DELIMITED BY SIZE
                  'DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO FLR-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO FLR-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO FLR-REPORT-RECORD
           STRING 'ACCOUNT    RELEASE   CREDITS     AMOUNT (BASE)'
                      DELIMITED BY SIZE
               INTO FLR-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           OPEN INPUT UNCFLOAT-FILE
           IF NOT WS-UNCFLOAT-OK
               DISPLAY V-PN 'NO UNCFLOAT REGISTER - STATUS '
                   WS-UNCFLOAT-STATUS ' - NO FLOAT OUTSTANDING'
               MOVE 'Y' TO WS-UNCFLOAT-EOF-SWITCH
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-READ-ONE-ENTRY - A NEW ACCOUNT CLOSES THE LAST ONE; A NEW
      *                       RELEASE DATE CLOSES THE LAST DATE LINE.
      ******************************************************************
       2000-READ-ONE-ENTRY.
           READ UNCFLOAT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-UNCFLOAT-EOF-SWITCH
                   CLOSE UNCFLOAT-FILE
                   GO TO 2000-EXIT
           END-READ
           IF UFL-RELEASE-DATE NOT NUMERIC
               GO TO 2000-EXIT
           END-IF
           IF UFL-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
               IF WS-CURRENT-ACCOUNT NOT = SPACES
                   PERFORM 2300-CLOSE-ACCOUNT THRU 2300-EXIT
               END-IF
               MOVE UFL-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT
               MOVE UFL-RELEASE-DATE TO WS-CURRENT-RELEASE
               ADD 1 TO WS-ACCOUNTS-LISTED
           END-IF
           IF UFL-RELEASE-DATE NOT = WS-CURRENT-RELEASE
               PERFORM 2200-CLOSE-DATE THRU 2200-EXIT
               MOVE UFL-RELEASE-DATE TO WS-CURRENT-RELEASE
           END-IF
           ADD 1 TO WS-DATE-COUNT
           ADD 1 TO WS-CREDITS-LISTED
           IF UFL-BASE-AMOUNT NUMERIC
               ADD UFL-BASE-AMOUNT TO WS-DATE-AMOUNT
               ADD UFL-BASE-AMOUNT TO WS-TOTAL-AMOUNT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CLOSE-DATE - ONE LINE FOR THE ACCOUNT'S CREDITS FALLING
      *                   FREE ON ONE RELEASE DATE.
      ******************************************************************
       2200-CLOSE-DATE.
           IF WS-DATE-COUNT = ZERO
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO WS-NOTE-TEXT
           IF WS-CURRENT-RELEASE NOT > WS-RUN-DATE
               MOVE 'DUE - NOT RELEASED' TO WS-NOTE-TEXT
               ADD WS-DATE-COUNT TO WS-DUE-COUNT
           END-IF
           MOVE WS-DATE-COUNT TO WS-COUNT-EDIT
           MOVE WS-DATE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO FLR-REPORT-RECORD
           STRING WS-CURRENT-ACCOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CURRENT-RELEASE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-NOTE-TEXT DELIMITED BY SIZE
               INTO FLR-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           ADD WS-DATE-COUNT TO WS-ACCOUNT-COUNT
           ADD WS-DATE-AMOUNT TO WS-ACCOUNT-AMOUNT
           MOVE ZERO TO WS-DATE-COUNT
           MOVE ZERO TO WS-DATE-AMOUNT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CLOSE-ACCOUNT - THE LAST DATE LINE, THEN THE ACCOUNT'S
      *                      TOTAL.
      ******************************************************************
       2300-CLOSE-ACCOUNT.
           PERFORM 2200-CLOSE-DATE THRU 2200-EXIT
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-EDIT
           MOVE WS-ACCOUNT-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO FLR-REPORT-RECORD
           STRING '           TOTAL     ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO FLR-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO FLR-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE ZERO TO WS-ACCOUNT-COUNT
           MOVE ZERO TO WS-ACCOUNT-AMOUNT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-TOTALS - CLOSE THE LAST ACCOUNT AND PRINT THE GRAND
      *                     TOTALS.
      ******************************************************************
       3000-PRINT-TOTALS.
           IF WS-CURRENT-ACCOUNT NOT = SPACES
               PERFORM 2300-CLOSE-ACCOUNT THRU 2300-EXIT
           END-IF
           MOVE WS-ACCOUNTS-LISTED TO WS-COUNT-EDIT
           MOVE SPACES TO FLR-REPORT-RECORD
           STRING 'ACCOUNTS WITH FLOAT....: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO FLR-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE WS-CREDITS-LISTED TO WS-COUNT-EDIT
           MOVE SPACES TO FLR-REPORT-RECORD
           STRING 'CREDITS HELD...........: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO FLR-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO FLR-REPORT-RECORD
           STRING 'AMOUNT HELD (BASE).....: ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO FLR-REPORT-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           IF WS-DUE-COUNT > ZERO
               MOVE WS-DUE-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO FLR-REPORT-RECORD
               STRING 'DUE BUT NOT RELEASED...: ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO FLR-REPORT-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           DISPLAY V-PN FLR-REPORT-RECORD(1:70)
           IF WS-FLTRT-IS-OPEN
               WRITE FLR-REPORT-RECORD
           END-IF.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE THE REPORT. CONDITION CODE 4 WHEN AN
      *                  ENTRY ALREADY DUE IS STILL ON THE REGISTER.
      ******************************************************************
       9000-TERMINATE.
           IF WS-FLTRT-IS-OPEN
               CLOSE EXPFLTRT-FILE
           END-IF
           IF WS-DUE-COUNT > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
