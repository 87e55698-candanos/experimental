      ******************************************************************
      * PROGRAM-ID : EXPFXDRP
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - DAILY REALIZED FX
      *                    DIFFERENCE REPORT, RUN IN THE EXPCTRL CHAIN
      *                    AFTER EXPRECON. SUBPGM01 CONVERTS A
      *                    REVERSAL, BANK RETURN OR FRAUD REVERSAL AT
      *                    ITS ORIGINAL'S RATE FROM RATEHIST; WHERE NO
      *                    ORIGINAL RATE COULD BE FOUND IT POSTS AT
      *                    TONIGHT'S RATE AND LOGS THE DIFFERENCE TO
      *                    FXDIFF. THIS STEP LISTS THE BUSINESS DATE'S
      *                    ENTRIES (OFFSET TRACE, ORIGINAL TRACE AND
      *                    DATE, ACCOUNT, AMOUNT, BOTH BASE FIGURES
      *                    AND THE DIFFERENCE) WITH A TOTAL PER
      *                    CURRENCY TO EXPFXDRF - THE RESIDUE FINANCE
      *                    USED TO FIND UNEXPLAINED IN EXPBALPF AND
      *                    THE GL. CONDITION CODE 4 WHEN THERE IS ANY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPFXDRP.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXDIFF-FILE ASSIGN TO 'FXDIFF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXDIFF-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT EXPFXDRF-FILE ASSIGN TO 'EXPFXDRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPFXDRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FXDIFF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY FXDIFF.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY BUSDCTL.

       FD  EXPFXDRF-FILE
           LABEL RECORDS ARE STANDARD.
      *    ONE LINE PER REALIZED DIFFERENCE, THEN THE CURRENCY TOTALS.
       01  FXR-RECORD                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPFXDRP->'.

       01  WS-FILE-STATUSES.
           05  WS-FXDIFF-STATUS            PIC X(02) VALUE '00'.
               88  WS-FXDIFF-OK                VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-EXPFXDRF-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPFXDRF-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FXDIFF-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-FXDIFF-EOF-REACHED       VALUE 'Y'.
           05  WS-FXDIFF-OPEN-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-FXDIFF-IS-OPEN           VALUE 'Y'.
           05  WS-FXR-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-FXR-IS-OPEN              VALUE 'Y'.
           05  WS-CCY-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-CCY-FOUND                VALUE 'Y'.

       01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-REPORTED         PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-UNMEASURED       PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * WS-CCY-TABLE - THE NIGHT'S DIFFERENCE TOTALLED PER CURRENCY.
      ******************************************************************
       01  WS-CCY-TABLE.
           05  WS-CCY-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-CCY-INDEX                PIC 9(03) COMP VALUE ZERO.
           05  WS-CCY-ENTRY OCCURS 50 TIMES.
               10  WS-CCY-CODE             PIC X(03).
               10  WS-CCY-ITEMS            PIC 9(07) COMP.
               10  WS-CCY-DIFFERENCE       PIC S9(13)V99 COMP-3.
       01  WS-GRAND-DIFFERENCE             PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05  WS-AMOUNT-EDIT              PIC -(10)9.99.
           05  WS-CONVERTED-EDIT           PIC -(10)9.99.
           05  WS-SHARE-EDIT               PIC -(10)9.99.
           05  WS-DIFF-EDIT                PIC -(12)9.99.
           05  WS-ITEMS-EDIT               PIC Z(06)9.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-FXDIFF-IS-OPEN
               PERFORM 2000-TAKE-ONE-ENTRY THRU 2000-EXIT
                   UNTIL WS-FXDIFF-EOF-REACHED
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, THE LOG AND THE REPORT. NO
      *                   FXDIFF FILE MEANS NO OFFSET HAS EVER NEEDED
      *                   TONIGHT'S RATE - A CLEAN, EMPTY REPORT.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           OPEN INPUT BUSDCTL-FILE
           IF WS-BUSDCTL-OK
               READ BUSDCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE NUMERIC AND
                               BDC-BUSINESS-DATE > ZERO
                           MOVE BDC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSDCTL-FILE
           END-IF
           OPEN OUTPUT EXPFXDRF-FILE
           IF WS-EXPFXDRF-OK
               MOVE 'Y' TO WS-FXR-OPEN-SWITCH
               MOVE SPACES TO FXR-RECORD
               STRING 'REALIZED FX DIFFERENCES FOR BUSINESS DATE '
                          DELIMITED BY SIZE
                      WS-BUSINESS-DATE DELIMITED BY SIZE
                   INTO FXR-RECORD
               WRITE FXR-RECORD
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPFXDRF - STATUS '
                   WS-EXPFXDRF-STATUS
           END-IF
           OPEN INPUT FXDIFF-FILE
           IF WS-FXDIFF-OK
               MOVE 'Y' TO WS-FXDIFF-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'NO FXDIFF LOG - NO REALIZED DIFFERENCES'
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-TAKE-ONE-ENTRY - REPORT AN ENTRY LOGGED ON THE BUSINESS
      *                       DATE AND ADD IT TO ITS CURRENCY TOTAL.
      ******************************************************************
       2000-TAKE-ONE-ENTRY.
           READ FXDIFF-FILE
               AT END
                   MOVE 'Y' TO WS-FXDIFF-EOF-SWITCH
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ENTRIES-READ
           IF FXD-POSTING-DATE NOT = WS-BUSINESS-DATE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-ENTRIES-REPORTED
           IF FXD-ORIGINAL-UNKNOWN
               ADD 1 TO WS-ENTRIES-UNMEASURED
           END-IF
           PERFORM 2100-ADD-TO-CURRENCY THRU 2100-EXIT
           PERFORM 2500-WRITE-DETAIL-LINE THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

       2100-ADD-TO-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND-SWITCH
           PERFORM 2150-COMPARE-CURRENCY
               VARYING WS-CCY-INDEX FROM 1 BY 1
               UNTIL WS-CCY-INDEX > WS-CCY-COUNT OR WS-CCY-FOUND
           IF WS-CCY-FOUND
               SUBTRACT 1 FROM WS-CCY-INDEX
           ELSE
               IF WS-CCY-COUNT NOT < 50
                   DISPLAY V-PN 'WARNING - CURRENCY TABLE FULL'
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT TO WS-CCY-INDEX
               MOVE FXD-CURRENCY-CODE TO WS-CCY-CODE(WS-CCY-INDEX)
               MOVE ZERO TO WS-CCY-ITEMS(WS-CCY-INDEX)
               MOVE ZERO TO WS-CCY-DIFFERENCE(WS-CCY-INDEX)
           END-IF
           ADD 1 TO WS-CCY-ITEMS(WS-CCY-INDEX)
           IF FXD-DIFFERENCE NUMERIC
               ADD FXD-DIFFERENCE TO WS-CCY-DIFFERENCE(WS-CCY-INDEX)
               ADD FXD-DIFFERENCE TO WS-GRAND-DIFFERENCE
           END-IF.
       2100-EXIT.
           EXIT.

       2150-COMPARE-CURRENCY.
           IF WS-CCY-CODE(WS-CCY-INDEX) = FXD-CURRENCY-CODE
               MOVE 'Y' TO WS-CCY-FOUND-SWITCH
           END-IF.

       2500-WRITE-DETAIL-LINE.
           IF NOT WS-FXR-IS-OPEN
               GO TO 2500-EXIT
           END-IF
           MOVE FXD-AMOUNT TO WS-AMOUNT-EDIT
           MOVE FXD-CONVERTED-AMOUNT TO WS-CONVERTED-EDIT
           MOVE FXD-ORIGINAL-SHARE TO WS-SHARE-EDIT
           MOVE FXD-DIFFERENCE TO WS-DIFF-EDIT
           MOVE SPACES TO FXR-RECORD
           IF FXD-ORIGINAL-UNKNOWN
               STRING FXD-TRACE-ID DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      FXD-ORIGINAL-TRACE-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FXD-ACCOUNT-NUMBER DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FXD-CURRENCY-CODE DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      ' BASE' DELIMITED BY SIZE
                      WS-CONVERTED-EDIT DELIMITED BY SIZE
                      ' ORIGINAL NOT FOUND - UNMEASURED'
                          DELIMITED BY SIZE
                   INTO FXR-RECORD
           ELSE
               STRING FXD-TRACE-ID DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      FXD-ORIGINAL-TRACE-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FXD-ORIGINAL-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FXD-ACCOUNT-NUMBER DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FXD-CURRENCY-CODE DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      ' BASE' DELIMITED BY SIZE
                      WS-CONVERTED-EDIT DELIMITED BY SIZE
                      ' ORIG' DELIMITED BY SIZE
                      WS-SHARE-EDIT DELIMITED BY SIZE
                      ' DIFF' DELIMITED BY SIZE
                      WS-DIFF-EDIT DELIMITED BY SIZE
                   INTO FXR-RECORD
           END-IF
           WRITE FXR-RECORD.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - THE CURRENCY TOTALS, THE CLOSES, AND
      *                  CONDITION CODE 4 WHEN ANY DIFFERENCE WAS
      *                  REALIZED ON THE BUSINESS DATE.
      ******************************************************************
       9000-TERMINATE.
           IF WS-FXDIFF-IS-OPEN
               CLOSE FXDIFF-FILE
           END-IF
           PERFORM 9100-WRITE-CURRENCY-TOTAL THRU 9100-EXIT
               VARYING WS-CCY-INDEX FROM 1 BY 1
               UNTIL WS-CCY-INDEX > WS-CCY-COUNT
           MOVE WS-GRAND-DIFFERENCE TO WS-DIFF-EDIT
           IF WS-FXR-IS-OPEN
               MOVE SPACES TO FXR-RECORD
               STRING 'ALL CURRENCIES NET REALIZED DIFFERENCE '
                          DELIMITED BY SIZE
                      WS-DIFF-EDIT DELIMITED BY SIZE
                   INTO FXR-RECORD
               WRITE FXR-RECORD
               CLOSE EXPFXDRF-FILE
           END-IF
           DISPLAY V-PN 'FXDIFF ENTRIES READ..: ' WS-ENTRIES-READ
           DISPLAY V-PN 'REPORTED FOR DATE....: ' WS-ENTRIES-REPORTED
           DISPLAY V-PN 'ORIGINAL NOT FOUND...: '
               WS-ENTRIES-UNMEASURED
           DISPLAY V-PN 'NET DIFFERENCE.......: ' WS-DIFF-EDIT
           IF WS-ENTRIES-REPORTED > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       9100-WRITE-CURRENCY-TOTAL.
           MOVE WS-CCY-ITEMS(WS-CCY-INDEX) TO WS-ITEMS-EDIT
           MOVE WS-CCY-DIFFERENCE(WS-CCY-INDEX) TO WS-DIFF-EDIT
           DISPLAY V-PN 'CURRENCY ' WS-CCY-CODE(WS-CCY-INDEX)
               ' ITEMS ' WS-ITEMS-EDIT ' DIFFERENCE ' WS-DIFF-EDIT
           IF WS-FXR-IS-OPEN
               MOVE SPACES TO FXR-RECORD
               STRING 'CURRENCY ' DELIMITED BY SIZE
                      WS-CCY-CODE(WS-CCY-INDEX) DELIMITED BY SIZE
                      ' ITEMS ' DELIMITED BY SIZE
                      WS-ITEMS-EDIT DELIMITED BY SIZE
                      ' REALIZED DIFFERENCE ' DELIMITED BY SIZE
                      WS-DIFF-EDIT DELIMITED BY SIZE
                   INTO FXR-RECORD
               WRITE FXR-RECORD
           END-IF.
       9100-EXIT.
           EXIT.
