      ******************************************************************
      * PROGRAM-ID : EXPDDMRP
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - DAILY DIRECT-DEBIT MANDATE
      *                    REPORT, RUN IN THE EXPCTRL CHAIN AFTER
      *                    EXPCONV. ONE LINE PER CREDITOR TO EXPDDMRF:
      *                    HOW MANY MANDATES THEY HOLD (ACTIVE AND
      *                    CANCELLED) AND THEIR LIFETIME COLLECTIONS
      *                    FROM DDMANDT, AND FROM THE DAY'S DDMEVNT
      *                    CHECKS THE COLLECTIONS LET THROUGH AND
      *                    THOSE REFUSED WITH RETURN CODE 76 - NO
      *                    MANDATE, OVER THE MAXIMUM, OR AFTER
      *                    CANCELLATION. CONDITION CODE 4 WHEN ANY
      *                    COLLECTION WAS REFUSED TODAY, SO OPERATIONS
      *                    CAN FOLLOW UP WITH THE CREDITOR BEFORE THE
      *                    CUSTOMER DOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPDDMRP.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDMANDT-FILE ASSIGN TO 'DDMANDT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DDM-KEY
               FILE STATUS IS WS-DDMANDT-STATUS.
           SELECT DDMEVNT-FILE ASSIGN TO 'DDMEVNT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDMEVNT-STATUS.
           SELECT EXPDDMRF-FILE ASSIGN TO 'EXPDDMRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPDDMRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DDMANDT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DDMANDT.

       FD  DDMEVNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY DDMEVNT.

       FD  EXPDDMRF-FILE
           LABEL RECORDS ARE STANDARD.
      *    ONE LINE PER CREDITOR, THEN A TOTALS LINE.
       01  DMR-RECORD                      PIC X(200).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPDDMRP->'.

       01  WS-FILE-STATUSES.
           05  WS-DDMANDT-STATUS           PIC X(02) VALUE '00'.
               88  WS-DDMANDT-OK               VALUE '00'.
               88  WS-DDMANDT-EOF              VALUE '10'.
           05  WS-DDMEVNT-STATUS           PIC X(02) VALUE '00'.
               88  WS-DDMEVNT-OK               VALUE '00'.
               88  WS-DDMEVNT-EOF              VALUE '10'.
           05  WS-EXPDDMRF-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPDDMRF-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-DDMANDT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-DDMANDT-EOF-REACHED      VALUE 'Y'.
           05  WS-DDMEVNT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-DDMEVNT-EOF-REACHED      VALUE 'Y'.
           05  WS-DMR-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-DMR-IS-OPEN              VALUE 'Y'.
           05  WS-CREDITOR-FOUND-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-CREDITOR-FOUND           VALUE 'Y'.
           05  WS-TABLE-FULL-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-TABLE-FULL-REPORTED      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MANDATES-READ            PIC 9(07) COMP VALUE ZERO.
           05  WS-EVENTS-READ              PIC 9(07) COMP VALUE ZERO.
           05  WS-EVENTS-TODAY             PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-DROPPED          PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

      ******************************************************************
      * WS-CREDITOR-TABLE - ONE ENTRY PER CREDITOR SEEN ON DDMANDT OR
      * IN THE DAY'S DDMEVNT CHECKS, IN ORDER OF FIRST APPEARANCE.
      ******************************************************************
       01  WS-CREDITOR-CONTROL.
           05  WS-CREDITOR-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-CREDITOR-INDEX           PIC 9(04) COMP VALUE ZERO.
           05  WS-CREDITOR-SLOT            PIC 9(04) COMP VALUE ZERO.
           05  WS-CREDITOR-KEY             PIC X(16) VALUE SPACES.
       01  WS-CREDITOR-TABLE.
           05  WS-CREDITOR-ENTRY           OCCURS 500 TIMES.
               10  WS-CRD-CREDITOR-ID      PIC X(16).
               10  WS-CRD-ACTIVE           PIC 9(05) COMP.
               10  WS-CRD-CANCELLED        PIC 9(05) COMP.
               10  WS-CRD-LIFE-COUNT       PIC 9(07) COMP.
               10  WS-CRD-LIFE-AMOUNT      PIC S9(13)V99 COMP-3.
               10  WS-CRD-TODAY-COUNT      PIC 9(05) COMP.
               10  WS-CRD-TODAY-AMOUNT     PIC S9(13)V99 COMP-3.
               10  WS-CRD-REJECT-COUNT     PIC 9(05) COMP.
               10  WS-CRD-REJECT-AMOUNT    PIC S9(13)V99 COMP-3.
               10  WS-CRD-REJECT-NONE      PIC 9(05) COMP.
               10  WS-CRD-REJECT-OVER      PIC 9(05) COMP.
               10  WS-CRD-REJECT-CANCEL    PIC 9(05) COMP.

       01  WS-GRAND-TOTALS.
           05  WS-TOT-TODAY-COUNT          PIC 9(07) COMP VALUE ZERO.
           05  WS-TOT-TODAY-AMOUNT         PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOT-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
           05  WS-TOT-REJECT-AMOUNT        PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

       01  WS-LINE-EDITS.
           05  WS-ACTIVE-EDIT              PIC ZZZZ9.
           05  WS-CANCELLED-EDIT           PIC ZZZZ9.
           05  WS-LIFE-COUNT-EDIT          PIC ZZZZZZ9.
           05  WS-LIFE-AMOUNT-EDIT         PIC -(12)9.99.
           05  WS-TODAY-COUNT-EDIT         PIC ZZZZZZ9.
           05  WS-TODAY-AMOUNT-EDIT        PIC -(12)9.99.
           05  WS-REJECT-COUNT-EDIT        PIC ZZZZZZ9.
           05  WS-REJECT-AMOUNT-EDIT       PIC -(12)9.99.
           05  WS-REJECT-NONE-EDIT         PIC ZZZZ9.
           05  WS-REJECT-OVER-EDIT         PIC ZZZZ9.
           05  WS-REJECT-CANCEL-EDIT       PIC ZZZZ9.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-TALLY-ONE-MANDATE THRU 2000-EXIT
               UNTIL WS-DDMANDT-EOF-REACHED
           PERFORM 3000-TALLY-ONE-CHECK THRU 3000-EXIT
               UNTIL WS-DDMEVNT-EOF-REACHED
           PERFORM 4000-WRITE-CREDITOR-LINE THRU 4000-EXIT
               VARYING WS-CREDITOR-INDEX FROM 1 BY 1
               UNTIL WS-CREDITOR-INDEX > WS-CREDITOR-COUNT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE REGISTRY, THE CHECK LOG AND THE
      *                   REPORT. EITHER INPUT MAY BE ABSENT ON A DAY
      *                   NOTHING HAS BEEN REGISTERED OR COLLECTED -
      *                   THE REPORT IS THEN JUST SHORTER.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT DDMANDT-FILE
           IF WS-DDMANDT-OK
               PERFORM 2900-READ-NEXT-MANDATE THRU 2900-EXIT
           ELSE
               DISPLAY V-PN 'DDMANDT UNAVAILABLE - STATUS '
                   WS-DDMANDT-STATUS ' - NO MANDATE TOTALS'
               MOVE 'Y' TO WS-DDMANDT-EOF-SWITCH
           END-IF
           OPEN INPUT DDMEVNT-FILE
           IF WS-DDMEVNT-OK
               PERFORM 3900-READ-NEXT-CHECK THRU 3900-EXIT
           ELSE
               DISPLAY V-PN 'DDMEVNT UNAVAILABLE - STATUS '
                   WS-DDMEVNT-STATUS ' - NO COLLECTIONS TODAY'
               MOVE 'Y' TO WS-DDMEVNT-EOF-SWITCH
           END-IF
           OPEN OUTPUT EXPDDMRF-FILE
           IF WS-EXPDDMRF-OK
               MOVE 'Y' TO WS-DMR-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPDDMRF - STATUS '
                   WS-EXPDDMRF-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-TALLY-ONE-MANDATE - COUNT THE MANDATE UNDER ITS CREDITOR
      *                          WITH ITS LIFETIME USAGE.
      ******************************************************************
       2000-TALLY-ONE-MANDATE.
           ADD 1 TO WS-MANDATES-READ
           MOVE DDM-CREDITOR-ID TO WS-CREDITOR-KEY
           PERFORM 5000-FIND-CREDITOR THRU 5000-EXIT
           IF WS-CREDITOR-SLOT = ZERO
               GO TO 2000-NEXT
           END-IF
           IF DDM-CANCELLED
               ADD 1 TO WS-CRD-CANCELLED(WS-CREDITOR-SLOT)
           ELSE
               ADD 1 TO WS-CRD-ACTIVE(WS-CREDITOR-SLOT)
           END-IF
           ADD DDM-COLLECTION-COUNT
               TO WS-CRD-LIFE-COUNT(WS-CREDITOR-SLOT)
           ADD DDM-COLLECTED-AMOUNT
               TO WS-CRD-LIFE-AMOUNT(WS-CREDITOR-SLOT).
       2000-NEXT.
           PERFORM 2900-READ-NEXT-MANDATE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2900-READ-NEXT-MANDATE.
           READ DDMANDT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DDMANDT-EOF-SWITCH
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TALLY-ONE-CHECK - A MANDATE CHECK FROM TODAY'S EXPCONV
      *                        RUNS, COUNTED AS A COLLECTION LET
      *                        THROUGH OR REFUSED. OLDER DAYS' CHECKS
      *                        ARE PASSED OVER.
      ******************************************************************
       3000-TALLY-ONE-CHECK.
           ADD 1 TO WS-EVENTS-READ
           IF DDE-RUN-DATE NOT = WS-RUN-DATE
               GO TO 3000-NEXT
           END-IF
           ADD 1 TO WS-EVENTS-TODAY
           MOVE DDE-CREDITOR-ID TO WS-CREDITOR-KEY
           PERFORM 5000-FIND-CREDITOR THRU 5000-EXIT
           IF DDE-ACCEPTED
               ADD 1 TO WS-TOT-TODAY-COUNT
               ADD DDE-AMOUNT TO WS-TOT-TODAY-AMOUNT
           ELSE
               ADD 1 TO WS-TOT-REJECT-COUNT
               ADD DDE-AMOUNT TO WS-TOT-REJECT-AMOUNT
           END-IF
           IF WS-CREDITOR-SLOT = ZERO
               GO TO 3000-NEXT
           END-IF
           IF DDE-ACCEPTED
               ADD 1 TO WS-CRD-TODAY-COUNT(WS-CREDITOR-SLOT)
               ADD DDE-AMOUNT TO WS-CRD-TODAY-AMOUNT(WS-CREDITOR-SLOT)
               GO TO 3000-NEXT
           END-IF
           ADD 1 TO WS-CRD-REJECT-COUNT(WS-CREDITOR-SLOT)
           ADD DDE-AMOUNT TO WS-CRD-REJECT-AMOUNT(WS-CREDITOR-SLOT)
           EVALUATE TRUE
               WHEN DDE-OVER-MAXIMUM
                   ADD 1 TO WS-CRD-REJECT-OVER(WS-CREDITOR-SLOT)
               WHEN DDE-AFTER-CANCEL
                   ADD 1 TO WS-CRD-REJECT-CANCEL(WS-CREDITOR-SLOT)
               WHEN OTHER
                   ADD 1 TO WS-CRD-REJECT-NONE(WS-CREDITOR-SLOT)
           END-EVALUATE.
       3000-NEXT.
           PERFORM 3900-READ-NEXT-CHECK THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

       3900-READ-NEXT-CHECK.
           READ DDMEVNT-FILE
               AT END
                   MOVE 'Y' TO WS-DDMEVNT-EOF-SWITCH
           END-READ.
       3900-EXIT.
           EXIT.

      ******************************************************************
      * 4000-WRITE-CREDITOR-LINE - ONE REPORT LINE FOR ONE CREDITOR.
      ******************************************************************
       4000-WRITE-CREDITOR-LINE.
           MOVE WS-CREDITOR-INDEX TO WS-CREDITOR-SLOT
           MOVE WS-CRD-ACTIVE(WS-CREDITOR-SLOT) TO WS-ACTIVE-EDIT
           MOVE WS-CRD-CANCELLED(WS-CREDITOR-SLOT) TO WS-CANCELLED-EDIT
           MOVE WS-CRD-LIFE-COUNT(WS-CREDITOR-SLOT)
               TO WS-LIFE-COUNT-EDIT
           MOVE WS-CRD-LIFE-AMOUNT(WS-CREDITOR-SLOT)
               TO WS-LIFE-AMOUNT-EDIT
           MOVE WS-CRD-TODAY-COUNT(WS-CREDITOR-SLOT)
               TO WS-TODAY-COUNT-EDIT
           MOVE WS-CRD-TODAY-AMOUNT(WS-CREDITOR-SLOT)
               TO WS-TODAY-AMOUNT-EDIT
           MOVE WS-CRD-REJECT-COUNT(WS-CREDITOR-SLOT)
               TO WS-REJECT-COUNT-EDIT
           MOVE WS-CRD-REJECT-AMOUNT(WS-CREDITOR-SLOT)
               TO WS-REJECT-AMOUNT-EDIT
           MOVE WS-CRD-REJECT-NONE(WS-CREDITOR-SLOT)
               TO WS-REJECT-NONE-EDIT
           MOVE WS-CRD-REJECT-OVER(WS-CREDITOR-SLOT)
               TO WS-REJECT-OVER-EDIT
           MOVE WS-CRD-REJECT-CANCEL(WS-CREDITOR-SLOT)
               TO WS-REJECT-CANCEL-EDIT
           DISPLAY V-PN 'CREDITOR ' WS-CRD-CREDITOR-ID(WS-CREDITOR-SLOT)
               ' COLLECTED ' WS-TODAY-COUNT-EDIT
               ' REFUSED ' WS-REJECT-COUNT-EDIT
           IF NOT WS-DMR-IS-OPEN
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO DMR-RECORD
           STRING WS-CRD-CREDITOR-ID(WS-CREDITOR-SLOT)
                      DELIMITED BY SIZE
                  ' MANDATES ACTIVE ' DELIMITED BY SIZE
                  WS-ACTIVE-EDIT DELIMITED BY SIZE
                  ' CANCELLED ' DELIMITED BY SIZE
                  WS-CANCELLED-EDIT DELIMITED BY SIZE
                  ' TODAY COLLECTED ' DELIMITED BY SIZE
                  WS-TODAY-COUNT-EDIT DELIMITED BY SIZE
                  WS-TODAY-AMOUNT-EDIT DELIMITED BY SIZE
                  ' REFUSED ' DELIMITED BY SIZE
                  WS-REJECT-COUNT-EDIT DELIMITED BY SIZE
                  WS-REJECT-AMOUNT-EDIT DELIMITED BY SIZE
                  ' (NONE ' DELIMITED BY SIZE
                  WS-REJECT-NONE-EDIT DELIMITED BY SIZE
                  ' OVER MAX ' DELIMITED BY SIZE
                  WS-REJECT-OVER-EDIT DELIMITED BY SIZE
                  ' CANCELLED ' DELIMITED BY SIZE
                  WS-REJECT-CANCEL-EDIT DELIMITED BY SIZE
                  ') LIFETIME ' DELIMITED BY SIZE
                  WS-LIFE-COUNT-EDIT DELIMITED BY SIZE
                  WS-LIFE-AMOUNT-EDIT DELIMITED BY SIZE
               INTO DMR-RECORD
           END-STRING
           WRITE DMR-RECORD.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-FIND-CREDITOR - THE TABLE SLOT FOR WS-CREDITOR-KEY, ADDING
      *                      ONE IF THE CREDITOR IS NEW. A FULL TABLE
      *                      LEAVES THE SLOT ZERO AND THE ENTRY OUT OF
      *                      THE PER-CREDITOR LINES (CONDITION CODE 4).
      ******************************************************************
       5000-FIND-CREDITOR.
           MOVE ZERO TO WS-CREDITOR-SLOT
           MOVE 'N' TO WS-CREDITOR-FOUND-SWITCH
           PERFORM 5100-COMPARE-CREDITOR
               VARYING WS-CREDITOR-INDEX FROM 1 BY 1
               UNTIL WS-CREDITOR-INDEX > WS-CREDITOR-COUNT
                   OR WS-CREDITOR-FOUND
           IF WS-CREDITOR-FOUND
               GO TO 5000-EXIT
           END-IF
           IF WS-CREDITOR-COUNT NOT < 500
               ADD 1 TO WS-ENTRIES-DROPPED
               IF NOT WS-TABLE-FULL-REPORTED
                   DISPLAY V-PN 'WARNING - MORE THAN 500 CREDITORS - '
                       'LATER CREDITORS LEFT OFF THE REPORT'
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               END-IF
               GO TO 5000-EXIT
           END-IF
           ADD 1 TO WS-CREDITOR-COUNT
           MOVE WS-CREDITOR-COUNT TO WS-CREDITOR-SLOT
           INITIALIZE WS-CREDITOR-ENTRY(WS-CREDITOR-SLOT)
           MOVE WS-CREDITOR-KEY TO WS-CRD-CREDITOR-ID(WS-CREDITOR-SLOT).
       5000-EXIT.
           EXIT.

       5100-COMPARE-CREDITOR.
           IF WS-CRD-CREDITOR-ID(WS-CREDITOR-INDEX) = WS-CREDITOR-KEY
               MOVE WS-CREDITOR-INDEX TO WS-CREDITOR-SLOT
               MOVE 'Y' TO WS-CREDITOR-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * 9000-TERMINATE - TOTALS LINE, CLOSE EVERYTHING, AND SET THE
      *                  CONDITION CODE - 4 WHEN ANY COLLECTION WAS
      *                  REFUSED TODAY OR A CREDITOR WAS LEFT OFF.
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-TOT-TODAY-COUNT TO WS-TODAY-COUNT-EDIT
           MOVE WS-TOT-TODAY-AMOUNT TO WS-TODAY-AMOUNT-EDIT
           MOVE WS-TOT-REJECT-COUNT TO WS-REJECT-COUNT-EDIT
           MOVE WS-TOT-REJECT-AMOUNT TO WS-REJECT-AMOUNT-EDIT
           IF WS-DMR-IS-OPEN
               MOVE SPACES TO DMR-RECORD
               STRING 'TOTAL           ' DELIMITED BY SIZE
                      ' TODAY COLLECTED ' DELIMITED BY SIZE
                      WS-TODAY-COUNT-EDIT DELIMITED BY SIZE
                      WS-TODAY-AMOUNT-EDIT DELIMITED BY SIZE
                      ' REFUSED ' DELIMITED BY SIZE
                      WS-REJECT-COUNT-EDIT DELIMITED BY SIZE
                      WS-REJECT-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO DMR-RECORD
               END-STRING
               WRITE DMR-RECORD
               CLOSE EXPDDMRF-FILE
           END-IF
           IF WS-DDMANDT-OK OR WS-DDMANDT-EOF
               CLOSE DDMANDT-FILE
           END-IF
           IF WS-DDMEVNT-OK OR WS-DDMEVNT-EOF
               CLOSE DDMEVNT-FILE
           END-IF
           DISPLAY V-PN 'MANDATES READ........: ' WS-MANDATES-READ
           DISPLAY V-PN 'CREDITORS REPORTED...: ' WS-CREDITOR-COUNT
           DISPLAY V-PN 'CHECKS READ..........: ' WS-EVENTS-READ
           DISPLAY V-PN 'CHECKS TODAY.........: ' WS-EVENTS-TODAY
           DISPLAY V-PN 'COLLECTIONS LET BY...: ' WS-TOT-TODAY-COUNT
           DISPLAY V-PN 'COLLECTIONS REFUSED..: ' WS-TOT-REJECT-COUNT
           IF WS-ENTRIES-DROPPED > ZERO
               DISPLAY V-PN 'ENTRIES LEFT OFF.....: '
                   WS-ENTRIES-DROPPED
           END-IF
           IF (WS-TOT-REJECT-COUNT > ZERO OR WS-ENTRIES-DROPPED > ZERO)
                   AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
