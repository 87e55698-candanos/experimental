      ******************************************************************
      * PROGRAM-ID : EXPPRESP
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - PARTNER RESPONSE FILE, RUN
      *                    LAST IN THE NIGHTLY EXPCTRL CHAIN. EVERY
      *                    PARTNER RECORD EXPCONV REGISTERED ON PARTREG
      *                    IS ANSWERED ON PARTRESP IN THE PARTNER'S OWN
      *                    LAYOUT AND UNDER THEIR OWN REFERENCE: POSTED,
      *                    REJECTED WITH ITS ERRCODES CODE AND TEXT
      *                    (BY EXPCONV OR BY SUBPGM01), SUSPENDED WITH
      *                    ITS EFFECTIVE DATE, OR HELD - TAKEN FROM THE
      *                    LATEST EXPBATCH OUTCOME FOR ITS TRACE ON
      *                    BATOUTC. A RECORD EXPBATCH HAS NOT YET DEALT
      *                    WITH IS ANSWERED 'U' AND KEPT ON PARTREG TO
      *                    BE ANSWERED AGAIN ONCE IT HAS. HEADER AND
      *                    TRAILER CARRY THE COUNT AND AMOUNT HASH OF
      *                    WHAT THE PARTNER SENT. CONDITION CODE 4 WHEN
      *                    ANY RECORD WAS REJECTED OR IS STILL WAITING;
      *                    8 (WITH PARTREG AND BATOUTC LEFT AS THEY
      *                    WERE) WHEN THE RESPONSE CANNOT BE BUILT.
      * 2026-10-15  DS    CARRY TABLE WIDENED TO THE 211-BYTE PARTREG
      *                    RECORD - THE PARTNER IMAGE NOW INCLUDES ITS
      *                    REMITTANCE FIELDS, ECHOED BACK AS SENT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPPRESP.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTREG-FILE ASSIGN TO 'PARTREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTREG-STATUS.
           SELECT BATOUTC-FILE ASSIGN TO 'BATOUTC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATOUTC-STATUS.
           SELECT PARTRESP-FILE ASSIGN TO 'PARTRESP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTRESP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTREG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY PARTREG.

       FD  BATOUTC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY BATOUTC.

       FD  PARTRESP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY PARTRESP.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPPRESP->'.

      *    THE PARTNER RECORD IMAGE FROM PARTREG, TAKEN APART.
           COPY PARTTRAN.

       01  WS-FILE-STATUSES.
           05  WS-PARTREG-STATUS           PIC X(02) VALUE '00'.
               88  WS-PARTREG-OK               VALUE '00'.
               88  WS-PARTREG-EOF              VALUE '10'.
           05  WS-BATOUTC-STATUS           PIC X(02) VALUE '00'.
               88  WS-BATOUTC-OK               VALUE '00'.
               88  WS-BATOUTC-EOF              VALUE '10'.
           05  WS-PARTRESP-STATUS          PIC X(02) VALUE '00'.
               88  WS-PARTRESP-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-PARTREG-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-PARTREG-EOF-REACHED      VALUE 'Y'.
           05  WS-BATOUTC-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-BATOUTC-EOF-REACHED      VALUE 'Y'.
           05  WS-PARTREG-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PARTREG-IS-OPEN          VALUE 'Y'.
           05  WS-PARTRESP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-PARTRESP-IS-OPEN         VALUE 'Y'.
           05  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUE 'Y'.
           05  WS-OUTCOME-FOUND-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-OUTCOME-FOUND            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-OUTCOMES-READ            PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-WAITING          PIC 9(07) COMP VALUE ZERO.
           05  WS-DETAILS-WRITTEN          PIC 9(07) COMP VALUE ZERO.
           05  WS-STILL-WAITING-QUIET      PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

      *    A CCYYMMDD DATE TURNED ROUND INTO THE PARTNER'S MMDDYYYY.
       01  WS-DATE-CCYYMMDD                PIC 9(08) VALUE ZERO.
       01  WS-DATE-CCYYMMDD-R REDEFINES WS-DATE-CCYYMMDD.
           05  WS-DATE-CCYY                PIC 9(04).
           05  WS-DATE-MM                  PIC 9(02).
           05  WS-DATE-DD                  PIC 9(02).
       01  WS-DATE-MMDDYYYY.
           05  WS-PTR-MM                   PIC 9(02).
           05  WS-PTR-DD                   PIC 9(02).
           05  WS-PTR-CCYY                 PIC 9(04).
       01  WS-DATE-MMDDYYYY-N REDEFINES WS-DATE-MMDDYYYY
                                           PIC 9(08).

       01  WS-ABS-AMOUNT                   PIC 9(09)V99 VALUE ZERO.

      ******************************************************************
      * WS-RESPONSE-TOTALS - THE RECEIVED COUNT AND HASH (NEW RECORDS
      * ONLY) FOR THE HEADER AND TRAILER, AND THE COUNT OF EACH
      * OUTCOME OVER EVERY DETAIL WRITTEN.
      ******************************************************************
       01  WS-RESPONSE-TOTALS.
           05  WS-RECEIVED-COUNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-RECEIVED-HASH            PIC 9(15)V99 COMP-3
                                            VALUE ZERO.
           05  WS-POSTED-COUNT             PIC 9(09) COMP VALUE ZERO.
           05  WS-REJECTED-COUNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-SUSPENDED-COUNT          PIC 9(09) COMP VALUE ZERO.
           05  WS-HELD-COUNT               PIC 9(09) COMP VALUE ZERO.
           05  WS-UNRESOLVED-COUNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-REPEAT-COUNT             PIC 9(09) COMP VALUE ZERO.

      ******************************************************************
      * WS-OUTCOME-TABLE - THE LATEST EXPBATCH OUTCOME FOR EACH TRACE
      * ON BATOUTC. A RESTARTED OR REPEATED RUN LOGS THE SAME TRACE
      * AGAIN; THE LATER ENTRY REPLACES THE EARLIER ONE.
      ******************************************************************
       01  WS-OUTCOME-CONTROL.
           05  WS-OUTCOME-COUNT            PIC 9(05) COMP VALUE ZERO.
           05  WS-OUTCOME-INDEX            PIC 9(05) COMP VALUE ZERO.
           05  WS-OUTCOME-SLOT             PIC 9(05) COMP VALUE ZERO.
           05  WS-OUTCOME-KEY              PIC X(16) VALUE SPACES.
       01  WS-OUTCOME-TABLE.
           05  WS-OUTCOME-ENTRY            OCCURS 5000 TIMES.
               10  WS-OUT-TRACE-ID         PIC X(16).
               10  WS-OUT-OUTCOME          PIC X(01).
               10  WS-OUT-RETURN-CODE      PIC 9(02).
               10  WS-OUT-REASON           PIC X(40).
               10  WS-OUT-EFFECTIVE-DATE   PIC 9(08).

      ******************************************************************
      * WS-CARRY-TABLE - PARTREG ENTRIES STILL WAITING ON AN EXPBATCH
      * OUTCOME, WRITTEN BACK TO PARTREG AT THE END OF THE RUN.
      ******************************************************************
       01  WS-CARRY-CONTROL.
           05  WS-CARRY-COUNT              PIC 9(05) COMP VALUE ZERO.
           05  WS-CARRY-INDEX              PIC 9(05) COMP VALUE ZERO.
       01  WS-CARRY-TABLE.
           05  WS-CARRY-ENTRY              OCCURS 2000 TIMES
                                            PIC X(211).

       01  WS-TOTAL-EDITS.
           05  WS-COUNT-EDIT               PIC ZZZZZZ9.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ANSWER-ONE-ENTRY THRU 2000-EXIT
               UNTIL WS-PARTREG-EOF-REACHED
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - LOAD THE OUTCOMES, COUNT WHAT THE PARTNER
      *                   SENT FOR THE HEADER, THEN OPEN THE RESPONSE
      *                   AND START THROUGH PARTREG A SECOND TIME. A
      *                   FULL TABLE REFUSES THE RUN BEFORE ANYTHING
      *                   IS WRITTEN, SO NOTHING IS LOST FROM EITHER
      *                   INPUT. EITHER INPUT MAY BE ABSENT ON A
      *                   NIGHT NOTHING CAME IN.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'Y' TO WS-PARTREG-EOF-SWITCH
           PERFORM 1100-LOAD-OUTCOMES THRU 1100-EXIT
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-PRESCAN-REGISTER THRU 1200-EXIT
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT PARTRESP-FILE
           IF NOT WS-PARTRESP-OK
               DISPLAY V-PN 'UNABLE TO OPEN PARTRESP - STATUS '
                   WS-PARTRESP-STATUS
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-PARTRESP-OPEN-SWITCH
           MOVE SPACES TO PARTRESP-RECORD
           MOVE 'HDR' TO PRS-RECORD-TYPE
           PERFORM 8000-FILL-CONTROL-TOTALS THRU 8000-EXIT
           WRITE PARTRESP-RECORD
           OPEN INPUT PARTREG-FILE
           IF WS-PARTREG-OK
               MOVE 'Y' TO WS-PARTREG-OPEN-SWITCH
               MOVE 'N' TO WS-PARTREG-EOF-SWITCH
               PERFORM 2900-READ-NEXT-ENTRY THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-OUTCOMES - EVERY EXPBATCH OUTCOME SINCE THE LAST
      *                      RESPONSE, LATEST PER TRACE.
      ******************************************************************
       1100-LOAD-OUTCOMES.
           OPEN INPUT BATOUTC-FILE
           IF NOT WS-BATOUTC-OK
               DISPLAY V-PN 'BATOUTC UNAVAILABLE - STATUS '
                   WS-BATOUTC-STATUS ' - NO EXPBATCH OUTCOMES'
               GO TO 1100-EXIT
           END-IF
           PERFORM 1190-READ-NEXT-OUTCOME THRU 1190-EXIT
           PERFORM 1150-STORE-ONE-OUTCOME THRU 1150-EXIT
               UNTIL WS-BATOUTC-EOF-REACHED
           CLOSE BATOUTC-FILE.
       1100-EXIT.
           EXIT.

       1150-STORE-ONE-OUTCOME.
           ADD 1 TO WS-OUTCOMES-READ
           MOVE BOC-TRACE-ID TO WS-OUTCOME-KEY
           PERFORM 5000-FIND-OUTCOME THRU 5000-EXIT
           IF NOT WS-OUTCOME-FOUND
               IF WS-OUTCOME-COUNT NOT < 5000
                   DISPLAY V-PN 'MORE THAN 5000 OUTCOMES ON BATOUTC - '
                       'RESPONSE NOT BUILT, INPUTS LEFT UNTOUCHED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   MOVE 'Y' TO WS-BATOUTC-EOF-SWITCH
                   GO TO 1150-EXIT
               END-IF
               ADD 1 TO WS-OUTCOME-COUNT
               MOVE WS-OUTCOME-COUNT TO WS-OUTCOME-SLOT
           END-IF
           MOVE BOC-TRACE-ID TO WS-OUT-TRACE-ID(WS-OUTCOME-SLOT)
           MOVE BOC-OUTCOME TO WS-OUT-OUTCOME(WS-OUTCOME-SLOT)
           MOVE BOC-RETURN-CODE TO WS-OUT-RETURN-CODE(WS-OUTCOME-SLOT)
           MOVE BOC-REASON TO WS-OUT-REASON(WS-OUTCOME-SLOT)
           MOVE BOC-EFFECTIVE-DATE
               TO WS-OUT-EFFECTIVE-DATE(WS-OUTCOME-SLOT)
           PERFORM 1190-READ-NEXT-OUTCOME THRU 1190-EXIT.
       1150-EXIT.
           EXIT.

       1190-READ-NEXT-OUTCOME.
           READ BATOUTC-FILE
               AT END
                   MOVE 'Y' TO WS-BATOUTC-EOF-SWITCH
           END-READ.
       1190-EXIT.
           EXIT.

      ******************************************************************
      * 1200-PRESCAN-REGISTER - FIRST PASS OVER PARTREG: THE COUNT AND
      *                         HASH OF THE NEW PARTNER RECORDS FOR THE
      *                         HEADER, AND HOW MANY WILL STILL BE
      *                         WAITING - WHICH MUST FIT THE CARRY
      *                         TABLE.
      ******************************************************************
       1200-PRESCAN-REGISTER.
           OPEN INPUT PARTREG-FILE
           IF NOT WS-PARTREG-OK
               DISPLAY V-PN 'PARTREG UNAVAILABLE - STATUS '
                   WS-PARTREG-STATUS ' - NO PARTNER RECORDS TO ANSWER'
               GO TO 1200-EXIT
           END-IF
           MOVE 'N' TO WS-PARTREG-EOF-SWITCH
           PERFORM 2900-READ-NEXT-ENTRY THRU 2900-EXIT
           PERFORM 1250-PRESCAN-ONE-ENTRY THRU 1250-EXIT
               UNTIL WS-PARTREG-EOF-REACHED
           CLOSE PARTREG-FILE
           IF WS-ENTRIES-WAITING > 2000
               DISPLAY V-PN 'MORE THAN 2000 PARTNER RECORDS STILL '
                   'WAITING - RESPONSE NOT BUILT, INPUTS LEFT UNTOUCHED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
           END-IF
           MOVE 'Y' TO WS-PARTREG-EOF-SWITCH.
       1200-EXIT.
           EXIT.

       1250-PRESCAN-ONE-ENTRY.
           IF NOT PRG-ALREADY-REPORTED
               MOVE PRG-PARTNER-IMAGE TO PARTTRAN-RECORD
               ADD 1 TO WS-RECEIVED-COUNT
               MOVE PRT-AMOUNT TO WS-ABS-AMOUNT
               ADD WS-ABS-AMOUNT TO WS-RECEIVED-HASH
           END-IF
           IF PRG-CONVERTED
               MOVE PRG-TRACE-ID TO WS-OUTCOME-KEY
               PERFORM 5000-FIND-OUTCOME THRU 5000-EXIT
               IF NOT WS-OUTCOME-FOUND
                   ADD 1 TO WS-ENTRIES-WAITING
               END-IF
           END-IF
           PERFORM 2900-READ-NEXT-ENTRY THRU 2900-EXIT.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ANSWER-ONE-ENTRY - ONE DETAIL RECORD FOR ONE PARTNER
      *                         RECORD. ONE REFUSED BY EXPCONV IS
      *                         ANSWERED WITH EXPCONV'S CODE AND
      *                         REASON; ONE CONVERTED TAKES ITS
      *                         EXPBATCH OUTCOME. ONE STILL WAITING IS
      *                         ANSWERED 'U' THE FIRST TIME ONLY AND
      *                         CARRIED FORWARD EITHER WAY.
      ******************************************************************
       2000-ANSWER-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-READ
           MOVE PRG-PARTNER-IMAGE TO PARTTRAN-RECORD
           MOVE SPACES TO PARTRESP-RECORD
           MOVE 'DTL' TO PRS-RECORD-TYPE
           MOVE PRT-TRACE-ID TO PRS-PARTNER-REFERENCE
           MOVE PRG-PARTNER-IMAGE TO PRS-PARTNER-RECORD
           MOVE PRG-TRACE-ID TO PRS-OUR-REFERENCE
           MOVE ZERO TO PRS-RETURN-CODE
           MOVE ZERO TO PRS-EFFECTIVE-DATE
           IF PRG-ALREADY-REPORTED
               MOVE 'Y' TO PRS-REPEAT-SW
           ELSE
               MOVE 'N' TO PRS-REPEAT-SW
           END-IF
           IF PRG-REFUSED
               MOVE 'R' TO PRS-STATUS
               MOVE PRG-RETURN-CODE TO PRS-RETURN-CODE
               MOVE PRG-REASON TO PRS-REASON-TEXT
               PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
               GO TO 2000-NEXT
           END-IF
           MOVE PRG-TRACE-ID TO WS-OUTCOME-KEY
           PERFORM 5000-FIND-OUTCOME THRU 5000-EXIT
           IF NOT WS-OUTCOME-FOUND
               PERFORM 2200-CARRY-FORWARD THRU 2200-EXIT
               GO TO 2000-NEXT
           END-IF
           MOVE WS-OUT-OUTCOME(WS-OUTCOME-SLOT) TO PRS-STATUS
           MOVE WS-OUT-RETURN-CODE(WS-OUTCOME-SLOT) TO PRS-RETURN-CODE
           MOVE WS-OUT-REASON(WS-OUTCOME-SLOT) TO PRS-REASON-TEXT
           IF PRS-SUSPENDED
               MOVE WS-OUT-EFFECTIVE-DATE(WS-OUTCOME-SLOT)
                   TO WS-DATE-CCYYMMDD
               PERFORM 8100-TO-PARTNER-DATE THRU 8100-EXIT
               MOVE WS-DATE-MMDDYYYY-N TO PRS-EFFECTIVE-DATE
           END-IF
           PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.
       2000-NEXT.
           PERFORM 2900-READ-NEXT-ENTRY THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CARRY-FORWARD - NO EXPBATCH OUTCOME YET. THE PARTNER HEARS
      *                      'U' ONCE; THE ENTRY GOES BACK ON PARTREG
      *                      MARKED AS REPORTED UNTIL ITS OUTCOME COMES.
      ******************************************************************
       2200-CARRY-FORWARD.
           IF PRG-ALREADY-REPORTED
               ADD 1 TO WS-STILL-WAITING-QUIET
           ELSE
               MOVE 'U' TO PRS-STATUS
               MOVE 'NOT YET PROCESSED - WILL BE ANSWERED'
                   TO PRS-REASON-TEXT
               PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
               MOVE 'Y' TO PRG-REPORTED-SW
           END-IF
           ADD 1 TO WS-CARRY-COUNT
           MOVE PARTREG-RECORD TO WS-CARRY-ENTRY(WS-CARRY-COUNT).
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2500-WRITE-DETAIL - WRITE THE DETAIL NOW BUILT AND COUNT IT.
      ******************************************************************
       2500-WRITE-DETAIL.
           EVALUATE TRUE
               WHEN PRS-POSTED
                   ADD 1 TO WS-POSTED-COUNT
               WHEN PRS-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN PRS-SUSPENDED
                   ADD 1 TO WS-SUSPENDED-COUNT
               WHEN PRS-HELD
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UNRESOLVED-COUNT
           END-EVALUATE
           IF PRS-REPEAT-ANSWER
               ADD 1 TO WS-REPEAT-COUNT
           END-IF
           WRITE PARTRESP-RECORD
           ADD 1 TO WS-DETAILS-WRITTEN.
       2500-EXIT.
           EXIT.

       2900-READ-NEXT-ENTRY.
           READ PARTREG-FILE
               AT END
                   MOVE 'Y' TO WS-PARTREG-EOF-SWITCH
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 5000-FIND-OUTCOME - THE TABLE SLOT HOLDING WS-OUTCOME-KEY, IF
      *                     ANY.
      ******************************************************************
       5000-FIND-OUTCOME.
           MOVE ZERO TO WS-OUTCOME-SLOT
           MOVE 'N' TO WS-OUTCOME-FOUND-SWITCH
           PERFORM 5100-COMPARE-OUTCOME
               VARYING WS-OUTCOME-INDEX FROM 1 BY 1
               UNTIL WS-OUTCOME-INDEX > WS-OUTCOME-COUNT
                   OR WS-OUTCOME-FOUND.
       5000-EXIT.
           EXIT.

       5100-COMPARE-OUTCOME.
           IF WS-OUT-TRACE-ID(WS-OUTCOME-INDEX) = WS-OUTCOME-KEY
               MOVE WS-OUTCOME-INDEX TO WS-OUTCOME-SLOT
               MOVE 'Y' TO WS-OUTCOME-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * 8000-FILL-CONTROL-TOTALS - THE HEADER/TRAILER CONTROL FIELDS.
      ******************************************************************
       8000-FILL-CONTROL-TOTALS.
           MOVE WS-RUN-DATE TO WS-DATE-CCYYMMDD
           PERFORM 8100-TO-PARTNER-DATE THRU 8100-EXIT
           MOVE WS-DATE-MMDDYYYY-N TO PRS-FILE-DATE
           MOVE WS-RECEIVED-COUNT TO PRS-RECORD-COUNT
           MOVE WS-RECEIVED-HASH TO PRS-AMOUNT-TOTAL
           MOVE WS-POSTED-COUNT TO PRS-POSTED-COUNT
           MOVE WS-REJECTED-COUNT TO PRS-REJECTED-COUNT
           MOVE WS-SUSPENDED-COUNT TO PRS-SUSPENDED-COUNT
           MOVE WS-HELD-COUNT TO PRS-HELD-COUNT
           MOVE WS-UNRESOLVED-COUNT TO PRS-UNRESOLVED-COUNT
           MOVE WS-REPEAT-COUNT TO PRS-REPEAT-COUNT.
       8000-EXIT.
           EXIT.

       8100-TO-PARTNER-DATE.
           MOVE WS-DATE-MM TO WS-PTR-MM
           MOVE WS-DATE-DD TO WS-PTR-DD
           MOVE WS-DATE-CCYY TO WS-PTR-CCYY.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - TRAILER AND CLOSE, THEN - ONLY WHEN THE
      *                  RESPONSE WAS BUILT - PUT THE WAITING ENTRIES
      *                  BACK ON PARTREG AND EMPTY BATOUTC. CONDITION
      *                  CODE 4 WHEN ANYTHING WAS REJECTED OR IS STILL
      *                  WAITING, 8 WHEN NO RESPONSE WAS BUILT.
      ******************************************************************
       9000-TERMINATE.
           IF WS-PARTREG-IS-OPEN
               CLOSE PARTREG-FILE
           END-IF
           IF WS-PARTRESP-IS-OPEN
               MOVE SPACES TO PARTRESP-RECORD
               MOVE 'TRL' TO PRS-RECORD-TYPE
               PERFORM 8000-FILL-CONTROL-TOTALS THRU 8000-EXIT
               WRITE PARTRESP-RECORD
               CLOSE PARTRESP-FILE
           END-IF
           IF WS-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF
           IF WS-REJECTED-COUNT > ZERO OR WS-CARRY-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9100-REWRITE-REGISTER THRU 9100-EXIT
           OPEN OUTPUT BATOUTC-FILE
           IF WS-BATOUTC-OK
               CLOSE BATOUTC-FILE
           ELSE
               DISPLAY V-PN 'UNABLE TO EMPTY BATOUTC - STATUS '
                   WS-BATOUTC-STATUS
           END-IF
           MOVE WS-RECEIVED-COUNT TO WS-COUNT-EDIT
           DISPLAY V-PN 'PARTNER RECORDS RECEIVED: ' WS-COUNT-EDIT
           MOVE WS-DETAILS-WRITTEN TO WS-COUNT-EDIT
           DISPLAY V-PN 'RESPONSES WRITTEN.......: ' WS-COUNT-EDIT
           MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT
           DISPLAY V-PN '  POSTED................: ' WS-COUNT-EDIT
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
           DISPLAY V-PN '  REJECTED..............: ' WS-COUNT-EDIT
           MOVE WS-SUSPENDED-COUNT TO WS-COUNT-EDIT
           DISPLAY V-PN '  SUSPENDED.............: ' WS-COUNT-EDIT
           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
           DISPLAY V-PN '  HELD..................: ' WS-COUNT-EDIT
           MOVE WS-UNRESOLVED-COUNT TO WS-COUNT-EDIT
           DISPLAY V-PN '  NOT YET PROCESSED.....: ' WS-COUNT-EDIT
           MOVE WS-REPEAT-COUNT TO WS-COUNT-EDIT
           DISPLAY V-PN '  OF WHICH REPEATS......: ' WS-COUNT-EDIT
           MOVE WS-CARRY-COUNT TO WS-COUNT-EDIT
           DISPLAY V-PN 'CARRIED TO NEXT RESPONSE: ' WS-COUNT-EDIT.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-REWRITE-REGISTER - PARTREG KEEPS ONLY THE ENTRIES STILL
      *                         WAITING ON EXPBATCH.
      ******************************************************************
       9100-REWRITE-REGISTER.
           OPEN OUTPUT PARTREG-FILE
           IF NOT WS-PARTREG-OK
               DISPLAY V-PN 'UNABLE TO REWRITE PARTREG - STATUS '
                   WS-PARTREG-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 9100-EXIT
           END-IF
           PERFORM 9150-WRITE-CARRIED-ENTRY THRU 9150-EXIT
               VARYING WS-CARRY-INDEX FROM 1 BY 1
               UNTIL WS-CARRY-INDEX > WS-CARRY-COUNT
           CLOSE PARTREG-FILE.
       9100-EXIT.
           EXIT.

       9150-WRITE-CARRIED-ENTRY.
           MOVE WS-CARRY-ENTRY(WS-CARRY-INDEX) TO PARTREG-RECORD
           WRITE PARTREG-RECORD.
       9150-EXIT.
           EXIT.
