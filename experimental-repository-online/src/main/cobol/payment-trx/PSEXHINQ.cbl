      ******************************************************************
      * PROGRAM-ID : PSEXHINQ
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - AS-OF-DATE BALANCE
      *                    INQUIRY, CALLABLE THE SAME WAY PSEXBINQ IS.
      *                    PSEXBINQ ANSWERS WHAT AN ACCOUNT HOLDS NOW;
      *                    THIS ANSWERS WHAT IT HELD AT CLOSE OF
      *                    BUSINESS ON A PAST DATE, BY THE SAME RULES
      *                    AS THE EXPASOF CERTIFIED EXTRACT - THE LAST
      *                    DATED BALSNAP COPY CATALOGED ON EXPSNPCAT
      *                    BEFORE THE DATE, ROLLED FORWARD THROUGH THE
      *                    CLEANLY POSTED TRANARCH AND TRANLOG ENTRIES
      *                    UP TO THE DATE, AND PROVEN AGAINST THE
      *                    DATE'S OWN SNAPSHOT WHERE THERE IS ONE. A
      *                    CHANGE TO THE RULES IN EITHER PROGRAM MUST
      *                    BE MADE IN BOTH. ALSO HANDS BACK WHETHER A
      *                    FREEZE STOOD AGAINST THE ACCOUNT THAT DAY
      *                    AND HOW MANY STOP PAYMENTS AND COMPLIANCE
      *                    HOLDS HAD BEEN PLACED AND NOT EXPIRED BY
      *                    IT. REFUSES (08) A DATE NOT YET CLOSED, A
      *                    DATE WITH NO SNAPSHOT BEFORE IT, OR ONE
      *                    WHOSE POSTING HISTORY CANNOT BE READ -
      *                    RATHER THAN QUOTE A FIGURE MISSING ENTRIES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEXHINQ.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT SNAPCAT-FILE ASSIGN TO 'EXPSNPCAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPCAT-STATUS.
           SELECT SNAPBSN-FILE ASSIGN TO WS-SNAP-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPBSN-STATUS.
           SELECT TRANARCH-FILE ASSIGN TO 'TRANARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANARCH-STATUS.
           SELECT TRANLOG-FILE ASSIGN TO 'TRANLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT FRZAUDT-FILE ASSIGN TO 'FRZAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRZAUDT-STATUS.
           SELECT ACCTFRZ-FILE ASSIGN TO 'ACCTFRZ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRZ-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTFRZ-STATUS.
           SELECT STOPPAY-FILE ASSIGN TO 'STOPPAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STOPPAY-STATUS.
           SELECT CMPHOLD-FILE ASSIGN TO 'CMPHOLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMPHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMSTR.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY BUSDCTL.

       FD  SNAPCAT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY SNAPCAT.

       FD  SNAPBSN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    A DATED BALSNAP COPY TAKEN BY EXPSNAP - THE DSNAME COMES
      *    FROM THE CATALOG.
           COPY BALSNAP.

       FD  TRANARCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    FLAT TRANLOG IMAGES MOVED HERE BY EXPARCPG.
       01  TRANARCH-RECORD                PIC X(112).

       FD  TRANLOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TLOGREC.

       FD  FRZAUDT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY FRZAUDT.

       FD  ACCTFRZ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTFRZ.

       FD  STOPPAY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY STOPPAY.

       FD  CMPHOLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CMPHOLD.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'PSEXHINQ->'.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-SNAPCAT-STATUS           PIC X(02) VALUE '00'.
               88  WS-SNAPCAT-OK               VALUE '00'.
               88  WS-SNAPCAT-EOF               VALUE '10'.
           05  WS-SNAPBSN-STATUS           PIC X(02) VALUE '00'.
               88  WS-SNAPBSN-OK               VALUE '00'.
               88  WS-SNAPBSN-EOF               VALUE '10'.
           05  WS-TRANARCH-STATUS          PIC X(02) VALUE '00'.
               88  WS-TRANARCH-OK              VALUE '00'.
               88  WS-TRANARCH-EOF              VALUE '10'.
           05  WS-TRANLOG-STATUS           PIC X(02) VALUE '00'.
               88  WS-TRANLOG-OK               VALUE '00'.
               88  WS-TRANLOG-EOF               VALUE '10'.
           05  WS-FRZAUDT-STATUS           PIC X(02) VALUE '00'.
               88  WS-FRZAUDT-OK               VALUE '00'.
               88  WS-FRZAUDT-EOF               VALUE '10'.
           05  WS-ACCTFRZ-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTFRZ-OK               VALUE '00'.
           05  WS-STOPPAY-STATUS           PIC X(02) VALUE '00'.
               88  WS-STOPPAY-OK               VALUE '00'.
               88  WS-STOPPAY-EOF               VALUE '10'.
           05  WS-CMPHOLD-STATUS           PIC X(02) VALUE '00'.
               88  WS-CMPHOLD-OK               VALUE '00'.
               88  WS-CMPHOLD-EOF               VALUE '10'.

       01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
       01  WS-SNAP-LINE-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-SNAP-LINE-FOUND              VALUE 'Y'.

      ******************************************************************
      * WS-SNAPSHOTS - THE STARTING SNAPSHOT AND THE DATE'S OWN, PICKED
      * FROM THE CATALOG THE SAME WAY EXPASOF PICKS THEM.
      ******************************************************************
       01  WS-SNAPSHOTS.
           05  WS-SNAP-DSNAME              PIC X(20) VALUE SPACES.
           05  WS-START-DATE               PIC 9(08) VALUE ZERO.
           05  WS-START-DSNAME             PIC X(20) VALUE SPACES.
           05  WS-CLOSE-DSNAME             PIC X(20) VALUE SPACES.
           05  WS-SNAP-BALANCE             PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

       01  WS-TOTALS.
           05  WS-RUNNING-BALANCE          PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-NET-MOVEMENT             PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-ENTRY-COUNT              PIC 9(05) COMP VALUE ZERO.
           05  WS-HOLD-COUNT               PIC 9(03) COMP VALUE ZERO.

      ******************************************************************
      * WS-FREEZE-STATE - THE FREEZE AS FRZAUDT LEAVES IT ON THE DATE,
      * REPLAYED AS IN EXPASOF.
      ******************************************************************
       01  WS-FREEZE-STATE.
           05  WS-FZS-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-FZS-IN-FORCE             VALUE 'Y'.
           05  WS-FZS-EXPIRY-DATE          PIC 9(08) VALUE ZERO.

           COPY SUBPRM01.

       LINKAGE SECTION.
           COPY PHIQCOMM.

      ******************************************************************
      * 0000-MAINLINE - FIND THE STARTING SNAPSHOT, ROLL FORWARD TO
      *                 THE DATE, PROVE, AND COUNT WHAT STOOD AGAINST
      *                 THE ACCOUNT.
      ******************************************************************
       PROCEDURE DIVISION USING PSEXHINQ-COMMAREA.

       0000-MAINLINE.
           MOVE ZERO TO PHQ-RETURN-CODE
           MOVE SPACES TO PHQ-REJECT-REASON
           MOVE ZERO TO PHQ-SNAPSHOT-DATE
           MOVE ZERO TO PHQ-OPENING-BALANCE
           MOVE ZERO TO PHQ-ENTRY-COUNT
           MOVE ZERO TO PHQ-NET-MOVEMENT
           MOVE ZERO TO PHQ-AS-OF-BALANCE
           MOVE SPACE TO PHQ-PROOF-SW
           MOVE SPACES TO PHQ-ACCOUNT-CURRENCY
           MOVE 'N' TO PHQ-FREEZE-SW
           MOVE ZERO TO PHQ-HOLD-COUNT
           MOVE ZERO TO WS-START-DATE
           MOVE SPACES TO WS-START-DSNAME
           MOVE SPACES TO WS-CLOSE-DSNAME
           MOVE ZERO TO WS-NET-MOVEMENT
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE 'N' TO WS-FZS-SWITCH
           IF PHQ-ACCOUNT-NUMBER = SPACES OR LOW-VALUES
               MOVE 08 TO PHQ-RETURN-CODE
               MOVE 'ACCOUNT NUMBER IS BLANK' TO PHQ-REJECT-REASON
               GOBACK
           END-IF
           IF PHQ-AS-OF-DATE NOT NUMERIC OR PHQ-AS-OF-DATE = ZERO
               MOVE 08 TO PHQ-RETURN-CODE
               MOVE 'AS-OF DATE IS INVALID' TO PHQ-REJECT-REASON
               GOBACK
           END-IF
           PERFORM 1000-CHECK-DATE THRU 1000-EXIT
           IF PHQ-REJECTED
               GOBACK
           END-IF
           PERFORM 2000-FIND-SNAPSHOTS THRU 2000-EXIT
           IF PHQ-REJECTED
               GOBACK
           END-IF
           PERFORM 2500-LOAD-OPENING-BALANCE THRU 2500-EXIT
           IF PHQ-REJECTED
               GOBACK
           END-IF
           PERFORM 3000-ROLL-FORWARD THRU 3000-EXIT
           IF PHQ-REJECTED
               GOBACK
           END-IF
           PERFORM 4000-PROVE-CLOSING-BALANCE THRU 4000-EXIT
           PERFORM 5000-CHECK-FREEZE THRU 5000-EXIT
           PERFORM 6000-COUNT-HOLDS THRU 6000-EXIT
           MOVE WS-ENTRY-COUNT TO PHQ-ENTRY-COUNT
           MOVE WS-NET-MOVEMENT TO PHQ-NET-MOVEMENT
           MOVE WS-RUNNING-BALANCE TO PHQ-AS-OF-BALANCE
           MOVE WS-HOLD-COUNT TO PHQ-HOLD-COUNT
           DISPLAY V-PN 'ACCOUNT ' PHQ-ACCOUNT-NUMBER ' AS OF '
               PHQ-AS-OF-DATE ' BALANCE ' PHQ-AS-OF-BALANCE
           GOBACK.

      ******************************************************************
      * 1000-CHECK-DATE - THE DATE MUST NOT BE LATER THAN THE OPEN
      *                   BUSINESS DATE; THE ACCOUNT'S CURRENCY IS
      *                   PICKED UP IF IT IS STILL ON THE MASTER. AN
      *                   ACCOUNT SINCE PURGED CAN STILL BE ANSWERED.
      ******************************************************************
       1000-CHECK-DATE.
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
           IF PHQ-AS-OF-DATE > WS-BUSINESS-DATE
               MOVE 08 TO PHQ-RETURN-CODE
               MOVE 'AS-OF DATE IS AFTER THE BUSINESS DATE'
                   TO PHQ-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               GO TO 1000-EXIT
           END-IF
           MOVE PHQ-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCTMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT ACM-BASE-CURRENCY-ACCOUNT
                       MOVE ACM-ACCOUNT-CURRENCY
                           TO PHQ-ACCOUNT-CURRENCY
                   END-IF
           END-READ
           CLOSE ACCTMST-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-FIND-SNAPSHOTS - THE LAST BALSNAP COPY CATALOGED BEFORE
      *                       THE DATE, AND THE DATE'S OWN IF THERE IS
      *                       ONE. THE LAST ENTRY FOR A DATE WINS.
      ******************************************************************
       2000-FIND-SNAPSHOTS.
           OPEN INPUT SNAPCAT-FILE
           IF NOT WS-SNAPCAT-OK
               MOVE 08 TO PHQ-RETURN-CODE
               MOVE 'SNAPSHOT CATALOG UNAVAILABLE'
                   TO PHQ-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-CATALOG-ENTRY THRU 2100-EXIT
               UNTIL WS-SNAPCAT-EOF
           CLOSE SNAPCAT-FILE
           IF WS-START-DATE = ZERO
               MOVE 08 TO PHQ-RETURN-CODE
               MOVE 'NO BALANCE SNAPSHOT BEFORE THE DATE'
                   TO PHQ-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           IF PHQ-AS-OF-DATE = WS-BUSINESS-DATE AND
                   WS-CLOSE-DSNAME = SPACES
               MOVE 08 TO PHQ-RETURN-CODE
               MOVE 'BUSINESS DATE IS NOT YET CLOSED'
                   TO PHQ-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           MOVE WS-START-DATE TO PHQ-SNAPSHOT-DATE.
       2000-EXIT.
           EXIT.

       2100-READ-CATALOG-ENTRY.
           READ SNAPCAT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SNC-FILE-ID = 'BALSNAP' AND
                           SNC-BUSINESS-DATE NUMERIC
                       IF SNC-BUSINESS-DATE = PHQ-AS-OF-DATE
                           MOVE SNC-SNAP-DSNAME TO WS-CLOSE-DSNAME
                       END-IF
                       IF SNC-BUSINESS-DATE < PHQ-AS-OF-DATE AND
                               SNC-BUSINESS-DATE NOT < WS-START-DATE
                           MOVE SNC-BUSINESS-DATE TO WS-START-DATE
                           MOVE SNC-SNAP-DSNAME TO WS-START-DSNAME
                       END-IF
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LOAD-OPENING-BALANCE - THE ACCOUNT'S LINE ON THE STARTING
      *                             SNAPSHOT; NO LINE OPENS AT ZERO.
      ******************************************************************
       2500-LOAD-OPENING-BALANCE.
           MOVE WS-START-DSNAME TO WS-SNAP-DSNAME
           PERFORM 2600-FIND-SNAPSHOT-LINE THRU 2600-EXIT
           IF NOT WS-SNAPBSN-OK
               MOVE 08 TO PHQ-RETURN-CODE
               MOVE 'STARTING SNAPSHOT UNAVAILABLE'
                   TO PHQ-REJECT-REASON
               GO TO 2500-EXIT
           END-IF
           MOVE WS-SNAP-BALANCE TO PHQ-OPENING-BALANCE
           MOVE WS-SNAP-BALANCE TO WS-RUNNING-BALANCE.
       2500-EXIT.
           EXIT.

       2600-FIND-SNAPSHOT-LINE.
           MOVE ZERO TO WS-SNAP-BALANCE
           MOVE 'N' TO WS-SNAP-LINE-SWITCH
           OPEN INPUT SNAPBSN-FILE
           IF NOT WS-SNAPBSN-OK
               GO TO 2600-EXIT
           END-IF
           PERFORM 2650-READ-SNAPSHOT-LINE THRU 2650-EXIT
               UNTIL WS-SNAPBSN-EOF OR WS-SNAP-LINE-FOUND
           CLOSE SNAPBSN-FILE
           MOVE '00' TO WS-SNAPBSN-STATUS.
       2600-EXIT.
           EXIT.

       2650-READ-SNAPSHOT-LINE.
           READ SNAPBSN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BSN-ACCOUNT-NUMBER = PHQ-ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-SNAP-LINE-SWITCH
                       IF BSN-BALANCE NUMERIC
                           MOVE BSN-BALANCE TO WS-SNAP-BALANCE
                       END-IF
                   END-IF
           END-READ.
       2650-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ROLL-FORWARD - THE ARCHIVE, THEN THE LIVE LOG. EITHER
      *                     UNREADABLE REFUSES THE INQUIRY.
      ******************************************************************
       3000-ROLL-FORWARD.
           OPEN INPUT TRANARCH-FILE
           IF NOT WS-TRANARCH-OK
               MOVE 08 TO PHQ-RETURN-CODE
               MOVE 'TRANSACTION ARCHIVE UNAVAILABLE'
                   TO PHQ-REJECT-REASON
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-READ-ARCHIVE-ENTRY THRU 3100-EXIT
               UNTIL WS-TRANARCH-EOF
           CLOSE TRANARCH-FILE
           OPEN INPUT TRANLOG-FILE
           IF NOT WS-TRANLOG-OK
               MOVE 08 TO PHQ-RETURN-CODE
               MOVE 'TRANSACTION LOG UNAVAILABLE'
                   TO PHQ-REJECT-REASON
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-READ-LOG-ENTRY THRU 3200-EXIT
               UNTIL WS-TRANLOG-EOF
           CLOSE TRANLOG-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-ARCHIVE-ENTRY.
           READ TRANARCH-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TRANARCH-RECORD TO TLOG-RECORD
                   PERFORM 3300-APPLY-ONE-ENTRY THRU 3300-EXIT
           END-READ.
       3100-EXIT.
           EXIT.

       3200-READ-LOG-ENTRY.
           READ TRANLOG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 3300-APPLY-ONE-ENTRY THRU 3300-EXIT
           END-READ.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-APPLY-ONE-ENTRY - THE SAME SELECTION AS EXPASOF AND
      *                        EXPBALPF: CLEAN, NOT TAX OR RECOVERY,
      *                        DATED AFTER THE SNAPSHOT AND NOT AFTER
      *                        THE AS-OF DATE.
      ******************************************************************
       3300-APPLY-ONE-ENTRY.
           IF TLOG-ACCOUNT-NUMBER NOT = PHQ-ACCOUNT-NUMBER
               GO TO 3300-EXIT
           END-IF
           IF TLOG-RETURN-CODE NOT = ZERO OR
                   TLOG-TYPE-FEE-TAX OR TLOG-TYPE-RECOVERY
               GO TO 3300-EXIT
           END-IF
           IF TLOG-TRANSACTION-DATE NOT > WS-START-DATE OR
                   TLOG-TRANSACTION-DATE > PHQ-AS-OF-DATE
               GO TO 3300-EXIT
           END-IF
           IF TLOG-CONVERTED-AMOUNT NUMERIC
               SUBTRACT TLOG-CONVERTED-AMOUNT FROM WS-RUNNING-BALANCE
               SUBTRACT TLOG-CONVERTED-AMOUNT FROM WS-NET-MOVEMENT
           END-IF
           IF WS-ENTRY-COUNT < 99999
               ADD 1 TO WS-ENTRY-COUNT
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PROVE-CLOSING-BALANCE - AGAINST THE DATE'S OWN SNAPSHOT,
      *                              WHERE THERE IS ONE.
      ******************************************************************
       4000-PROVE-CLOSING-BALANCE.
           IF WS-CLOSE-DSNAME = SPACES
               GO TO 4000-EXIT
           END-IF
           MOVE WS-CLOSE-DSNAME TO WS-SNAP-DSNAME
           PERFORM 2600-FIND-SNAPSHOT-LINE THRU 2600-EXIT
           IF NOT WS-SNAPBSN-OK
               GO TO 4000-EXIT
           END-IF
           IF WS-SNAP-BALANCE = WS-RUNNING-BALANCE
               MOVE 'Y' TO PHQ-PROOF-SW
           ELSE
               MOVE 'N' TO PHQ-PROOF-SW
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHECK-FREEZE - FRZAUDT REPLAYED TO THE DATE; A FREEZE
      *                     LIFTED ON THE DATE ITSELF STOOD THAT DAY.
      *                     WITHOUT THE HISTORY, THE STANDING ACCTFRZ
      *                     RECORD IS THE BEST AVAILABLE ANSWER.
      ******************************************************************
       5000-CHECK-FREEZE.
           OPEN INPUT FRZAUDT-FILE
           IF WS-FRZAUDT-OK
               PERFORM 5100-REPLAY-FREEZE-EVENT THRU 5100-EXIT
                   UNTIL WS-FRZAUDT-EOF
               CLOSE FRZAUDT-FILE
           ELSE
               PERFORM 5200-READ-STANDING-FREEZE THRU 5200-EXIT
           END-IF
           IF WS-FZS-IN-FORCE AND
                   (WS-FZS-EXPIRY-DATE = ZERO OR
                    WS-FZS-EXPIRY-DATE NOT < PHQ-AS-OF-DATE)
               MOVE 'Y' TO PHQ-FREEZE-SW
           END-IF.
       5000-EXIT.
           EXIT.

       5100-REPLAY-FREEZE-EVENT.
           READ FRZAUDT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FZA-ACCOUNT-NUMBER = PHQ-ACCOUNT-NUMBER
                       IF FZA-FUNC-PLACE AND
                               FZA-LOG-DATE NOT > PHQ-AS-OF-DATE
                           MOVE 'Y' TO WS-FZS-SWITCH
                           MOVE FZA-EXPIRY-DATE TO WS-FZS-EXPIRY-DATE
                       END-IF
                       IF FZA-FUNC-LIFT AND
                               FZA-LOG-DATE < PHQ-AS-OF-DATE
                           MOVE 'N' TO WS-FZS-SWITCH
                       END-IF
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

       5200-READ-STANDING-FREEZE.
           OPEN INPUT ACCTFRZ-FILE
           IF NOT WS-ACCTFRZ-OK
               GO TO 5200-EXIT
           END-IF
           MOVE PHQ-ACCOUNT-NUMBER TO FRZ-ACCOUNT-NUMBER
           READ ACCTFRZ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FRZ-ACTIVE AND
                           FRZ-PLACED-DATE NOT > PHQ-AS-OF-DATE
                       MOVE 'Y' TO WS-FZS-SWITCH
                       MOVE FRZ-EXPIRY-DATE TO WS-FZS-EXPIRY-DATE
                   END-IF
           END-READ
           CLOSE ACCTFRZ-FILE.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 6000-COUNT-HOLDS - STOP PAYMENTS PLACED BY THE DATE AND NOT
      *                    EXPIRED BEFORE IT, AND COMPLIANCE HOLDS
      *                    TAKEN BY THE DATE. NEITHER FILE DATES A
      *                    CANCELLATION OR RELEASE, SO THOSE ARE
      *                    COUNTED AS STANDING THAT DAY.
      ******************************************************************
       6000-COUNT-HOLDS.
           OPEN INPUT STOPPAY-FILE
           IF WS-STOPPAY-OK
               PERFORM 6100-CHECK-ONE-STOP THRU 6100-EXIT
                   UNTIL WS-STOPPAY-EOF
               CLOSE STOPPAY-FILE
           END-IF
           OPEN INPUT CMPHOLD-FILE
           IF WS-CMPHOLD-OK
               PERFORM 6200-CHECK-ONE-COMPLIANCE-HOLD THRU 6200-EXIT
                   UNTIL WS-CMPHOLD-EOF
               CLOSE CMPHOLD-FILE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-STOP.
           READ STOPPAY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF STP-ACCOUNT-NUMBER = PHQ-ACCOUNT-NUMBER AND
                           STP-PLACED-DATE NOT > PHQ-AS-OF-DATE AND
                           (STP-EXPIRY-DATE = ZERO OR
                            STP-EXPIRY-DATE NOT < PHQ-AS-OF-DATE) AND
                           WS-HOLD-COUNT < 999
                       ADD 1 TO WS-HOLD-COUNT
                   END-IF
           END-READ.
       6100-EXIT.
           EXIT.

       6200-CHECK-ONE-COMPLIANCE-HOLD.
           READ CMPHOLD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CMP-PAYMENT-DATA TO SUBPRM01
                   IF SP1-ACCOUNT-NUMBER = PHQ-ACCOUNT-NUMBER AND
                           CMP-HELD-DATE NOT > PHQ-AS-OF-DATE AND
                           WS-HOLD-COUNT < 999
                       ADD 1 TO WS-HOLD-COUNT
                   END-IF
           END-READ.
       6200-EXIT.
           EXIT.
