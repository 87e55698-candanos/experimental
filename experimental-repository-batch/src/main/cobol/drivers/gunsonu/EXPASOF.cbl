      ******************************************************************
      * PROGRAM-ID : EXPASOF
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - AS-OF-DATE BALANCE
      *                    EXTRACT FOR COURT ORDERS AND AUDITORS.
      *                    OPERATIONS-SUBMITTED WITH ACCT=, DATE=
      *                    (YYYYMMDD), REQ= (THE REQUESTER'S
      *                    REFERENCE) AND OPER= - NOT A CHAIN STEP.
      *                    UNTIL NOW THE QUESTION "WHAT WAS THE
      *                    BALANCE ON THAT DAY" MEANT RESTORING AN
      *                    EXPSNAP SET WITH EXPSNRST ONTO A TEST
      *                    REGION OR ADDING UP TRANARCH BY HAND. THE
      *                    BALANCE IS RECONSTRUCTED FROM THE NEAREST
      *                    DATED BALSNAP COPY CATALOGED ON EXPSNPCAT
      *                    BEFORE THE DATE, ROLLED FORWARD THROUGH THE
      *                    CLEANLY POSTED TRANARCH AND TRANLOG ENTRIES
      *                    UP TO AND INCLUDING IT BY THE SAME RULES
      *                    EXPBALPF PROVES THE BALANCES ON EACH NIGHT
      *                    (POSTING SUBTRACTS TLOG-CONVERTED-AMOUNT;
      *                    TYPE 'T' TAX AND TYPE 'Y' RECOVERY ENTRIES
      *                    DO NOT MOVE THE BALANCE), THEN PROVEN
      *                    AGAINST THE DATE'S OWN SNAPSHOT WHERE ONE
      *                    IS CATALOGED. THE EXPASRPT EXTRACT SHOWS
      *                    THE STARTING SNAPSHOT, EVERY ENTRY APPLIED
      *                    WITH THE RUNNING BALANCE, THE FREEZES AND
      *                    HOLDS IN FORCE THAT DAY, AND A
      *                    CERTIFICATION LINE - OR, WHERE A SOURCE WAS
      *                    MISSING OR THE PROOF DISAGREED, A "NOT
      *                    CERTIFIED" LINE SAYING WHY AND CC 4. A
      *                    REQUEST THAT CANNOT BE ANSWERED (NO
      *                    SNAPSHOT EARLY ENOUGH, A DATE NOT YET
      *                    CLOSED) IS REFUSED WITH CC 8. PSEXHINQ
      *                    ANSWERS THE SAME QUESTION ONLINE BY THE
      *                    SAME RULES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPASOF.
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
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT EXPASRPT-FILE ASSIGN TO 'EXPASRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPASRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMSTR.

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

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY BUSDCTL.

       FD  EXPASRPT-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE CERTIFIED EXTRACT SENT TO THE REQUESTER.
       01  ASR-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPASOF-> '.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-SNAPCAT-STATUS           PIC X(02) VALUE '00'.
               88  WS-SNAPCAT-OK               VALUE '00'.
           05  WS-SNAPBSN-STATUS           PIC X(02) VALUE '00'.
               88  WS-SNAPBSN-OK               VALUE '00'.
           05  WS-TRANARCH-STATUS          PIC X(02) VALUE '00'.
               88  WS-TRANARCH-OK              VALUE '00'.
           05  WS-TRANLOG-STATUS           PIC X(02) VALUE '00'.
               88  WS-TRANLOG-OK               VALUE '00'.
           05  WS-FRZAUDT-STATUS           PIC X(02) VALUE '00'.
               88  WS-FRZAUDT-OK               VALUE '00'.
           05  WS-ACCTFRZ-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTFRZ-OK               VALUE '00'.
           05  WS-STOPPAY-STATUS           PIC X(02) VALUE '00'.
               88  WS-STOPPAY-OK               VALUE '00'.
           05  WS-CMPHOLD-STATUS           PIC X(02) VALUE '00'.
               88  WS-CMPHOLD-OK               VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-EXPASRPT-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPASRPT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF-REACHED        VALUE 'Y'.
           05  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUE 'Y'.
           05  WS-ASRPT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-ASRPT-IS-OPEN            VALUE 'Y'.
           05  WS-ACCOUNT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-ACCOUNT-FOUND            VALUE 'Y'.
           05  WS-SNAP-LINE-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-SNAP-LINE-FOUND          VALUE 'Y'.
           05  WS-CERTIFIED-SWITCH         PIC X(01) VALUE 'Y'.
               88  WS-CERTIFIED                VALUE 'Y'.
           05  WS-FREEZE-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-FREEZE-IN-FORCE          VALUE 'Y'.

      ******************************************************************
      * WS-REQUEST - THE PARMS: ACCOUNT, AS-OF DATE, THE REQUESTER'S
      * REFERENCE FOR THE EXTRACT HEADING, AND THE OPERATOR.
      ******************************************************************
       01  WS-REQUEST.
           05  WS-REQ-ACCOUNT              PIC X(10) VALUE SPACES.
           05  WS-REQ-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-REQ-REFERENCE            PIC X(16) VALUE SPACES.
           05  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-SYSTEM-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-SYSTEM-TIME                  PIC 9(08) VALUE ZERO.

      ******************************************************************
      * WS-SNAPSHOTS - THE STARTING SNAPSHOT (THE LAST ONE CATALOGED
      * BEFORE THE AS-OF DATE) AND THE AS-OF DATE'S OWN SNAPSHOT, IF
      * ANY, TO PROVE THE RECONSTRUCTION AGAINST. THE LAST CATALOG
      * ENTRY FOR A DATE WINS, AS IN EXPSNRST.
      ******************************************************************
       01  WS-SNAPSHOTS.
           05  WS-SNAP-DSNAME              PIC X(20) VALUE SPACES.
           05  WS-START-DATE               PIC 9(08) VALUE ZERO.
           05  WS-START-DSNAME             PIC X(20) VALUE SPACES.
           05  WS-CLOSE-DSNAME             PIC X(20) VALUE SPACES.
           05  WS-SNAP-BALANCE             PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

       01  WS-FIGURES.
           05  WS-OPENING-BALANCE          PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-RUNNING-BALANCE          PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-ENTRY-AMOUNT             PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-NET-MOVEMENT             PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-ENTRIES-APPLIED          PIC 9(07) COMP VALUE ZERO.
           05  WS-FREEZES-LISTED           PIC 9(03) COMP VALUE ZERO.
           05  WS-HOLDS-LISTED             PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * WS-FREEZE-STATE - THE ACCOUNT'S FREEZE AS FRZAUDT LEAVES IT ON
      * THE AS-OF DATE: THE LAST PLACEMENT LOGGED ON OR BEFORE THE
      * DATE, UNLESS A LIFT WAS LOGGED AFTER IT AND BEFORE THE DATE.
      * A FREEZE LIFTED ON THE DATE ITSELF WAS IN FORCE THAT DAY.
      ******************************************************************
       01  WS-FREEZE-STATE.
           05  WS-FZS-PLACED-DATE          PIC 9(08) VALUE ZERO.
           05  WS-FZS-REASON-CODE          PIC X(03) VALUE SPACES.
           05  WS-FZS-AUTHORITY-REF        PIC X(16) VALUE SPACES.
           05  WS-FZS-EXPIRY-DATE          PIC 9(08) VALUE ZERO.
           05  WS-FZS-LIFTED-DATE          PIC 9(08) VALUE ZERO.

       01  WS-TYPE-DESC                    PIC X(12) VALUE SPACES.
       01  WS-STATUS-NOTE                  PIC X(30) VALUE SPACES.
       01  WS-NOT-CERTIFIED-REASON         PIC X(50) VALUE SPACES.
       01  WS-AMOUNT-EDIT                  PIC -(12)9.99.
       01  WS-BALANCE-EDIT                 PIC -(12)9.99.
       01  WS-COUNT-EDIT                   PIC Z(06)9.

       01  WS-PARM-STRING                  PIC X(80) VALUE SPACES.
       01  WS-PARM-TABLE.
           05  WS-PARM-TOK                 PIC X(20) OCCURS 4 TIMES.
       01  WS-PARM-INDEX                   PIC 9(02) COMP VALUE ZERO.
       01  WS-PARM-KEY                     PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                   PIC X(16) VALUE SPACES.

           COPY SUBPRM01.

      ******************************************************************
      * 0000-MAINLINE - FIND THE STARTING SNAPSHOT, ROLL FORWARD TO
      *                 THE DATE, PROVE, AND LIST WHAT STOOD AGAINST
      *                 THE ACCOUNT THAT DAY.
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-FIND-SNAPSHOTS THRU 2000-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 2500-LOAD-OPENING-BALANCE THRU 2500-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 3000-PRINT-HEADING THRU 3000-EXIT
               PERFORM 3500-ROLL-FORWARD THRU 3500-EXIT
               PERFORM 4000-PROVE-CLOSING-BALANCE THRU 4000-EXIT
               PERFORM 5000-LIST-FREEZES THRU 5000-EXIT
               PERFORM 6000-LIST-HOLDS THRU 6000-EXIT
               PERFORM 7000-CERTIFY THRU 7000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - PARM EDITS, THE BUSINESS DATE, AND THE
      *                   ACCOUNT'S MASTER RECORD FOR THE HEADING. AN
      *                   ACCOUNT NO LONGER ON ACCTMSTR CAN STILL BE
      *                   ANSWERED FROM ITS SNAPSHOTS AND POSTINGS.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
                    WS-PARM-TOK(4)
           PERFORM 1070-APPLY-PARM-TOKEN THRU 1070-EXIT
               VARYING WS-PARM-INDEX FROM 1 BY 1
               UNTIL WS-PARM-INDEX > 4
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           IF WS-REQ-ACCOUNT = SPACES
               DISPLAY V-PN 'ACCT= IS REQUIRED - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               GO TO 1000-EXIT
           END-IF
           IF WS-REQ-DATE = ZERO
               DISPLAY V-PN 'DATE=YYYYMMDD IS REQUIRED - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               GO TO 1000-EXIT
           END-IF
           IF WS-REQ-DATE > WS-RUN-DATE
               DISPLAY V-PN 'DATE ' WS-REQ-DATE ' IS AFTER THE '
                   'BUSINESS DATE ' WS-RUN-DATE ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               GO TO 1000-EXIT
           END-IF
           DISPLAY V-PN 'BALANCE OF ' WS-REQ-ACCOUNT ' AS OF '
               WS-REQ-DATE ' FOR ' WS-REQ-REFERENCE ' BY '
               WS-OPERATOR-ID
           OPEN INPUT ACCTMST-FILE
           IF WS-ACCTMST-OK
               MOVE WS-REQ-ACCOUNT TO ACM-ACCOUNT-NUMBER
               READ ACCTMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCOUNT-FOUND-SWITCH
               END-READ
               CLOSE ACCTMST-FILE
           END-IF
           OPEN OUTPUT EXPASRPT-FILE
           IF WS-EXPASRPT-OK
               MOVE 'Y' TO WS-ASRPT-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPASRPT - STATUS '
                   WS-EXPASRPT-STATUS
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-SET-RUN-DATE - THE DECLARED BUSINESS DATE FROM BUSDCTL,
      *                     SYSTEM DATE AS FALLBACK.
      ******************************************************************
       1050-SET-RUN-DATE.
           MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
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
           END-IF.
       1050-EXIT.
           EXIT.

       1070-APPLY-PARM-TOKEN.
           IF WS-PARM-TOK(WS-PARM-INDEX) = SPACES
               GO TO 1070-EXIT
           END-IF
           MOVE SPACES TO WS-PARM-KEY WS-PARM-VALUE
           UNSTRING WS-PARM-TOK(WS-PARM-INDEX) DELIMITED BY '='
               INTO WS-PARM-KEY WS-PARM-VALUE
           EVALUATE WS-PARM-KEY
               WHEN 'ACCT'
                   MOVE WS-PARM-VALUE(1:10) TO WS-REQ-ACCOUNT
               WHEN 'DATE'
                   IF WS-PARM-VALUE(1:8) IS NUMERIC
                       MOVE WS-PARM-VALUE(1:8) TO WS-REQ-DATE
                   END-IF
               WHEN 'REQ'
                   MOVE WS-PARM-VALUE TO WS-REQ-REFERENCE
               WHEN 'OPER'
                   MOVE WS-PARM-VALUE(1:8) TO WS-OPERATOR-ID
           END-EVALUATE.
       1070-EXIT.
           EXIT.

      ******************************************************************
      * 2000-FIND-SNAPSHOTS - THE LAST BALSNAP COPY CATALOGED BEFORE
      *                       THE DATE, AND THE DATE'S OWN IF THERE
      *                       IS ONE. WITHOUT AN EARLIER COPY THERE IS
      *                       NOTHING TO ROLL FORWARD FROM; WITHOUT
      *                       THE DATE'S OWN, A DATE THAT IS STILL THE
      *                       OPEN BUSINESS DATE HAS NOT FINISHED
      *                       POSTING.
      ******************************************************************
       2000-FIND-SNAPSHOTS.
           OPEN INPUT SNAPCAT-FILE
           IF NOT WS-SNAPCAT-OK
               DISPLAY V-PN 'NO EXPSNPCAT CATALOG - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM 2100-READ-CATALOG-ENTRY THRU 2100-EXIT
               UNTIL WS-INPUT-EOF-REACHED
           CLOSE SNAPCAT-FILE
           IF WS-START-DATE = ZERO
               DISPLAY V-PN 'NO BALANCE SNAPSHOT CATALOGED BEFORE '
                   WS-REQ-DATE ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               GO TO 2000-EXIT
           END-IF
           IF WS-REQ-DATE = WS-RUN-DATE AND WS-CLOSE-DSNAME = SPACES
               DISPLAY V-PN 'BUSINESS DATE ' WS-REQ-DATE
                   ' IS NOT YET CLOSED - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-CATALOG-ENTRY.
           READ SNAPCAT-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ
           IF SNC-FILE-ID NOT = 'BALSNAP' OR
                   SNC-BUSINESS-DATE NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           IF SNC-BUSINESS-DATE = WS-REQ-DATE
               MOVE SNC-SNAP-DSNAME TO WS-CLOSE-DSNAME
               GO TO 2100-EXIT
           END-IF
           IF SNC-BUSINESS-DATE < WS-REQ-DATE AND
                   SNC-BUSINESS-DATE NOT < WS-START-DATE
               MOVE SNC-BUSINESS-DATE TO WS-START-DATE
               MOVE SNC-SNAP-DSNAME TO WS-START-DSNAME
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LOAD-OPENING-BALANCE - THE ACCOUNT'S LINE ON THE STARTING
      *                             SNAPSHOT. AN ACCOUNT WITH NO LINE
      *                             DID NOT EXIST YET AND OPENS AT
      *                             ZERO, AS IN EXPBALPF.
      ******************************************************************
       2500-LOAD-OPENING-BALANCE.
           MOVE WS-START-DSNAME TO WS-SNAP-DSNAME
           PERFORM 2600-FIND-SNAPSHOT-LINE THRU 2600-EXIT
           IF NOT WS-SNAPBSN-OK
               DISPLAY V-PN 'UNABLE TO OPEN ' WS-SNAP-DSNAME
                   ' - STATUS ' WS-SNAPBSN-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               GO TO 2500-EXIT
           END-IF
           MOVE WS-SNAP-BALANCE TO WS-OPENING-BALANCE
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-FIND-SNAPSHOT-LINE - THE ACCOUNT'S BALANCE ON THE
      *                           SNAPSHOT NAMED IN WS-SNAP-DSNAME,
      *                           ZERO WHEN IT HAS NO LINE. THE OPEN
      *                           STATUS IS LEFT FOR THE CALLER.
      ******************************************************************
       2600-FIND-SNAPSHOT-LINE.
           MOVE ZERO TO WS-SNAP-BALANCE
           MOVE 'N' TO WS-SNAP-LINE-SWITCH
           OPEN INPUT SNAPBSN-FILE
           IF NOT WS-SNAPBSN-OK
               GO TO 2600-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM 2650-READ-SNAPSHOT-LINE THRU 2650-EXIT
               UNTIL WS-INPUT-EOF-REACHED OR WS-SNAP-LINE-FOUND
           CLOSE SNAPBSN-FILE
           MOVE '00' TO WS-SNAPBSN-STATUS.
       2600-EXIT.
           EXIT.

       2650-READ-SNAPSHOT-LINE.
           READ SNAPBSN-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 2650-EXIT
           END-READ
           IF BSN-ACCOUNT-NUMBER = WS-REQ-ACCOUNT
               MOVE 'Y' TO WS-SNAP-LINE-SWITCH
               IF BSN-BALANCE NUMERIC
                   MOVE BSN-BALANCE TO WS-SNAP-BALANCE
               END-IF
           END-IF.
       2650-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-HEADING - WHO ASKED, FOR WHAT, AND WHERE THE
      *                      RECONSTRUCTION STARTS.
      ******************************************************************
       3000-PRINT-HEADING.
           MOVE 'CERTIFIED BALANCE EXTRACT' TO ASR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO ASR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO ASR-RECORD
           STRING 'ACCOUNT..........: ' DELIMITED BY SIZE
                  WS-REQ-ACCOUNT DELIMITED BY SIZE
               INTO ASR-RECORD
           END-STRING
           IF WS-ACCOUNT-FOUND
               MOVE 'CUSTOMER' TO ASR-RECORD(33:8)
               MOVE ACM-CUSTOMER-NUMBER TO ASR-RECORD(42:8)
           ELSE
               MOVE '(NO LONGER ON THE ACCOUNT MASTER)'
                   TO ASR-RECORD(33:33)
           END-IF
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO ASR-RECORD
           IF WS-ACCOUNT-FOUND AND NOT ACM-BASE-CURRENCY-ACCOUNT
               STRING 'CURRENCY.........: ' DELIMITED BY SIZE
                      ACM-ACCOUNT-CURRENCY DELIMITED BY SIZE
                      ' - FIGURES ARE THE BASE-CURRENCY EQUIVALENT'
                          DELIMITED BY SIZE
                   INTO ASR-RECORD
               END-STRING
           ELSE
               MOVE 'CURRENCY.........: BASE' TO ASR-RECORD
           END-IF
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO ASR-RECORD
           STRING 'BALANCE AS OF....: ' DELIMITED BY SIZE
                  WS-REQ-DATE DELIMITED BY SIZE
                  ' AT CLOSE OF BUSINESS' DELIMITED BY SIZE
               INTO ASR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO ASR-RECORD
           STRING 'REQUESTED BY.....: ' DELIMITED BY SIZE
                  WS-REQ-REFERENCE DELIMITED BY SIZE
               INTO ASR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO ASR-RECORD
           STRING 'PREPARED.........: ' DELIMITED BY SIZE
                  WS-SYSTEM-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SYSTEM-TIME(1:6) DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
               INTO ASR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO ASR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO ASR-RECORD
           STRING 'STARTING SNAPSHOT: ' DELIMITED BY SIZE
                  WS-START-DSNAME DELIMITED BY SIZE
                  ' CLOSE OF BUSINESS ' DELIMITED BY SIZE
                  WS-START-DATE DELIMITED BY SIZE
               INTO ASR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO ASR-RECORD
           IF WS-SNAP-LINE-FOUND
               MOVE WS-OPENING-BALANCE TO WS-BALANCE-EDIT
               STRING 'OPENING BALANCE..: ' DELIMITED BY SIZE
                      WS-BALANCE-EDIT DELIMITED BY SIZE
                   INTO ASR-RECORD
               END-STRING
           ELSE
               MOVE 'OPENING BALANCE..: NOT ON THE SNAPSHOT - OPENS AT Z
      -            'ERO' TO ASR-RECORD
           END-IF
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO ASR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE 'ENTRIES APPLIED' TO ASR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE '  DATE      TYPE                    AMOUNT          BAL
      -        'ANCE  TRACE' TO ASR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-ROLL-FORWARD - EVERY CLEANLY POSTED ENTRY FOR THE ACCOUNT
      *                     AFTER THE STARTING SNAPSHOT AND UP TO THE
      *                     DATE, THE ARCHIVE FIRST SO THE ENTRIES RUN
      *                     IN POSTING ORDER. A HISTORY FILE THAT
      *                     CANNOT BE READ LEAVES THE FIGURE UNPROVEN
      *                     AND THE EXTRACT NOT CERTIFIED.
      ******************************************************************
       3500-ROLL-FORWARD.
           OPEN INPUT TRANARCH-FILE
           IF WS-TRANARCH-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 3600-READ-ARCHIVE-ENTRY THRU 3600-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE TRANARCH-FILE
           ELSE
               MOVE 'N' TO WS-CERTIFIED-SWITCH
               MOVE 'TRANARCH COULD NOT BE READ' TO
                   WS-NOT-CERTIFIED-REASON
           END-IF
           OPEN INPUT TRANLOG-FILE
           IF WS-TRANLOG-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 3700-READ-LOG-ENTRY THRU 3700-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE TRANLOG-FILE
           ELSE
               MOVE 'N' TO WS-CERTIFIED-SWITCH
               MOVE 'TRANLOG COULD NOT BE READ' TO
                   WS-NOT-CERTIFIED-REASON
           END-IF
           IF WS-ENTRIES-APPLIED = ZERO
               MOVE '  NO ENTRIES POSTED IN THE PERIOD' TO ASR-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF
           MOVE SPACES TO ASR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE WS-ENTRIES-APPLIED TO WS-COUNT-EDIT
           MOVE WS-NET-MOVEMENT TO WS-AMOUNT-EDIT
           MOVE SPACES TO ASR-RECORD
           STRING 'ENTRIES APPLIED..: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  '   NET MOVEMENT ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO ASR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE WS-RUNNING-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO ASR-RECORD
           STRING 'BALANCE AT CLOSE OF BUSINESS ' DELIMITED BY SIZE
                  WS-REQ-DATE DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-BALANCE-EDIT DELIMITED BY SIZE
               INTO ASR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       3500-EXIT.
           EXIT.

       3600-READ-ARCHIVE-ENTRY.
           READ TRANARCH-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 3600-EXIT
           END-READ
           MOVE TRANARCH-RECORD TO TLOG-RECORD
           PERFORM 3800-APPLY-ONE-ENTRY THRU 3800-EXIT.
       3600-EXIT.
           EXIT.

       3700-READ-LOG-ENTRY.
           READ TRANLOG-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 3700-EXIT
           END-READ
           PERFORM 3800-APPLY-ONE-ENTRY THRU 3800-EXIT.
       3700-EXIT.
           EXIT.

      ******************************************************************
      * 3800-APPLY-ONE-ENTRY - THE ENTRY IN TLOG-RECORD, IF IT MOVED
      *                        THIS ACCOUNT'S BALANCE INSIDE THE
      *                        PERIOD. THE SAME SELECTION AS
      *                        EXPBALPF'S MOVEMENT SWEEP; THE BALANCE
      *                        MOVES BY MINUS THE CONVERTED AMOUNT.
      ******************************************************************
       3800-APPLY-ONE-ENTRY.
           IF TLOG-ACCOUNT-NUMBER NOT = WS-REQ-ACCOUNT
               GO TO 3800-EXIT
           END-IF
           IF TLOG-RETURN-CODE NOT = ZERO OR
                   TLOG-TYPE-FEE-TAX OR TLOG-TYPE-RECOVERY
               GO TO 3800-EXIT
           END-IF
           IF TLOG-TRANSACTION-DATE NOT > WS-START-DATE OR
                   TLOG-TRANSACTION-DATE > WS-REQ-DATE
               GO TO 3800-EXIT
           END-IF
           IF TLOG-CONVERTED-AMOUNT NUMERIC
               COMPUTE WS-ENTRY-AMOUNT = ZERO - TLOG-CONVERTED-AMOUNT
           ELSE
               MOVE ZERO TO WS-ENTRY-AMOUNT
           END-IF
           ADD 1 TO WS-ENTRIES-APPLIED
           ADD WS-ENTRY-AMOUNT TO WS-NET-MOVEMENT
           ADD WS-ENTRY-AMOUNT TO WS-RUNNING-BALANCE
           EVALUATE TRUE
               WHEN TLOG-TYPE-REVERSAL
                   MOVE 'REVERSAL    ' TO WS-TYPE-DESC
               WHEN TLOG-TYPE-ADJUSTMENT
                   MOVE 'ADJUSTMENT  ' TO WS-TYPE-DESC
               WHEN TLOG-TYPE-BANK-RETURN
                   MOVE 'BANK RETURN ' TO WS-TYPE-DESC
               WHEN TLOG-TYPE-FRAUD-REVERSAL
                   MOVE 'FRAUD REVRSL' TO WS-TYPE-DESC
               WHEN TLOG-TYPE-INTEREST
                   MOVE 'INTEREST    ' TO WS-TYPE-DESC
               WHEN TLOG-TYPE-DISPUTE
                   MOVE 'DISPUTE     ' TO WS-TYPE-DESC
               WHEN TLOG-TYPE-TERM-DEPOSIT
                   MOVE 'TERM DEPOSIT' TO WS-TYPE-DESC
               WHEN TLOG-TYPE-LOAN-PRINCIPAL
                   MOVE 'LOAN PRINCPL' TO WS-TYPE-DESC
               WHEN TLOG-TYPE-LOAN-INTEREST
                   MOVE 'LOAN INTRST ' TO WS-TYPE-DESC
               WHEN TLOG-TYPE-NSF-FEE
                   MOVE 'NSF FEE     ' TO WS-TYPE-DESC
               WHEN TLOG-TYPE-SWEEP
                   MOVE 'SWEEP       ' TO WS-TYPE-DESC
               WHEN TLOG-TYPE-REVALUATION
                   MOVE 'REVALUATION ' TO WS-TYPE-DESC
               WHEN TLOG-TYPE-CHARGE-OFF
                   MOVE 'CHARGE-OFF  ' TO WS-TYPE-DESC
               WHEN TLOG-TYPE-ESTATE
                   MOVE 'ESTATE      ' TO WS-TYPE-DESC
               WHEN OTHER
                   MOVE 'PAYMENT     ' TO WS-TYPE-DESC
           END-EVALUATE
           MOVE WS-ENTRY-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-RUNNING-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO ASR-RECORD
           STRING '  ' DELIMITED BY SIZE
                  TLOG-TRANSACTION-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-TYPE-DESC DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BALANCE-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TLOG-TRACE-ID DELIMITED BY SIZE
               INTO ASR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       3800-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PROVE-CLOSING-BALANCE - WHERE THE DATE HAS ITS OWN
      *                              SNAPSHOT, THE RECONSTRUCTION
      *                              MUST AGREE WITH IT.
      ******************************************************************
       4000-PROVE-CLOSING-BALANCE.
           MOVE SPACES TO ASR-RECORD
           IF WS-CLOSE-DSNAME = SPACES
               MOVE 'NO SNAPSHOT OF THE DATE ITSELF TO PROVE AGAINST'
                   TO ASR-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 4000-EXIT
           END-IF
           MOVE WS-CLOSE-DSNAME TO WS-SNAP-DSNAME
           PERFORM 2600-FIND-SNAPSHOT-LINE THRU 2600-EXIT
           IF NOT WS-SNAPBSN-OK
               MOVE 'N' TO WS-CERTIFIED-SWITCH
               MOVE 'THE DATE''S SNAPSHOT COULD NOT BE READ'
                   TO WS-NOT-CERTIFIED-REASON
               GO TO 4000-EXIT
           END-IF
           IF WS-SNAP-BALANCE = WS-RUNNING-BALANCE
               STRING 'AGREES WITH SNAPSHOT ' DELIMITED BY SIZE
                      WS-CLOSE-DSNAME DELIMITED BY SIZE
                   INTO ASR-RECORD
               END-STRING
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           ELSE
               MOVE WS-SNAP-BALANCE TO WS-BALANCE-EDIT
               STRING 'DISAGREES WITH SNAPSHOT ' DELIMITED BY SIZE
                      WS-CLOSE-DSNAME DELIMITED BY SIZE
                      ' AT ' DELIMITED BY SIZE
                      WS-BALANCE-EDIT DELIMITED BY SIZE
                   INTO ASR-RECORD
               END-STRING
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               MOVE 'N' TO WS-CERTIFIED-SWITCH
               MOVE 'RECONSTRUCTION DISAGREES WITH THE SNAPSHOT'
                   TO WS-NOT-CERTIFIED-REASON
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LIST-FREEZES - A FREEZE IN FORCE ON THE DATE, FROM THE
      *                     FRZAUDT HISTORY. WITHOUT THE HISTORY ONLY
      *                     THE STANDING ACCTFRZ RECORD CAN BE
      *                     CONSULTED, AND A FREEZE SINCE LIFTED
      *                     CANNOT BE DATED - SO THE EXTRACT IS NOT
      *                     CERTIFIED.
      ******************************************************************
       5000-LIST-FREEZES.
           MOVE SPACES TO ASR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO ASR-RECORD
           STRING 'FREEZES IN FORCE ON ' DELIMITED BY SIZE
                  WS-REQ-DATE DELIMITED BY SIZE
               INTO ASR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           OPEN INPUT FRZAUDT-FILE
           IF WS-FRZAUDT-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 5100-REPLAY-FREEZE-EVENT THRU 5100-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE FRZAUDT-FILE
           ELSE
               PERFORM 5200-READ-STANDING-FREEZE THRU 5200-EXIT
           END-IF
           IF WS-FREEZE-IN-FORCE AND
                   (WS-FZS-EXPIRY-DATE = ZERO OR
                    WS-FZS-EXPIRY-DATE NOT < WS-REQ-DATE)
               PERFORM 5300-PRINT-FREEZE THRU 5300-EXIT
           ELSE
               MOVE '  NONE' TO ASR-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-REPLAY-FREEZE-EVENT.
           READ FRZAUDT-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 5100-EXIT
           END-READ
           IF FZA-ACCOUNT-NUMBER NOT = WS-REQ-ACCOUNT
               GO TO 5100-EXIT
           END-IF
           IF FZA-FUNC-PLACE AND FZA-LOG-DATE NOT > WS-REQ-DATE
               MOVE 'Y' TO WS-FREEZE-SWITCH
               MOVE FZA-LOG-DATE TO WS-FZS-PLACED-DATE
               MOVE FZA-REASON-CODE TO WS-FZS-REASON-CODE
               MOVE FZA-AUTHORITY-REF TO WS-FZS-AUTHORITY-REF
               MOVE FZA-EXPIRY-DATE TO WS-FZS-EXPIRY-DATE
               MOVE ZERO TO WS-FZS-LIFTED-DATE
           END-IF
           IF FZA-FUNC-LIFT AND FZA-LOG-DATE < WS-REQ-DATE
               MOVE 'N' TO WS-FREEZE-SWITCH
           END-IF
           IF FZA-FUNC-LIFT AND FZA-LOG-DATE NOT < WS-REQ-DATE AND
                   WS-FZS-LIFTED-DATE = ZERO AND WS-FREEZE-IN-FORCE
               MOVE FZA-LOG-DATE TO WS-FZS-LIFTED-DATE
           END-IF.
       5100-EXIT.
           EXIT.

       5200-READ-STANDING-FREEZE.
           MOVE 'N' TO WS-CERTIFIED-SWITCH
           MOVE 'FREEZE HISTORY (FRZAUDT) COULD NOT BE READ'
               TO WS-NOT-CERTIFIED-REASON
           OPEN INPUT ACCTFRZ-FILE
           IF NOT WS-ACCTFRZ-OK
               GO TO 5200-EXIT
           END-IF
           MOVE WS-REQ-ACCOUNT TO FRZ-ACCOUNT-NUMBER
           READ ACCTFRZ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FRZ-ACTIVE AND
                           FRZ-PLACED-DATE NOT > WS-REQ-DATE
                       MOVE 'Y' TO WS-FREEZE-SWITCH
                       MOVE FRZ-PLACED-DATE TO WS-FZS-PLACED-DATE
                       MOVE FRZ-REASON-CODE TO WS-FZS-REASON-CODE
                       MOVE FRZ-AUTHORITY-REF TO WS-FZS-AUTHORITY-REF
                       MOVE FRZ-EXPIRY-DATE TO WS-FZS-EXPIRY-DATE
                   END-IF
           END-READ
           CLOSE ACCTFRZ-FILE.
       5200-EXIT.
           EXIT.

       5300-PRINT-FREEZE.
           ADD 1 TO WS-FREEZES-LISTED
           MOVE SPACES TO ASR-RECORD
           STRING '  PLACED ' DELIMITED BY SIZE
                  WS-FZS-PLACED-DATE DELIMITED BY SIZE
                  '  REASON ' DELIMITED BY SIZE
                  WS-FZS-REASON-CODE DELIMITED BY SIZE
                  '  AUTHORITY ' DELIMITED BY SIZE
                  WS-FZS-AUTHORITY-REF DELIMITED BY SIZE
               INTO ASR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO ASR-RECORD
           IF WS-FZS-EXPIRY-DATE = ZERO
               MOVE '  EXPIRY   NONE' TO ASR-RECORD
           ELSE
               STRING '  EXPIRY   ' DELIMITED BY SIZE
                      WS-FZS-EXPIRY-DATE DELIMITED BY SIZE
                   INTO ASR-RECORD
               END-STRING
           END-IF
           IF WS-FZS-LIFTED-DATE > ZERO
               MOVE 'LIFTED' TO ASR-RECORD(28:6)
               MOVE WS-FZS-LIFTED-DATE TO ASR-RECORD(35:8)
           END-IF
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 6000-LIST-HOLDS - STOP PAYMENTS AND COMPLIANCE HOLDS STANDING
      *                   AGAINST THE ACCOUNT ON THE DATE. NEITHER FILE
      *                   DATES A CANCELLATION OR A RELEASE, SO AN
      *                   ENTRY PLACED BY THE DATE AND SINCE CLEARED IS
      *                   LISTED WITH ITS PRESENT STATUS FOR THE
      *                   REQUESTER TO WEIGH.
      ******************************************************************
       6000-LIST-HOLDS.
           MOVE SPACES TO ASR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE SPACES TO ASR-RECORD
           STRING 'HOLDS IN FORCE ON ' DELIMITED BY SIZE
                  WS-REQ-DATE DELIMITED BY SIZE
               INTO ASR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           OPEN INPUT STOPPAY-FILE
           IF WS-STOPPAY-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 6100-CHECK-ONE-STOP THRU 6100-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE STOPPAY-FILE
           END-IF
           OPEN INPUT CMPHOLD-FILE
           IF WS-CMPHOLD-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 6200-CHECK-ONE-COMPLIANCE-HOLD THRU 6200-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE CMPHOLD-FILE
           END-IF
           IF WS-HOLDS-LISTED = ZERO
               MOVE '  NONE' TO ASR-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-STOP.
           READ STOPPAY-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 6100-EXIT
           END-READ
           IF STP-ACCOUNT-NUMBER NOT = WS-REQ-ACCOUNT OR
                   STP-PLACED-DATE > WS-REQ-DATE
               GO TO 6100-EXIT
           END-IF
           IF STP-EXPIRY-DATE NOT = ZERO AND
                   STP-EXPIRY-DATE < WS-REQ-DATE
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO WS-HOLDS-LISTED
           MOVE SPACES TO ASR-RECORD
           IF STP-MATCH-BY-TRACE
               STRING '  STOP PAYMENT    PLACED ' DELIMITED BY SIZE
                      STP-PLACED-DATE DELIMITED BY SIZE
                      '  TRACE  ' DELIMITED BY SIZE
                      STP-TRACE-ID DELIMITED BY SIZE
                   INTO ASR-RECORD
               END-STRING
           ELSE
               MOVE STP-AMOUNT TO WS-AMOUNT-EDIT
               STRING '  STOP PAYMENT    PLACED ' DELIMITED BY SIZE
                      STP-PLACED-DATE DELIMITED BY SIZE
                      '  AMOUNT ' DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO ASR-RECORD
               END-STRING
           END-IF
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           IF STP-CANCELLED
               MOVE '                    SINCE CANCELLED - DATE NOT REC
      -            'ORDED' TO ASR-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

       6200-CHECK-ONE-COMPLIANCE-HOLD.
           READ CMPHOLD-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 6200-EXIT
           END-READ
           MOVE CMP-PAYMENT-DATA TO SUBPRM01
           IF SP1-ACCOUNT-NUMBER NOT = WS-REQ-ACCOUNT OR
                   CMP-HELD-DATE > WS-REQ-DATE
               GO TO 6200-EXIT
           END-IF
           ADD 1 TO WS-HOLDS-LISTED
           IF SP1-AMOUNT NUMERIC
               MOVE SP1-AMOUNT TO WS-AMOUNT-EDIT
           ELSE
               MOVE ZERO TO WS-AMOUNT-EDIT
           END-IF
           MOVE SPACES TO ASR-RECORD
           STRING '  COMPLIANCE HOLD HELD   ' DELIMITED BY SIZE
                  CMP-HELD-DATE DELIMITED BY SIZE
                  '  TRACE  ' DELIMITED BY SIZE
                  SP1-TRACE-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SP1-CURRENCY-CODE DELIMITED BY SIZE
               INTO ASR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           EVALUATE TRUE
               WHEN CMP-RELEASED
                   MOVE 'SINCE RELEASED - DATE NOT RECORDED'
                       TO WS-STATUS-NOTE
               WHEN CMP-DECLINED
                   MOVE 'SINCE DECLINED - DATE NOT RECORDED'
                       TO WS-STATUS-NOTE
               WHEN OTHER
                   MOVE 'STILL HELD' TO WS-STATUS-NOTE
           END-EVALUATE
           MOVE SPACES TO ASR-RECORD
           STRING '                    AMOUNT ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-STATUS-NOTE DELIMITED BY SIZE
               INTO ASR-RECORD
           END-STRING
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CERTIFY - THE CLOSING STATEMENT OF THE EXTRACT.
      ******************************************************************
       7000-CERTIFY.
           MOVE SPACES TO ASR-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           IF WS-CERTIFIED
               MOVE 'CERTIFIED - RECONSTRUCTED FROM THE SNAPSHOT AND TH
      -            'E POSTINGS LISTED ABOVE' TO ASR-RECORD
           ELSE
               STRING 'NOT CERTIFIED - ' DELIMITED BY SIZE
                      WS-NOT-CERTIFIED-REASON DELIMITED BY SIZE
                   INTO ASR-RECORD
               END-STRING
           END-IF
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       7000-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           DISPLAY V-PN ASR-RECORD(1:70)
           IF WS-ASRPT-IS-OPEN
               WRITE ASR-RECORD
           END-IF.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CC 8 FOR A REFUSED REQUEST, CC 4 FOR AN
      *                  EXTRACT THAT COULD NOT BE CERTIFIED.
      ******************************************************************
       9000-TERMINATE.
           IF WS-ASRPT-IS-OPEN
               CLOSE EXPASRPT-FILE
           END-IF
           IF WS-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF
           IF NOT WS-CERTIFIED
               DISPLAY V-PN 'EXTRACT NOT CERTIFIED - '
                   WS-NOT-CERTIFIED-REASON
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY V-PN 'STARTING SNAPSHOT....: ' WS-START-DATE
           DISPLAY V-PN 'ENTRIES APPLIED......: ' WS-ENTRIES-APPLIED
           DISPLAY V-PN 'FREEZES LISTED.......: ' WS-FREEZES-LISTED
           DISPLAY V-PN 'HOLDS LISTED.........: ' WS-HOLDS-LISTED
           MOVE WS-RUNNING-BALANCE TO WS-BALANCE-EDIT
           DISPLAY V-PN 'BALANCE AS OF ' WS-REQ-DATE '.: '
               WS-BALANCE-EDIT.
       9000-EXIT.
           EXIT.
