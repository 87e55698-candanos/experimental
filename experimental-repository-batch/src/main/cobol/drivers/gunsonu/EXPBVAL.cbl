      ******************************************************************
      * PROGRAM-ID : EXPBVAL
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - BACK-VALUED POSTING
      *                    INTEREST RE-ACCRUAL, RUN IN THE EXPCTRL
      *                    CHAIN JUST AHEAD OF EXPINTAC. A TYPE 'A'
      *                    ADJUSTMENT CARRYING A VALUE DATE
      *                    (SP1-EFFECTIVE-DATE) EARLIER THAN THE
      *                    BUSINESS DATE POSTS AS USUAL AND IS LOGGED
      *                    BY SUBPGM01 TO BVALPST. EXPINTAC HAS ALREADY
      *                    ACCRUED THE DAYS FROM THE VALUE DATE TO ITS
      *                    LAST RUN ON A BALANCE THAT DID NOT HOLD THE
      *                    ENTRY, SO THIS STEP RECOMPUTES EACH OF
      *                    THOSE DAYS ON THE CORRECTED BALANCE AT THE
      *                    INTRATES TIER IN FORCE THAT DAY (INR-RATE-
      *                    DATE), ADDS THE DIFFERENCE TO THE ACCOUNT'S
      *                    INTACCR POSITION, AND LISTS EVERY ENTRY ON
      *                    THE DAILY BACK-VALUE REPORT EXPBVRPT. THE
      *                    DAY'S ORIGINAL BALANCE IS REBUILT FROM THE
      *                    ACCOUNT'S CURRENT BALANCE LESS THE TRANLOG
      *                    AND TRANARCH ACTIVITY DATED AFTER IT. AN
      *                    ENTRY VALUE-DATED MORE THAN BVDAYS=NNN
      *                    CALENDAR DAYS (DEFAULT 30) BEFORE IT POSTED
      *                    STAYS POSTED BUT IS NOT RE-ACCRUED - IT IS
      *                    REPORTED FOR MANUAL REVIEW AND THE STEP
      *                    ENDS CONDITION CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPBVAL.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BVALPST-FILE ASSIGN TO 'BVALPST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BVALPST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT INTRATES-FILE ASSIGN TO 'INTRATES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTRATES-STATUS.
           SELECT INTACCR-FILE ASSIGN TO 'INTACCR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INA-ACCOUNT-NUMBER
               FILE STATUS IS WS-INTACCR-STATUS.
           SELECT PRODMSTR-FILE ASSIGN TO 'PRODMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODMSTR-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT TRANLOG-FILE ASSIGN TO 'TRANLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT TRANARCH-FILE ASSIGN TO 'TRANARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANARCH-STATUS.
           SELECT EXPBVRPT-FILE ASSIGN TO 'EXPBVRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPBVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BVALPST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    READ WHOLE, THEN REWRITTEN WITH EACH ENTRY'S OUTCOME.
           COPY BVALPST.

       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMSTR.

       FD  INTRATES-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY INTRATES.

       FD  INTACCR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INTACCR.

       FD  PRODMSTR-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE ACCOUNT'S PRODUCT - WHICH INTRATES TABLE IT EARNS ON.
           COPY PRODMSTR.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY BUSDCTL.

       FD  TRANLOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TLOGREC.

       FD  TRANARCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    FLAT IMAGE OF TLOG-RECORD (112 BYTES), AS EXPARCPG WRITES.
       01  TRANARCH-RECORD                PIC X(112).

       FD  EXPBVRPT-FILE
           LABEL RECORDS ARE STANDARD.
      *    ONE LINE PER BACK-VALUED ENTRY SETTLED TONIGHT, THEN TOTALS.
       01  BVR-RECORD                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPBVAL-> '.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.
           COPY BUSDPARM.

       01  WS-FILE-STATUSES.
           05  WS-BVALPST-STATUS           PIC X(02) VALUE '00'.
               88  WS-BVALPST-OK               VALUE '00'.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-INTRATES-STATUS          PIC X(02) VALUE '00'.
               88  WS-INTRATES-OK              VALUE '00'.
               88  WS-INTRATES-EOF              VALUE '10'.
           05  WS-INTACCR-STATUS           PIC X(02) VALUE '00'.
               88  WS-INTACCR-OK               VALUE '00'.
           05  WS-PRODMSTR-STATUS          PIC X(02) VALUE '00'.
               88  WS-PRODMSTR-OK              VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-TRANLOG-STATUS           PIC X(02) VALUE '00'.
               88  WS-TRANLOG-OK               VALUE '00'.
           05  WS-TRANARCH-STATUS          PIC X(02) VALUE '00'.
               88  WS-TRANARCH-OK              VALUE '00'.
           05  WS-EXPBVRPT-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPBVRPT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF-REACHED        VALUE 'Y'.
           05  WS-RUN-ABANDONED-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-RUN-ABANDONED            VALUE 'Y'.
           05  WS-ACCTMST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-ACCTMST-IS-OPEN          VALUE 'Y'.
           05  WS-INTACCR-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-INTACCR-IS-OPEN          VALUE 'Y'.
           05  WS-PRODMSTR-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-PRODMSTR-IS-OPEN         VALUE 'Y'.
           05  WS-BVR-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-BVR-IS-OPEN              VALUE 'Y'.
           05  WS-ACCOUNT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-ACCOUNT-FOUND            VALUE 'Y'.
           05  WS-MOVEMENT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-MOVEMENT-FOUND           VALUE 'Y'.
           05  WS-ENTRY-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND              VALUE 'Y'.
           05  WS-RATE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-RATE-FOUND               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-DROPPED          PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-PENDING          PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-REACCRUED        PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-OUTSIDE          PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-NOT-ACCRUING     PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-LEFT-PENDING     PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-REPORTED         PIC 9(07) COMP VALUE ZERO.
           05  WS-ACTIVITY-READ            PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-RUN-DAY-NUMBER               PIC 9(07) VALUE ZERO.

      ******************************************************************
      * WS-BACK-VALUE-LIMIT - HOW MANY CALENDAR DAYS BEFORE ITS
      * POSTING DATE AN ENTRY MAY BE VALUE-DATED AND STILL BE
      * RE-ACCRUED. OPERATOR-CONFIGURABLE VIA BVDAYS= ON THE PARM
      * STRING, TOKENIZED THE SAME WAY AS EXPCHGOF'S CHGDAYS=.
      ******************************************************************
       01  WS-BACK-VALUE-LIMIT.
           05  WS-BACK-VALUE-DAYS          PIC 9(03) VALUE 30.

       01  WS-PARM-STRING                  PIC X(80) VALUE SPACES.
       01  WS-PARM-TABLE.
           05  WS-PARM-TOK                 PIC X(20) OCCURS 7 TIMES.
       01  WS-PARM-INDEX                   PIC 9(02) COMP VALUE ZERO.
       01  WS-PARM-KEY                     PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                   PIC X(16) VALUE SPACES.

      ******************************************************************
      * WS-ENTRY-TABLE - THE WHOLE OF BVALPST, HELD SO THE FILE CAN BE
      * REWRITTEN WITH TONIGHT'S OUTCOMES. AN ENTRY SETTLED ON AN
      * EARLIER NIGHT IS DROPPED AS IT IS READ; AN ENTRY SETTLED
      * TONIGHT IS KEPT SO A RERUN OF THE NIGHT REPORTS IT AGAIN BUT
      * DOES NOT BOOK IT AGAIN. DAY NUMBERS ARE BUSDAY01 SERIALS.
      ******************************************************************
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-ENTRY-INDEX              PIC 9(03) COMP VALUE ZERO.
           05  WS-EARLIER-INDEX            PIC 9(03) COMP VALUE ZERO.
           05  WS-ENTRY OCCURS 500 TIMES.
               10  WS-ENT-IMAGE            PIC X(91).
               10  WS-ENT-ACCOUNT          PIC X(10).
               10  WS-ENT-TRACE-ID         PIC X(16).
               10  WS-ENT-POSTING-DATE     PIC 9(08).
               10  WS-ENT-VALUE-DATE       PIC 9(08).
               10  WS-ENT-POSTING-DAY      PIC 9(07).
               10  WS-ENT-VALUE-DAY        PIC 9(07).
               10  WS-ENT-EFFECT           PIC S9(11)V99 COMP-3.
               10  WS-ENT-STATUS           PIC X(01).
                   88  WS-ENT-PENDING          VALUE 'P'.
                   88  WS-ENT-REACCRUED        VALUE 'D'.
                   88  WS-ENT-OUTSIDE-PERIOD   VALUE 'X'.
                   88  WS-ENT-NOT-ACCRUING     VALUE 'N'.
               10  WS-ENT-PROCESS-DATE     PIC 9(08).
               10  WS-ENT-DAYS             PIC 9(05).
               10  WS-ENT-DIFFERENCE       PIC S9(11)V99 COMP-3.
               10  WS-ENT-SLOT             PIC 9(03) COMP.
               10  WS-ENT-TONIGHT-SW       PIC X(01).
                   88  WS-ENT-SETTLED-TONIGHT  VALUE 'Y'.

      ******************************************************************
      * WS-ACCOUNT-TABLE - EACH ACCOUNT WITH A PENDING ENTRY: ITS
      * CURRENT BALANCE (BASE EQUIVALENT FOR A FOREIGN-CURRENCY
      * ACCOUNT, AS EXPINTAC ACCRUES), ITS RATE TABLE, ITS LAST
      * ACCRUAL DAY, AND THE EARLIEST VALUE DATE OWED TO IT - HOW FAR
      * BACK ITS ACTIVITY HAS TO BE UNWOUND.
      ******************************************************************
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-ACCOUNT-INDEX            PIC 9(03) COMP VALUE ZERO.
           05  WS-ACCOUNT OCCURS 100 TIMES.
               10  WS-ACT-NUMBER           PIC X(10).
               10  WS-ACT-BALANCE          PIC S9(11)V99 COMP-3.
               10  WS-ACT-TABLE-CODE       PIC X(04).
               10  WS-ACT-LAST-DAY         PIC 9(07).
               10  WS-ACT-FIRST-DATE       PIC 9(08).
               10  WS-ACT-STATE            PIC X(01).
                   88  WS-ACT-ACCRUING         VALUE 'A'.
                   88  WS-ACT-NOT-ACCRUING     VALUE 'N'.

      ******************************************************************
      * WS-MOVEMENT-TABLE - THE AFFECTED ACCOUNTS' POSTED ACTIVITY
      * SINCE THEIR EARLIEST VALUE DATE, NETTED PER ACCOUNT AND DATE.
      * THE EFFECT IS ON THE BALANCE (A DEBIT IS NEGATIVE).
      ******************************************************************
       01  WS-MOVEMENT-TABLE.
           05  WS-MOVEMENT-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-MOVEMENT-INDEX           PIC 9(04) COMP VALUE ZERO.
           05  WS-MOVEMENT OCCURS 2000 TIMES.
               10  WS-MOV-SLOT             PIC 9(03) COMP.
               10  WS-MOV-DATE             PIC 9(08).
               10  WS-MOV-DAY              PIC 9(07).
               10  WS-MOV-EFFECT           PIC S9(13)V99 COMP-3.
       01  WS-MOVEMENT-FULL-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-MOVEMENT-TABLE-FULL          VALUE 'Y'.

      ******************************************************************
      * WS-TIER-TABLE - THE INTRATES TIERS WITH THE DAY EACH CAME INTO
      * FORCE (ZERO - NO RATE DATE - IN FORCE THROUGHOUT).
      ******************************************************************
       01  WS-TIER-TABLE.
           05  WS-TIER-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  WS-TIER-INDEX               PIC 9(03) COMP VALUE ZERO.
           05  WS-TIER-ENTRY OCCURS 50 TIMES.
               10  WS-TIER-TABLE-CODE      PIC X(04).
               10  WS-TIER-FLOOR           PIC S9(11)V99 COMP-3.
               10  WS-TIER-RATE-PCT        PIC 9(02)V9999 COMP-3.
               10  WS-TIER-FROM-DAY        PIC 9(07).
       01  WS-FOUND-RATE-PCT               PIC 9(02)V9999 COMP-3
                                            VALUE ZERO.
       01  WS-FOUND-FLOOR                  PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-FOUND-FROM-DAY               PIC 9(07) VALUE ZERO.

      ******************************************************************
      * WS-REACCRUAL-WORK - ONE ENTRY'S RECOMPUTATION. THE DAY'S
      * BALANCE AS EXPINTAC SAW IT, THE SAME PLUS THIS ENTRY, AND THE
      * RUNNING DIFFERENCE IN THE INTEREST EACH EARNS, CARRIED TO SIX
      * PLACES AND ROUNDED ONCE.
      ******************************************************************
       01  WS-REACCRUAL-WORK.
           05  WS-WORK-DAY                 PIC 9(07) VALUE ZERO.
           05  WS-FIRST-DAY                PIC 9(07) VALUE ZERO.
           05  WS-LAST-DAY                 PIC 9(07) VALUE ZERO.
           05  WS-WORK-SLOT                PIC 9(03) COMP VALUE ZERO.
           05  WS-BALANCE-BEFORE           PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-BALANCE-AFTER            PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-RATE-BALANCE             PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-DAY-INTEREST             PIC S9(11)V9(06) COMP-3
                                            VALUE ZERO.
           05  WS-INTEREST-BEFORE          PIC S9(11)V9(06) COMP-3
                                            VALUE ZERO.
           05  WS-ENTRY-DIFFERENCE         PIC S9(11)V9(06) COMP-3
                                            VALUE ZERO.
           05  WS-LOOKUP-ACCOUNT           PIC X(10) VALUE SPACES.
           05  WS-LOOKUP-DATE              PIC 9(08) VALUE ZERO.
           05  WS-MOVEMENT-DATE            PIC 9(08) VALUE ZERO.
           05  WS-MOVEMENT-EFFECT          PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

       01  WS-TOTAL-DIFFERENCE             PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05  WS-AMOUNT-EDIT              PIC -(10)9.99.
           05  WS-DIFF-EDIT                PIC -(10)9.99.
           05  WS-TOTAL-EDIT               PIC -(12)9.99.
           05  WS-DAYS-EDIT                PIC ZZZZ9.
           05  WS-COUNT-EDIT               PIC Z(06)9.
           05  WS-REMARK                   PIC X(40).

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-ABANDONED
               PERFORM 2000-CLASSIFY-ENTRY THRU 2000-EXIT
                   VARYING WS-ENTRY-INDEX FROM 1 BY 1
                   UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
               IF WS-ENTRIES-PENDING > ZERO
                   PERFORM 3000-SWEEP-ACTIVITY THRU 3000-EXIT
               END-IF
               PERFORM 4000-REACCRUE-ENTRY THRU 4000-EXIT
                   VARYING WS-ENTRY-INDEX FROM 1 BY 1
                   UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
               PERFORM 5000-REPORT-ENTRY THRU 5000-EXIT
                   VARYING WS-ENTRY-INDEX FROM 1 BY 1
                   UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
               PERFORM 6000-REWRITE-BVALPST THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, PARM, RATE TIERS, THE LOG AND
      *                   THE FILES. NO BVALPST MEANS NOTHING HAS EVER
      *                   POSTED BACK-VALUED - A CLEAN, EMPTY REPORT.
      *                   A LOG TOO BIG TO HOLD, OR NO INTACCR TO BOOK
      *                   TO, FAILS THE STEP BEFORE ANYTHING IS BOOKED.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           PERFORM 1060-ACCEPT-PARM THRU 1060-EXIT
           OPEN OUTPUT EXPBVRPT-FILE
           IF WS-EXPBVRPT-OK
               MOVE 'Y' TO WS-BVR-OPEN-SWITCH
               MOVE WS-BACK-VALUE-DAYS TO WS-DAYS-EDIT
               MOVE SPACES TO BVR-RECORD
               STRING 'BACK-VALUED POSTINGS FOR BUSINESS DATE '
                          DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      ' - MAXIMUM BACK-VALUE PERIOD' DELIMITED BY SIZE
                      WS-DAYS-EDIT DELIMITED BY SIZE
                      ' DAYS' DELIMITED BY SIZE
                   INTO BVR-RECORD
               WRITE BVR-RECORD
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPBVRPT - STATUS '
                   WS-EXPBVRPT-STATUS
           END-IF
           PERFORM 1200-LOAD-BVALPST THRU 1200-EXIT
           IF WS-RUN-ABANDONED OR WS-ENTRY-COUNT = ZERO
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-RATE-TIERS THRU 1100-EXIT
           OPEN INPUT ACCTMST-FILE
           IF WS-ACCTMST-OK
               MOVE 'Y' TO WS-ACCTMST-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN ACCTMSTR - STATUS '
                   WS-ACCTMST-STATUS
               MOVE 'Y' TO WS-RUN-ABANDONED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O INTACCR-FILE
           IF WS-INTACCR-OK
               MOVE 'Y' TO WS-INTACCR-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN INTACCR - STATUS '
                   WS-INTACCR-STATUS
               MOVE 'Y' TO WS-RUN-ABANDONED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT PRODMSTR-FILE
           IF WS-PRODMSTR-OK
               MOVE 'Y' TO WS-PRODMSTR-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'PRODMSTR UNAVAILABLE - STATUS '
                   WS-PRODMSTR-STATUS ' - EVERY ACCOUNT RE-ACCRUES '
                   'ON THE DEFAULT TABLE'
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-SET-RUN-DATE - THE DECLARED BUSINESS DATE FROM BUSDCTL
      *                     (SYSTEM DATE AS FALLBACK) AND ITS SERIAL
      *                     DAY NUMBER. WITHOUT THE CALENDAR NO DAY
      *                     CAN BE COUNTED, SO NOTHING IS RE-ACCRUED.
      ******************************************************************
       1050-SET-RUN-DATE.
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
           MOVE WS-RUN-DATE TO WS-LOOKUP-DATE
           PERFORM 8000-GET-DAY-NUMBER THRU 8000-EXIT
           MOVE BDP-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           IF WS-RUN-DAY-NUMBER = ZERO
               DISPLAY V-PN 'CALENDAR UNAVAILABLE - NOTHING '
                   'RE-ACCRUED'
               MOVE 'Y' TO WS-RUN-ABANDONED-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY V-PN 'RE-ACCRUING FOR BUSINESS DATE ' WS-RUN-DATE.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1060-ACCEPT-PARM - BVDAYS=NNN OVERRIDES THE MAXIMUM BACK-VALUE
      *                    PERIOD.
      ******************************************************************
       1060-ACCEPT-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
                    WS-PARM-TOK(4) WS-PARM-TOK(5) WS-PARM-TOK(6)
                    WS-PARM-TOK(7)
           PERFORM 1070-APPLY-PARM-TOKEN THRU 1070-EXIT
               VARYING WS-PARM-INDEX FROM 1 BY 1
               UNTIL WS-PARM-INDEX > 7
           DISPLAY V-PN 'MAXIMUM BACK-VALUE PERIOD '
               WS-BACK-VALUE-DAYS ' DAYS'.
       1060-EXIT.
           EXIT.

       1070-APPLY-PARM-TOKEN.
           IF WS-PARM-TOK(WS-PARM-INDEX) = SPACES
               GO TO 1070-EXIT
           END-IF
           MOVE SPACES TO WS-PARM-KEY WS-PARM-VALUE
           UNSTRING WS-PARM-TOK(WS-PARM-INDEX) DELIMITED BY '='
               INTO WS-PARM-KEY WS-PARM-VALUE
           IF WS-PARM-KEY NOT = 'BVDAYS'
               GO TO 1070-EXIT
           END-IF
           IF WS-PARM-VALUE(1:3) IS NUMERIC
               MOVE WS-PARM-VALUE(1:3) TO WS-BACK-VALUE-DAYS
               GO TO 1070-EXIT
           END-IF
           IF WS-PARM-VALUE(1:2) IS NUMERIC AND
                   WS-PARM-VALUE(3:1) = SPACE
               MOVE WS-PARM-VALUE(1:2) TO WS-BACK-VALUE-DAYS
               GO TO 1070-EXIT
           END-IF
           IF WS-PARM-VALUE(1:1) IS NUMERIC AND
                   WS-PARM-VALUE(2:1) = SPACE
               MOVE WS-PARM-VALUE(1:1) TO WS-BACK-VALUE-DAYS
           END-IF.
       1070-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-RATE-TIERS - READ THE INTRATES TIER FILE INTO MEMORY
      *                        WITH EACH TIER'S FIRST DAY IN FORCE.
      ******************************************************************
       1100-LOAD-RATE-TIERS.
           OPEN INPUT INTRATES-FILE
           IF NOT WS-INTRATES-OK
               DISPLAY V-PN 'UNABLE TO OPEN INTRATES - STATUS '
                   WS-INTRATES-STATUS ' - NO DAY EARNS INTEREST'
               GO TO 1100-EXIT
           END-IF
           PERFORM 1150-STORE-RATE-TIER THRU 1150-EXIT
               UNTIL WS-INTRATES-EOF
           CLOSE INTRATES-FILE.
       1100-EXIT.
           EXIT.

       1150-STORE-RATE-TIER.
           READ INTRATES-FILE
               AT END
                   GO TO 1150-EXIT
           END-READ
           IF WS-TIER-COUNT NOT < 50
               DISPLAY V-PN 'WARNING - RATE TIER TABLE FULL'
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-TIER-COUNT
           IF INR-TABLE-CODE = LOW-VALUES
               MOVE SPACES TO WS-TIER-TABLE-CODE(WS-TIER-COUNT)
           ELSE
               MOVE INR-TABLE-CODE TO WS-TIER-TABLE-CODE(WS-TIER-COUNT)
           END-IF
           MOVE INR-TIER-FLOOR TO WS-TIER-FLOOR(WS-TIER-COUNT)
           MOVE INR-ANNUAL-RATE-PCT TO WS-TIER-RATE-PCT(WS-TIER-COUNT)
           MOVE ZERO TO WS-TIER-FROM-DAY(WS-TIER-COUNT)
           IF INR-RATE-DATE NUMERIC AND INR-RATE-DATE > ZERO
               MOVE INR-RATE-DATE TO WS-LOOKUP-DATE
               PERFORM 8000-GET-DAY-NUMBER THRU 8000-EXIT
               MOVE BDP-DAY-NUMBER TO WS-TIER-FROM-DAY(WS-TIER-COUNT)
           END-IF.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-BVALPST - HOLD EVERY ENTRY STILL PENDING OR SETTLED
      *                     TONIGHT. MORE THAN THE TABLE HOLDS CANNOT
      *                     BE REWRITTEN WITHOUT LOSING ENTRIES, SO
      *                     THE STEP STOPS BEFORE BOOKING ANYTHING.
      ******************************************************************
       1200-LOAD-BVALPST.
           OPEN INPUT BVALPST-FILE
           IF NOT WS-BVALPST-OK
               DISPLAY V-PN 'NO BVALPST LOG - NO BACK-VALUED POSTINGS'
               GO TO 1200-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM 1250-STORE-BVALPST-ENTRY THRU 1250-EXIT
               UNTIL WS-INPUT-EOF-REACHED OR WS-RUN-ABANDONED
           CLOSE BVALPST-FILE.
       1200-EXIT.
           EXIT.

       1250-STORE-BVALPST-ENTRY.
           READ BVALPST-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 1250-EXIT
           END-READ
           ADD 1 TO WS-ENTRIES-READ
           IF NOT BVP-PENDING AND BVP-PROCESS-DATE NOT = WS-RUN-DATE
               ADD 1 TO WS-ENTRIES-DROPPED
               GO TO 1250-EXIT
           END-IF
           IF WS-ENTRY-COUNT NOT < 500
               DISPLAY V-PN 'BVALPST HOLDS MORE THAN 500 LIVE ENTRIES'
                   ' - NOTHING RE-ACCRUED'
               MOVE 'Y' TO WS-RUN-ABANDONED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1250-EXIT
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           MOVE WS-ENTRY-COUNT TO WS-ENTRY-INDEX
           MOVE BVALPST-RECORD TO WS-ENT-IMAGE(WS-ENTRY-INDEX)
           MOVE BVP-ACCOUNT-NUMBER TO WS-ENT-ACCOUNT(WS-ENTRY-INDEX)
           MOVE BVP-TRACE-ID TO WS-ENT-TRACE-ID(WS-ENTRY-INDEX)
           MOVE BVP-POSTING-DATE TO WS-ENT-POSTING-DATE(WS-ENTRY-INDEX)
           MOVE BVP-VALUE-DATE TO WS-ENT-VALUE-DATE(WS-ENTRY-INDEX)
           MOVE ZERO TO WS-ENT-POSTING-DAY(WS-ENTRY-INDEX)
           MOVE ZERO TO WS-ENT-VALUE-DAY(WS-ENTRY-INDEX)
           COMPUTE WS-ENT-EFFECT(WS-ENTRY-INDEX) =
               ZERO - BVP-CONVERTED-AMOUNT
           MOVE BVP-STATUS TO WS-ENT-STATUS(WS-ENTRY-INDEX)
           MOVE BVP-PROCESS-DATE TO WS-ENT-PROCESS-DATE(WS-ENTRY-INDEX)
           MOVE BVP-DAYS TO WS-ENT-DAYS(WS-ENTRY-INDEX)
           MOVE BVP-INTEREST-DIFFERENCE
               TO WS-ENT-DIFFERENCE(WS-ENTRY-INDEX)
           MOVE ZERO TO WS-ENT-SLOT(WS-ENTRY-INDEX)
           MOVE 'N' TO WS-ENT-TONIGHT-SW(WS-ENTRY-INDEX)
           IF BVP-PENDING
               ADD 1 TO WS-ENTRIES-PENDING
           END-IF.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CLASSIFY-ENTRY - A PENDING ENTRY VALUE-DATED FURTHER BACK
      *                       THAN THE MAXIMUM PERIOD IS SETTLED AS
      *                       OUTSIDE IT; ONE ON AN ACCOUNT THAT DOES
      *                       NOT ACCRUE (NOT ON FILE, NOT ACTIVE, A
      *                       TERM DEPOSIT, OR NEVER YET ACCRUED) AS
      *                       NOT ACCRUING. THE REST ARE LINKED TO
      *                       THEIR ACCOUNT FOR THE RE-ACCRUAL.
      ******************************************************************
       2000-CLASSIFY-ENTRY.
           IF NOT WS-ENT-PENDING(WS-ENTRY-INDEX)
               GO TO 2000-EXIT
           END-IF
           MOVE WS-ENT-POSTING-DATE(WS-ENTRY-INDEX) TO WS-LOOKUP-DATE
           PERFORM 8000-GET-DAY-NUMBER THRU 8000-EXIT
           MOVE BDP-DAY-NUMBER TO WS-ENT-POSTING-DAY(WS-ENTRY-INDEX)
           MOVE WS-ENT-VALUE-DATE(WS-ENTRY-INDEX) TO WS-LOOKUP-DATE
           PERFORM 8000-GET-DAY-NUMBER THRU 8000-EXIT
           MOVE BDP-DAY-NUMBER TO WS-ENT-VALUE-DAY(WS-ENTRY-INDEX)
           IF WS-ENT-POSTING-DAY(WS-ENTRY-INDEX) = ZERO OR
                   WS-ENT-VALUE-DAY(WS-ENTRY-INDEX) = ZERO
               DISPLAY V-PN 'TRACE ' WS-ENT-TRACE-ID(WS-ENTRY-INDEX)
                   ' - DATES NOT ON THE CALENDAR - LEFT PENDING'
               GO TO 2000-EXIT
           END-IF
           IF WS-ENT-POSTING-DAY(WS-ENTRY-INDEX)
                   - WS-ENT-VALUE-DAY(WS-ENTRY-INDEX)
                   > WS-BACK-VALUE-DAYS
               MOVE 'X' TO WS-ENT-STATUS(WS-ENTRY-INDEX)
               PERFORM 2900-SETTLE-ENTRY THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE WS-ENT-ACCOUNT(WS-ENTRY-INDEX) TO WS-LOOKUP-ACCOUNT
           PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT
           IF WS-ACCOUNT-INDEX = ZERO
               GO TO 2000-EXIT
           END-IF
           IF WS-ACT-NOT-ACCRUING(WS-ACCOUNT-INDEX)
               MOVE 'N' TO WS-ENT-STATUS(WS-ENTRY-INDEX)
               PERFORM 2900-SETTLE-ENTRY THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE WS-ACCOUNT-INDEX TO WS-ENT-SLOT(WS-ENTRY-INDEX)
           IF WS-ENT-VALUE-DATE(WS-ENTRY-INDEX)
                   < WS-ACT-FIRST-DATE(WS-ACCOUNT-INDEX)
               MOVE WS-ENT-VALUE-DATE(WS-ENTRY-INDEX)
                   TO WS-ACT-FIRST-DATE(WS-ACCOUNT-INDEX)
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-ACCOUNT - THE ACCOUNT'S SLOT, LOADING IT ON FIRST
      *                     SIGHT. ZERO WHEN THE TABLE IS FULL.
      ******************************************************************
       2100-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH
           PERFORM 2150-COMPARE-ACCOUNT
               VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
                   OR WS-ACCOUNT-FOUND
           IF WS-ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-ACCOUNT-INDEX
               GO TO 2100-EXIT
           END-IF
           IF WS-ACCOUNT-COUNT NOT < 100
               DISPLAY V-PN 'WARNING - ACCOUNT TABLE FULL - ACCOUNT '
                   WS-LOOKUP-ACCOUNT ' LEFT PENDING'
               MOVE ZERO TO WS-ACCOUNT-INDEX
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-INDEX
           PERFORM 2200-LOAD-ACCOUNT THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

       2150-COMPARE-ACCOUNT.
           IF WS-ACT-NUMBER(WS-ACCOUNT-INDEX) = WS-LOOKUP-ACCOUNT
               MOVE 'Y' TO WS-ACCOUNT-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * 2200-LOAD-ACCOUNT - BALANCE, RATE TABLE AND LAST ACCRUAL DAY,
      *                     WITH EXPINTAC'S OWN RULES FOR WHICH
      *                     ACCOUNTS ACCRUE AT ALL. AN ACCOUNT WITH NO
      *                     ACCRUAL YET HAS NO PAST DAY TO CORRECT.
      ******************************************************************
       2200-LOAD-ACCOUNT.
           MOVE WS-LOOKUP-ACCOUNT TO WS-ACT-NUMBER(WS-ACCOUNT-INDEX)
           MOVE ZERO TO WS-ACT-BALANCE(WS-ACCOUNT-INDEX)
           MOVE SPACES TO WS-ACT-TABLE-CODE(WS-ACCOUNT-INDEX)
           MOVE ZERO TO WS-ACT-LAST-DAY(WS-ACCOUNT-INDEX)
           MOVE 99999999 TO WS-ACT-FIRST-DATE(WS-ACCOUNT-INDEX)
           MOVE 'N' TO WS-ACT-STATE(WS-ACCOUNT-INDEX)
           MOVE WS-LOOKUP-ACCOUNT TO ACM-ACCOUNT-NUMBER
           READ ACCTMST-FILE
               INVALID KEY
                   DISPLAY V-PN 'ACCOUNT ' WS-LOOKUP-ACCOUNT
                       ' NOT ON ACCTMSTR'
                   GO TO 2200-EXIT
           END-READ
           IF NOT ACM-ACTIVE OR ACM-TERM-DEPOSIT OR
                   ACM-CURRENT-BALANCE NOT NUMERIC
               GO TO 2200-EXIT
           END-IF
           MOVE ACM-CURRENT-BALANCE TO WS-ACT-BALANCE(WS-ACCOUNT-INDEX)
           IF NOT ACM-BASE-CURRENCY-ACCOUNT
               IF ACM-BASE-EQUIVALENT NUMERIC
                   MOVE ACM-BASE-EQUIVALENT
                       TO WS-ACT-BALANCE(WS-ACCOUNT-INDEX)
               ELSE
                   GO TO 2200-EXIT
               END-IF
           END-IF
           MOVE WS-LOOKUP-ACCOUNT TO INA-ACCOUNT-NUMBER
           READ INTACCR-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ
           IF INA-LAST-ACCRUAL-DATE NOT NUMERIC OR
                   INA-LAST-ACCRUAL-DATE = ZERO
               GO TO 2200-EXIT
           END-IF
           MOVE INA-LAST-ACCRUAL-DATE TO WS-LOOKUP-DATE
           PERFORM 8000-GET-DAY-NUMBER THRU 8000-EXIT
           IF BDP-DAY-NUMBER = ZERO
               GO TO 2200-EXIT
           END-IF
           MOVE BDP-DAY-NUMBER TO WS-ACT-LAST-DAY(WS-ACCOUNT-INDEX)
           IF WS-PRODMSTR-IS-OPEN AND
                   ACM-PRODUCT-CODE NOT = SPACES AND
                   ACM-PRODUCT-CODE NOT = LOW-VALUES
               MOVE ACM-PRODUCT-CODE TO PRD-PRODUCT-CODE
               READ PRODMSTR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRD-RATE-TABLE-CODE
                           TO WS-ACT-TABLE-CODE(WS-ACCOUNT-INDEX)
               END-READ
           END-IF
           MOVE 'A' TO WS-ACT-STATE(WS-ACCOUNT-INDEX).
       2200-EXIT.
           EXIT.

       2900-SETTLE-ENTRY.
           MOVE WS-RUN-DATE TO WS-ENT-PROCESS-DATE(WS-ENTRY-INDEX)
           MOVE 'Y' TO WS-ENT-TONIGHT-SW(WS-ENTRY-INDEX)
           IF NOT WS-ENT-REACCRUED(WS-ENTRY-INDEX)
               MOVE ZERO TO WS-ENT-DAYS(WS-ENTRY-INDEX)
               MOVE ZERO TO WS-ENT-DIFFERENCE(WS-ENTRY-INDEX)
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SWEEP-ACTIVITY - EVERY CLEANLY POSTED ENTRY ON AN AFFECTED
      *                       ACCOUNT DATED AFTER ITS EARLIEST VALUE
      *                       DATE, FROM TRANLOG AND TRANARCH, NETTED
      *                       PER DATE. THE FEE WITHHOLDING ('T') AND A
      *                       RECOVERY ('Y') NEVER TOUCH THE BALANCE
      *                       AND ARE LEFT OUT. A BACK-VALUED ENTRY
      *                       COUNTS ON THE DATE IT POSTED.
      ******************************************************************
       3000-SWEEP-ACTIVITY.
           OPEN INPUT TRANLOG-FILE
           IF WS-TRANLOG-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 3100-READ-TRANLOG-ENTRY THRU 3100-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE TRANLOG-FILE
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN TRANLOG - STATUS '
                   WS-TRANLOG-STATUS
           END-IF
           OPEN INPUT TRANARCH-FILE
           IF WS-TRANARCH-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 3200-READ-TRANARCH-ENTRY THRU 3200-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE TRANARCH-FILE
           END-IF
           IF WS-MOVEMENT-TABLE-FULL
               DISPLAY V-PN 'WARNING - ACTIVITY TABLE FULL - EARLY '
                   'BALANCES MAY BE OVERSTATED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 3500-NUMBER-MOVEMENT THRU 3500-EXIT
               VARYING WS-MOVEMENT-INDEX FROM 1 BY 1
               UNTIL WS-MOVEMENT-INDEX > WS-MOVEMENT-COUNT.
       3000-EXIT.
           EXIT.

       3100-READ-TRANLOG-ENTRY.
           READ TRANLOG-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   PERFORM 3300-TAKE-ACTIVITY THRU 3300-EXIT
           END-READ.
       3100-EXIT.
           EXIT.

       3200-READ-TRANARCH-ENTRY.
           READ TRANARCH-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE TRANARCH-RECORD TO TLOG-RECORD
                   PERFORM 3300-TAKE-ACTIVITY THRU 3300-EXIT
           END-READ.
       3200-EXIT.
           EXIT.

       3300-TAKE-ACTIVITY.
           IF TLOG-RETURN-CODE NOT = ZERO OR
                   TLOG-CONVERTED-AMOUNT NOT NUMERIC OR
                   TLOG-TYPE-FEE-TAX OR TLOG-TYPE-RECOVERY
               GO TO 3300-EXIT
           END-IF
           MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH
           MOVE TLOG-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           PERFORM 2150-COMPARE-ACCOUNT
               VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
                   OR WS-ACCOUNT-FOUND
           IF NOT WS-ACCOUNT-FOUND
               GO TO 3300-EXIT
           END-IF
           SUBTRACT 1 FROM WS-ACCOUNT-INDEX
           IF NOT WS-ACT-ACCRUING(WS-ACCOUNT-INDEX)
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO WS-ACTIVITY-READ
           MOVE TLOG-TRANSACTION-DATE TO WS-MOVEMENT-DATE
           MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
           PERFORM 3350-COMPARE-BACK-VALUED
               VARYING WS-EARLIER-INDEX FROM 1 BY 1
               UNTIL WS-EARLIER-INDEX > WS-ENTRY-COUNT
                   OR WS-ENTRY-FOUND
           IF WS-MOVEMENT-DATE NOT > WS-ACT-FIRST-DATE(WS-ACCOUNT-INDEX)
               GO TO 3300-EXIT
           END-IF
           COMPUTE WS-MOVEMENT-EFFECT = ZERO - TLOG-CONVERTED-AMOUNT
           PERFORM 3400-ADD-MOVEMENT THRU 3400-EXIT.
       3300-EXIT.
           EXIT.

       3350-COMPARE-BACK-VALUED.
           IF WS-ENT-TRACE-ID(WS-EARLIER-INDEX) = TLOG-TRACE-ID AND
                   WS-ENT-ACCOUNT(WS-EARLIER-INDEX) = WS-LOOKUP-ACCOUNT
               MOVE WS-ENT-POSTING-DATE(WS-EARLIER-INDEX)
                   TO WS-MOVEMENT-DATE
               MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
           END-IF.

       3400-ADD-MOVEMENT.
           MOVE 'N' TO WS-MOVEMENT-FOUND-SWITCH
           PERFORM 3450-COMPARE-MOVEMENT
               VARYING WS-MOVEMENT-INDEX FROM 1 BY 1
               UNTIL WS-MOVEMENT-INDEX > WS-MOVEMENT-COUNT
                   OR WS-MOVEMENT-FOUND
           IF WS-MOVEMENT-FOUND
               SUBTRACT 1 FROM WS-MOVEMENT-INDEX
           ELSE
               IF WS-MOVEMENT-COUNT NOT < 2000
                   MOVE 'Y' TO WS-MOVEMENT-FULL-SWITCH
                   GO TO 3400-EXIT
               END-IF
               ADD 1 TO WS-MOVEMENT-COUNT
               MOVE WS-MOVEMENT-COUNT TO WS-MOVEMENT-INDEX
               MOVE WS-ACCOUNT-INDEX TO WS-MOV-SLOT(WS-MOVEMENT-INDEX)
               MOVE WS-MOVEMENT-DATE TO WS-MOV-DATE(WS-MOVEMENT-INDEX)
               MOVE ZERO TO WS-MOV-DAY(WS-MOVEMENT-INDEX)
               MOVE ZERO TO WS-MOV-EFFECT(WS-MOVEMENT-INDEX)
           END-IF
           ADD WS-MOVEMENT-EFFECT TO WS-MOV-EFFECT(WS-MOVEMENT-INDEX).
       3400-EXIT.
           EXIT.

       3450-COMPARE-MOVEMENT.
           IF WS-MOV-SLOT(WS-MOVEMENT-INDEX) = WS-ACCOUNT-INDEX AND
                   WS-MOV-DATE(WS-MOVEMENT-INDEX) = WS-MOVEMENT-DATE
               MOVE 'Y' TO WS-MOVEMENT-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * 3500-NUMBER-MOVEMENT - THE ACTIVITY DATE AS A SERIAL DAY. A
      *                        DATE THE CALENDAR CANNOT PLACE IS TAKEN
      *                        AS TONIGHT'S, SO IT IS UNWOUND FROM
      *                        EVERY EARLIER DAY.
      ******************************************************************
       3500-NUMBER-MOVEMENT.
           MOVE WS-MOV-DATE(WS-MOVEMENT-INDEX) TO WS-LOOKUP-DATE
           PERFORM 8000-GET-DAY-NUMBER THRU 8000-EXIT
           IF BDP-DAY-NUMBER = ZERO
               MOVE WS-RUN-DAY-NUMBER TO WS-MOV-DAY(WS-MOVEMENT-INDEX)
           ELSE
               MOVE BDP-DAY-NUMBER TO WS-MOV-DAY(WS-MOVEMENT-INDEX)
           END-IF.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REACCRUE-ENTRY - THE DAYS THE ENTRY WAS OWED INTEREST BUT
      *                       NOT ACCRUED RUN FROM ITS VALUE DATE TO
      *                       THE ACCOUNT'S LAST ACCRUAL, STOPPING
      *                       SHORT OF THE DAY IT POSTED. EACH DAY'S
      *                       INTEREST IS RECOMPUTED WITH AND WITHOUT
      *                       THE ENTRY (AND WITH ANY EARLIER ENTRY ON
      *                       THE SAME ACCOUNT SETTLED TONIGHT), AT
      *                       THE TIER IN FORCE THAT DAY, AND THE
      *                       DIFFERENCE IS BOOKED TO INTACCR.
      ******************************************************************
       4000-REACCRUE-ENTRY.
           IF NOT WS-ENT-PENDING(WS-ENTRY-INDEX) OR
                   WS-ENT-SLOT(WS-ENTRY-INDEX) = ZERO
               GO TO 4000-EXIT
           END-IF
           MOVE WS-ENT-SLOT(WS-ENTRY-INDEX) TO WS-WORK-SLOT
           MOVE WS-ENT-VALUE-DAY(WS-ENTRY-INDEX) TO WS-FIRST-DAY
           MOVE WS-ACT-LAST-DAY(WS-WORK-SLOT) TO WS-LAST-DAY
           IF WS-LAST-DAY NOT < WS-ENT-POSTING-DAY(WS-ENTRY-INDEX)
               COMPUTE WS-LAST-DAY =
                   WS-ENT-POSTING-DAY(WS-ENTRY-INDEX) - 1
           END-IF
           MOVE ZERO TO WS-ENTRY-DIFFERENCE
           MOVE ZERO TO WS-ENT-DAYS(WS-ENTRY-INDEX)
           IF WS-LAST-DAY NOT < WS-FIRST-DAY
               COMPUTE WS-ENT-DAYS(WS-ENTRY-INDEX) =
                   WS-LAST-DAY - WS-FIRST-DAY + 1
               PERFORM 4100-REACCRUE-ONE-DAY THRU 4100-EXIT
                   VARYING WS-WORK-DAY FROM WS-FIRST-DAY BY 1
                   UNTIL WS-WORK-DAY > WS-LAST-DAY
           END-IF
           COMPUTE WS-ENT-DIFFERENCE(WS-ENTRY-INDEX) ROUNDED =
               WS-ENTRY-DIFFERENCE
           IF WS-ENT-DIFFERENCE(WS-ENTRY-INDEX) NOT = ZERO
               PERFORM 4500-BOOK-DIFFERENCE THRU 4500-EXIT
               IF NOT WS-INTACCR-OK
                   GO TO 4000-EXIT
               END-IF
           END-IF
           MOVE 'D' TO WS-ENT-STATUS(WS-ENTRY-INDEX)
           PERFORM 2900-SETTLE-ENTRY THRU 2900-EXIT.
       4000-EXIT.
           EXIT.

       4100-REACCRUE-ONE-DAY.
           PERFORM 4200-SET-DAY-BALANCE THRU 4200-EXIT
           MOVE WS-BALANCE-BEFORE TO WS-RATE-BALANCE
           PERFORM 4300-DAY-INTEREST THRU 4300-EXIT
           MOVE WS-DAY-INTEREST TO WS-INTEREST-BEFORE
           COMPUTE WS-BALANCE-AFTER =
               WS-BALANCE-BEFORE + WS-ENT-EFFECT(WS-ENTRY-INDEX)
           MOVE WS-BALANCE-AFTER TO WS-RATE-BALANCE
           PERFORM 4300-DAY-INTEREST THRU 4300-EXIT
           COMPUTE WS-ENTRY-DIFFERENCE = WS-ENTRY-DIFFERENCE
               + WS-DAY-INTEREST - WS-INTEREST-BEFORE.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-SET-DAY-BALANCE - THE DAY'S CLOSING BALANCE AS THE
      *                        ACCRUAL SAW IT - TODAY'S BALANCE WITH
      *                        EVERYTHING DATED LATER UNWOUND - PLUS
      *                        ANY EARLIER BACK-VALUED ENTRY SETTLED
      *                        TONIGHT THAT WAS ALREADY OWED THE DAY.
      ******************************************************************
       4200-SET-DAY-BALANCE.
           MOVE WS-ACT-BALANCE(WS-WORK-SLOT) TO WS-BALANCE-BEFORE
           PERFORM 4250-UNWIND-MOVEMENT
               VARYING WS-MOVEMENT-INDEX FROM 1 BY 1
               UNTIL WS-MOVEMENT-INDEX > WS-MOVEMENT-COUNT
           PERFORM 4260-ADD-EARLIER-ENTRY
               VARYING WS-EARLIER-INDEX FROM 1 BY 1
               UNTIL WS-EARLIER-INDEX NOT < WS-ENTRY-INDEX.
       4200-EXIT.
           EXIT.

       4250-UNWIND-MOVEMENT.
           IF WS-MOV-SLOT(WS-MOVEMENT-INDEX) = WS-WORK-SLOT AND
                   WS-MOV-DAY(WS-MOVEMENT-INDEX) > WS-WORK-DAY
               SUBTRACT WS-MOV-EFFECT(WS-MOVEMENT-INDEX)
                   FROM WS-BALANCE-BEFORE
           END-IF.

       4260-ADD-EARLIER-ENTRY.
           IF WS-ENT-SLOT(WS-EARLIER-INDEX) = WS-WORK-SLOT AND
                   WS-ENT-SETTLED-TONIGHT(WS-EARLIER-INDEX) AND
                   WS-ENT-REACCRUED(WS-EARLIER-INDEX) AND
                   WS-ENT-VALUE-DAY(WS-EARLIER-INDEX)
                       NOT > WS-WORK-DAY AND
                   WS-ENT-POSTING-DAY(WS-EARLIER-INDEX)
                       > WS-WORK-DAY
               ADD WS-ENT-EFFECT(WS-EARLIER-INDEX)
                   TO WS-BALANCE-BEFORE
           END-IF.

      ******************************************************************
      * 4300-DAY-INTEREST - ONE DAY'S INTEREST ON WS-RATE-BALANCE AT
      *                     THE TIER IN FORCE ON WS-WORK-DAY - THE
      *                     HIGHEST FLOOR NOT EXCEEDING THE BALANCE
      *                     AMONG THE ACCOUNT TABLE'S TIERS ALREADY IN
      *                     FORCE, THE LATEST RATE DATE WINNING A TIE.
      *                     NO POSITIVE BALANCE EARNS NOTHING, AS IN
      *                     EXPINTAC.
      ******************************************************************
       4300-DAY-INTEREST.
           MOVE ZERO TO WS-DAY-INTEREST
           IF WS-RATE-BALANCE NOT > ZERO
               GO TO 4300-EXIT
           END-IF
           MOVE 'N' TO WS-RATE-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-RATE-PCT
           MOVE ZERO TO WS-FOUND-FLOOR
           MOVE ZERO TO WS-FOUND-FROM-DAY
           PERFORM 4350-COMPARE-RATE-TIER
               VARYING WS-TIER-INDEX FROM 1 BY 1
               UNTIL WS-TIER-INDEX > WS-TIER-COUNT
           IF WS-RATE-FOUND
               COMPUTE WS-DAY-INTEREST ROUNDED =
                   WS-RATE-BALANCE * WS-FOUND-RATE-PCT / 100 / 365
           END-IF.
       4300-EXIT.
           EXIT.

       4350-COMPARE-RATE-TIER.
           IF WS-TIER-TABLE-CODE(WS-TIER-INDEX)
                       = WS-ACT-TABLE-CODE(WS-WORK-SLOT)
                   AND WS-TIER-FROM-DAY(WS-TIER-INDEX)
                       NOT > WS-WORK-DAY
                   AND WS-TIER-FLOOR(WS-TIER-INDEX)
                       NOT > WS-RATE-BALANCE
               IF NOT WS-RATE-FOUND OR
                       WS-TIER-FLOOR(WS-TIER-INDEX) > WS-FOUND-FLOOR
                       OR (WS-TIER-FLOOR(WS-TIER-INDEX)
                           = WS-FOUND-FLOOR AND
                           WS-TIER-FROM-DAY(WS-TIER-INDEX)
                               > WS-FOUND-FROM-DAY)
                   MOVE WS-TIER-FLOOR(WS-TIER-INDEX)
                       TO WS-FOUND-FLOOR
                   MOVE WS-TIER-RATE-PCT(WS-TIER-INDEX)
                       TO WS-FOUND-RATE-PCT
                   MOVE WS-TIER-FROM-DAY(WS-TIER-INDEX)
                       TO WS-FOUND-FROM-DAY
                   MOVE 'Y' TO WS-RATE-FOUND-SWITCH
               END-IF
           END-IF.

      ******************************************************************
      * 4500-BOOK-DIFFERENCE - ADD THE ENTRY'S DIFFERENCE TO THE
      *                        ACCOUNT'S ACCRUAL POSITION. A FAILED
      *                        UPDATE LEAVES THE ENTRY PENDING FOR THE
      *                        NEXT RUN AND FAILS THE STEP.
      ******************************************************************
       4500-BOOK-DIFFERENCE.
           MOVE WS-ENT-ACCOUNT(WS-ENTRY-INDEX) TO INA-ACCOUNT-NUMBER
           READ INTACCR-FILE
               INVALID KEY
                   DISPLAY V-PN 'INTACCR POSITION GONE - ACCOUNT '
                       INA-ACCOUNT-NUMBER
                   MOVE 8 TO RETURN-CODE
                   GO TO 4500-EXIT
           END-READ
           IF INA-ACCRUED-AMOUNT NOT NUMERIC
               MOVE ZERO TO INA-ACCRUED-AMOUNT
           END-IF
           ADD WS-ENT-DIFFERENCE(WS-ENTRY-INDEX) TO INA-ACCRUED-AMOUNT
           REWRITE INTACCR-RECORD
           IF NOT WS-INTACCR-OK
               DISPLAY V-PN 'INTACCR UPDATE FAILED - STATUS '
                   WS-INTACCR-STATUS ' - ACCOUNT ' INA-ACCOUNT-NUMBER
               MOVE 8 TO RETURN-CODE
           END-IF.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 5000-REPORT-ENTRY - ONE LINE FOR EVERY ENTRY SETTLED ON THE
      *                     BUSINESS DATE, WHETHER BY THIS PASS OR AN
      *                     EARLIER PASS OF THE SAME NIGHT, AND FOR
      *                     ANY ENTRY STILL PENDING.
      ******************************************************************
       5000-REPORT-ENTRY.
           IF NOT WS-ENT-PENDING(WS-ENTRY-INDEX) AND
                   WS-ENT-PROCESS-DATE(WS-ENTRY-INDEX) NOT = WS-RUN-DATE
               GO TO 5000-EXIT
           END-IF
           ADD 1 TO WS-ENTRIES-REPORTED
           EVALUATE TRUE
               WHEN WS-ENT-REACCRUED(WS-ENTRY-INDEX)
                   ADD 1 TO WS-ENTRIES-REACCRUED
                   MOVE 'RE-ACCRUED' TO WS-REMARK
                   ADD WS-ENT-DIFFERENCE(WS-ENTRY-INDEX)
                       TO WS-TOTAL-DIFFERENCE
               WHEN WS-ENT-OUTSIDE-PERIOD(WS-ENTRY-INDEX)
                   ADD 1 TO WS-ENTRIES-OUTSIDE
                   MOVE 'BEYOND MAXIMUM PERIOD - NOT RE-ACCRUED'
                       TO WS-REMARK
               WHEN WS-ENT-NOT-ACCRUING(WS-ENTRY-INDEX)
                   ADD 1 TO WS-ENTRIES-NOT-ACCRUING
                   MOVE 'ACCOUNT NOT ACCRUING' TO WS-REMARK
               WHEN OTHER
                   ADD 1 TO WS-ENTRIES-LEFT-PENDING
                   MOVE 'LEFT PENDING' TO WS-REMARK
           END-EVALUATE
           IF NOT WS-BVR-IS-OPEN
               GO TO 5000-EXIT
           END-IF
           COMPUTE WS-AMOUNT-EDIT = ZERO - WS-ENT-EFFECT(WS-ENTRY-INDEX)
           MOVE WS-ENT-DAYS(WS-ENTRY-INDEX) TO WS-DAYS-EDIT
           MOVE WS-ENT-DIFFERENCE(WS-ENTRY-INDEX) TO WS-DIFF-EDIT
           MOVE SPACES TO BVR-RECORD
           STRING WS-ENT-TRACE-ID(WS-ENTRY-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ENT-ACCOUNT(WS-ENTRY-INDEX) DELIMITED BY SIZE
                  ' VALUE ' DELIMITED BY SIZE
                  WS-ENT-VALUE-DATE(WS-ENTRY-INDEX) DELIMITED BY SIZE
                  ' POSTED ' DELIMITED BY SIZE
                  WS-ENT-POSTING-DATE(WS-ENTRY-INDEX)
                      DELIMITED BY SIZE
                  ' BASE' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
                  WS-DAYS-EDIT DELIMITED BY SIZE
                  ' INTEREST' DELIMITED BY SIZE
                  WS-DIFF-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REMARK DELIMITED BY '  '
               INTO BVR-RECORD
           WRITE BVR-RECORD.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REWRITE-BVALPST - PUT BACK EVERY ENTRY HELD, WITH ITS
      *                        OUTCOME. NOTHING TO HOLD AND NOTHING
      *                        DROPPED LEAVES THE FILE AS IT WAS.
      ******************************************************************
       6000-REWRITE-BVALPST.
           IF WS-ENTRY-COUNT = ZERO AND WS-ENTRIES-DROPPED = ZERO
               GO TO 6000-EXIT
           END-IF
           OPEN OUTPUT BVALPST-FILE
           IF NOT WS-BVALPST-OK
               DISPLAY V-PN 'UNABLE TO REWRITE BVALPST - STATUS '
                   WS-BVALPST-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-WRITE-BVALPST-ENTRY THRU 6100-EXIT
               VARYING WS-ENTRY-INDEX FROM 1 BY 1
               UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
           CLOSE BVALPST-FILE.
       6000-EXIT.
           EXIT.

       6100-WRITE-BVALPST-ENTRY.
           MOVE WS-ENT-IMAGE(WS-ENTRY-INDEX) TO BVALPST-RECORD
           MOVE WS-ENT-STATUS(WS-ENTRY-INDEX) TO BVP-STATUS
           MOVE WS-ENT-PROCESS-DATE(WS-ENTRY-INDEX) TO BVP-PROCESS-DATE
           MOVE WS-ENT-DAYS(WS-ENTRY-INDEX) TO BVP-DAYS
           MOVE WS-ENT-DIFFERENCE(WS-ENTRY-INDEX)
               TO BVP-INTEREST-DIFFERENCE
           WRITE BVALPST-RECORD.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-GET-DAY-NUMBER - WS-LOOKUP-DATE'S SERIAL DAY NUMBER FROM
      *                       BUSDAY01, ZERO WHEN IT CANNOT ANSWER.
      ******************************************************************
       8000-GET-DAY-NUMBER.
           MOVE 'D' TO BDP-FUNCTION
           MOVE WS-LOOKUP-DATE TO BDP-INPUT-DATE
           MOVE ZERO TO BDP-DAY-NUMBER
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF NOT BDP-SUCCESSFUL
               MOVE ZERO TO BDP-DAY-NUMBER
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - TOTALS, THE CLOSES, AND CONDITION CODE 4 WHEN
      *                  AN ENTRY FELL OUTSIDE THE MAXIMUM PERIOD OR
      *                  WAS LEFT PENDING.
      ******************************************************************
       9000-TERMINATE.
           IF WS-ACCTMST-IS-OPEN
               CLOSE ACCTMST-FILE
           END-IF
           IF WS-INTACCR-IS-OPEN
               CLOSE INTACCR-FILE
           END-IF
           IF WS-PRODMSTR-IS-OPEN
               CLOSE PRODMSTR-FILE
           END-IF
           MOVE WS-TOTAL-DIFFERENCE TO WS-TOTAL-EDIT
           IF WS-BVR-IS-OPEN
               MOVE WS-ENTRIES-REPORTED TO WS-COUNT-EDIT
               MOVE SPACES TO BVR-RECORD
               STRING 'ENTRIES' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      ' NET INTEREST DIFFERENCE BOOKED TO INTACCR'
                          DELIMITED BY SIZE
                      WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO BVR-RECORD
               WRITE BVR-RECORD
               CLOSE EXPBVRPT-FILE
           END-IF
           DISPLAY V-PN 'BVALPST ENTRIES READ.: ' WS-ENTRIES-READ
           DISPLAY V-PN 'PENDING AT START.....: ' WS-ENTRIES-PENDING
           DISPLAY V-PN 'RE-ACCRUED...........: ' WS-ENTRIES-REACCRUED
           DISPLAY V-PN 'BEYOND MAXIMUM PERIOD: ' WS-ENTRIES-OUTSIDE
           DISPLAY V-PN 'ACCOUNT NOT ACCRUING.: '
               WS-ENTRIES-NOT-ACCRUING
           DISPLAY V-PN 'LEFT PENDING.........: '
               WS-ENTRIES-LEFT-PENDING
           DISPLAY V-PN 'ACTIVITY UNWOUND.....: ' WS-ACTIVITY-READ
           DISPLAY V-PN 'NET DIFFERENCE.......: ' WS-TOTAL-EDIT
           IF (WS-ENTRIES-OUTSIDE > ZERO OR
                   WS-ENTRIES-LEFT-PENDING > ZERO)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
