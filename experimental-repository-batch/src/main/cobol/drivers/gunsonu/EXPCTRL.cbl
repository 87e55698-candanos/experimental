      *                    SETTCONF FILE IS MATCHED TO THE ISSUED
      *                    SETTINST REFERENCES EVERY NIGHT INSTEAD OF
      *                    ON A WHITEBOARD.
      * 2026-10-15  DS    ADDED THE EXPFXDRP REALIZED FX DIFFERENCE
      *                    REPORT AFTER EXPRECON (TOLERANCE 4 - AN
      *                    OFFSET THAT HAD TO CONVERT AT TONIGHT'S
      *                    RATE IS A FINDING FOR FINANCE, NOT A
      *                    STOPPED NIGHT).
      * 2026-10-15  DS    ADDED THE EXPFRFRP FEE-REFUND REPORT AND
      *                    JOURNAL AFTER EXPFXDRP (TOLERANCE 4 - A
      *                    REFUND LINE WITH NO GLMAP ENTRY GOES TO
      *                    GLSUSPNS AND IS A WARNING, AS IN EXPGLJRN).
      * 2026-10-15  DS    ADDED THE EXPTDMAT TERM DEPOSIT MATURITY RUN
      *                    AFTER EXPSTORD, SO THE DAY'S MATURITY
      *                    INTEREST, ROLL-OVERS AND PAY-OUTS POST
      *                    THROUGH EXPBATCH THE SAME NIGHT, AND THE
      *                    EXPTDLAD MATURITY LADDER AFTER EXPFRZRP
      *                    (BOTH TOLERANCE 4 - A DEPOSIT WITH A BAD
      *                    DATE OR NO PAY-OUT ACCOUNT IS A WARNING).
      * 2026-10-15  DS    ADDED THE EXPLNCOL INSTALLMENT LOAN
      *                    COLLECTION RUN AFTER EXPTDMAT, SO LOAN
      *                    DISBURSEMENTS AND DUE INSTALLMENTS POST
      *                    THROUGH EXPBATCH THE SAME NIGHT, AND THE
      *                    EXPLNRES SETTLEMENT AND ARREARS REPORT AFTER
      *                    EXPINCRD, ONCE THEY HAVE POSTED (BOTH
      *                    TOLERANCE 4 - A LOAN LEFT PENDING OR AN
      *                    ENTRY THAT DID NOT POST IS A WARNING).
      * 2026-10-15  DS    ADDED THE EXPNSFRP INSUFFICIENT-FUNDS RE-
      *                    PRESENTMENT RUN AFTER EXPLNCOL, SO RETRIED
      *                    ITEMS AND THEIR NSF FEES POST THROUGH
      *                    EXPBATCH THE SAME NIGHT AND EXPNOTIF SEES
      *                    THE RETURNED-UNPAID ITEMS (TOLERANCE 4).
      * 2026-10-15  DS    ADDED THE EXPSWEEP BALANCE SWEEP RUN AFTER
      *                    EXPINCRD, ONCE THE NIGHT'S POSTINGS AND
      *                    INBOUND CREDITS ARE ON THE BALANCES AND
      *                    AHEAD OF EXPBALPF, WHICH PROVES THE SWEEP
      *                    ENTRIES WITH EVERYTHING ELSE (TOLERANCE 4 -
      *                    A REFUSED SWEEP IS A WARNING).
      * 2026-10-15  DS    ADDED THE EXPDDMRP DIRECT-DEBIT MANDATE
      *                    REPORT AFTER EXPCONV, ONCE THE DAY'S PARTNER
      *                    COLLECTIONS HAVE BEEN CHECKED AGAINST
      *                    DDMANDT (TOLERANCE 4 - A REFUSED COLLECTION
      *                    IS A WARNING).
      * 2026-10-15  DS    ADDED THE EXPPRESP PARTNER RESPONSE FILE AS
      *                    THE LAST NIGHTLY STEP, ONCE EVERY PARTNER
      *                    RECORD HAS ITS OUTCOME (TOLERANCE 4 - A
      *                    REJECTED OR STILL-WAITING RECORD IS A
      *                    WARNING).
      * 2026-10-15  DS    ADDED THE EXPSTRUC STRUCTURING DETECTION
      *                    AFTER EXPARCPG, OVER THE DAY'S TRANLOG AND
      *                    TRANARCH (TOLERANCE 4 - A RAISED CASE IS A
      *                    WARNING).
      * 2026-10-15  DS    ADDED THE EXPGLTIE SUBLEDGER-TO-GL TIE-OUT
      *                    AFTER EXPGLTB (TOLERANCE 4 - A MAPPING BREAK
      *                    IS A WARNING; ANY DIFFERENCE BETWEEN A
      *                    SUBLEDGER AND ITS CONTROL ACCOUNTS ENDS THE
      *                    STEP CC 8 AND FAILS THE CHAIN).
      * 2026-10-15  DS    POSTING WINDOW. BDC-POSTING-WINDOW ON BUSDCTL
      *                    IS SET JUST BEFORE EXPBATCH AND CLEARED
      *                    JUST BEFORE THE NEW EXPDRAIN STEP, WHICH
      *                    RUNS LAST (NIGHTLY AND MIDDAY) AND POSTS
      *                    THE ONLINE REQUESTS THE PAYMENT AND
      *                    MAINTENANCE SERVICES QUEUED TO DEFERQ WHILE
      *                    THE WINDOW WAS OPEN (TOLERANCE 4 - AN ITEM
      *                    THAT WOULD NOT POST IS A WARNING). A CHAIN
      *                    THAT STOPS IN BETWEEN LEAVES THE WINDOW
      *                    OPEN, SO THE SERVICES KEEP QUEUEING UNTIL
      *                    THE RESTART REACHES EXPDRAIN.
      * 2026-10-15  DS    ADDED THE EXPCHGOF CHARGE-OFF RUN AFTER
      *                    EXPNSFRP, SO THE WRITE-OFF ENTRIES POST
      *                    THROUGH EXPBATCH THE SAME NIGHT (TOLERANCE 4
      *                    - AN ACCOUNT LEFT FOR MANUAL WRITE-OFF OR A
      *                    REFUND DUE IS A WARNING).
      * 2026-10-15  DS    ADDED THE EXPLIQFC LIQUIDITY FORECAST AFTER
      *                    EXPSETCF, ONCE THE OPEN-SETTLEMENT BOOK IS
      *                    CURRENT (TOLERANCE 4 - A SOURCE THAT FAILS
      *                    ITS VALIDITY CHECK IS A WARNING).
      * 2026-10-15  DS    ADDED THE EXPBVAL BACK-VALUED POSTING
      *                    RE-ACCRUAL JUST AHEAD OF EXPINTAC, WHILE THE
      *                    INTACCR POSITIONS STILL STAND AT LAST
      *                    NIGHT'S ACCRUAL (TOLERANCE 4 - AN ENTRY
      *                    BEYOND THE MAXIMUM BACK-VALUE PERIOD IS A
      *                    WARNING).
      * 2026-10-15  DS    ADDED EXPESTAT AFTER EXPDDMRP, AHEAD OF
      *                    EXPSTORD, SO A DECEASED CUSTOMER'S STANDING
      *                    ORDERS ARE SUSPENDED BEFORE THEY RUN. IT
      *                    WARNS (CC 4) WHEN ITS CERTIFICATE LISTING IS
      *                    CUT SHORT.
      * 2026-10-15  DS    ADDED THE EXPREFCK REFERENTIAL INTEGRITY
      *                    CHECK AFTER EXPSTRUC, AHEAD OF EXPALERT, SO
      *                    ITS FINDING COUNT IS ON EXPRFCEX WHEN
      *                    EXPALERT RUNS (TOLERANCE 4 - A FINDING IS A
      *                    WARNING).
      * 2026-10-15  DS    ADDED THE EXPLIMRV TEMPORARY LIMIT UPLIFT
      *                    REVERSION AFTER EXPAUTEX, SO AN UPLIFT WHOSE
      *                    EXPIRY HAS PASSED IS PUT BACK BEFORE THE
      *                    NEXT BUSINESS DAY OPENS.
      * 2026-10-15  DS    ADDED THE EXPWLRSC WATCH-LIST RESCREEN AFTER
      *                    EXPLIMRV, SO A NAME NEWLY LISTED HOLDS ITS
      *                    CUSTOMERS' AND BENEFICIARIES' ACCOUNTS BEFORE
      *                    THE POSTING RUN (TOLERANCE 4 - A HIT IS A
      *                    WARNING).
      * 2026-10-15  DS    ADDED THE EXPSLAEX SERVICE-LEVEL STEP AFTER
      *                    EXPWLRSC (TOLERANCE 4 - AN ITEM PAST ITS
      *                    WARNING LEVEL IS A REPORT, NOT A FAILURE), SO
      *                    THE DAY'S AUTO-DECLINES ARE ON SLAEVT BEFORE
      *                    EXPNOTIF SWEEPS IT.
      * 2026-10-15  DS    PERIODIC JOBS FROM THE EXPRNSCH RUN SCHEDULE.
      *                    EACH PASS JUDGES EVERY JOB ON IT (EXPINTCP,
      *                    EXPFEEBL, EXPSTMT, EXPTAXRP, EXPDORM,
      *                    EXPTREND ...) FOR ITS BUSINESS DATE THROUGH
      *                    BUSDAY01 - LAST BUSINESS DAY OF THE MONTH,
      *                    FIRST BUSINESS DAY AFTER IT, QUARTERLY,
      *                    YEARLY OR WEEKLY - AND INSERTS EACH DUE ONE
      *                    AFTER ITS ANCHOR STEP WITH ITS OWN TOLERANCE
      *                    AND PARM (PERIOD=YYYYMM WORKED OUT FROM THE
      *                    DATE, OR A FIXED ONE SUCH AS YEARS=02),
      *                    HANDED TO IT IN PLACE OF THE CONTROLLER'S. A
      *                    DUE DATE WITH NO CLEAN RUN SINCE - INCLUDING
      *                    ONE ON A BUSINESS DATE THE CHAIN NEVER RAN
      *                    FOR - IS REPORTED MISSED ON EVERY PASS,
      *                    CATCH-UP PASSES INCLUDED, UNTIL THE JOB RUNS
      *                    (CC 4). NO MORE HAND SUBMISSION.
      * 2026-10-15  DS    ADDED THE EXPBHVPF BEHAVIOUR-PROFILE BUILD
      *                    AFTER EXPLNRES, THE LAST POSTING STEP, SO
      *                    THE NEXT DAY'S PAYMENTS ARE SCORED AGAINST
      *                    A PROFILE THAT INCLUDES TODAY (TOLERANCE 4).
      * 2026-10-15  DS    ADDED THE EXPFLTRL FLOAT RELEASE AHEAD OF
      *                    EXPBATCH SO TONIGHT'S DEBITS SEE THE CREDITS
      *                    THAT HAVE MATURED, AND THE EXPFLTRP FLOAT
      *                    REPORT AFTER EXPODRPT (TOLERANCE 4 EACH).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCTRL.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT EXPRNSCH-FILE ASSIGN TO 'EXPRNSCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPRNSCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       FD  EXPRNSCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE PERIODIC-JOB RUN SCHEDULE.
           COPY RUNSCHED.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPCTRL-> '.
       01  WS-EXPDAYND-NAME                PIC X(08) VALUE 'EXPDAYND'.
           88  WS-EXPRUNCTL-OK                 VALUE '00'.
       01  WS-BUSDCTL-STATUS               PIC X(02) VALUE '00'.
           88  WS-BUSDCTL-OK                   VALUE '00'.
       01  WS-EXPRNSCH-STATUS              PIC X(02) VALUE '00'.
           88  WS-EXPRNSCH-OK                  VALUE '00'.

       01  WS-SWITCHES.
           05  WS-RUNCTL-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-MIDDAY-CYCLE             VALUE 'Y'.
           05  WS-DATE-BEHIND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-DATE-BEHIND              VALUE 'Y'.
           05  WS-WINDOW-SETTING           PIC X(01) VALUE SPACE.
           05  WS-RUNSCHED-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-RUNSCHED-EOF-REACHED     VALUE 'Y'.
           05  WS-SCHED-OVERFLOW-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-SCHED-OVERFLOWED         VALUE 'Y'.
           05  WS-SCHED-WARNING-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-SCHED-WARNING            VALUE 'Y'.
           05  WS-EVAL-OK-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-EVAL-OK                  VALUE 'Y'.
           05  WS-EVAL-DUE-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-EVAL-DUE                 VALUE 'Y'.

      ******************************************************************
      * WS-CATCHUP-CONTROL - MULTI-DAY CATCH-UP AFTER A MISSED NIGHT.
           05  WS-PARM-VALUE               PIC X(16) VALUE SPACES.
           COPY BUSDPARM.

      ******************************************************************
      * WS-SCHEDULE-CONTROL - THE PERIODIC JOBS ON THE EXPRNSCH RUN
      * SCHEDULE, JUDGED DUE OR NOT FOR EACH PASS'S BUSINESS DATE AND
      * INSERTED INTO THAT PASS'S STEP TABLE.
      ******************************************************************
       01  WS-SCHEDULE-CONTROL.
           05  WS-PASS-DATE                PIC 9(08) VALUE ZERO.
           05  WS-RESTART-PROGRAM          PIC X(08) VALUE SPACES.
           05  WS-FOUND-STEP               PIC 9(02) COMP VALUE ZERO.
           05  WS-MISSED-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-WALK-DATE                PIC 9(08) VALUE ZERO.
           05  WS-WALK-STEPS               PIC 9(03) COMP VALUE ZERO.
      *    THE DATE BEING JUDGED, THE BUSINESS DAYS EITHER SIDE OF IT,
      *    AND THE PERIOD (YYYYMM) A DUE JOB IS RUN FOR.
           05  WS-EVAL-DATE                PIC 9(08) VALUE ZERO.
           05  WS-EVAL-NEXT-DATE           PIC 9(08) VALUE ZERO.
           05  WS-EVAL-PREV-DATE           PIC 9(08) VALUE ZERO.
           05  WS-EVAL-PERIOD              PIC X(06) VALUE SPACES.
           05  WS-PERIOD-MM                PIC 9(02) VALUE ZERO.
      *    DAYS OF THE WEEK, 1 (MONDAY) TO 7 (SUNDAY).
           05  WS-EVAL-DOW                 PIC 9(01) VALUE ZERO.
           05  WS-PREV-DOW                 PIC 9(01) VALUE ZERO.
           05  WS-DOW                      PIC 9(01) VALUE ZERO.
           05  WS-DOW-SPAN                 PIC 9(02) VALUE ZERO.
           05  WS-DOW-OFFSET               PIC 9(02) VALUE ZERO.
           05  WS-DOW-WORK                 PIC 9(02) VALUE ZERO.
           05  WS-DOW-QUOT                 PIC 9(02) VALUE ZERO.
           05  WS-DOW-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-ZELLER-DD                PIC 9(02) VALUE ZERO.
           05  WS-ZELLER-MM                PIC 9(02) VALUE ZERO.
           05  WS-ZELLER-YYYY              PIC 9(04) VALUE ZERO.
           05  WS-ZELLER-J                 PIC 9(02) VALUE ZERO.
           05  WS-ZELLER-K                 PIC 9(02) VALUE ZERO.
           05  WS-ZELLER-J4                PIC 9(02) VALUE ZERO.
           05  WS-ZELLER-K4                PIC 9(02) VALUE ZERO.
           05  WS-ZELLER-T                 PIC 9(03) VALUE ZERO.
           05  WS-ZELLER-H                 PIC 9(03) VALUE ZERO.
           05  WS-ZELLER-QUOT              PIC 9(03) VALUE ZERO.

       01  WS-SCHED-TABLE.
           05  WS-SCHED-ENTRY              OCCURS 20 TIMES.
               10  WS-SCHED-RECORD         PIC X(80).
               10  WS-SCHED-DUE-SW         PIC X(01).
                   88  WS-SCHED-DUE            VALUE 'Y'.
               10  WS-SCHED-PLACED-SW      PIC X(01).
                   88  WS-SCHED-PLACED         VALUE 'Y'.
               10  WS-SCHED-PARM           PIC X(20).
       01  WS-SCHED-COUNT                  PIC 9(02) COMP VALUE ZERO.
       01  WS-SCHED-MAX                    PIC 9(02) COMP VALUE 20.
       01  WS-SCHED-INDEX                  PIC 9(02) COMP VALUE ZERO.

      ******************************************************************
      * WS-MIDDAY-STEP-TABLE - THE SHORT MIDDAY CYCLE - CONVERT,
      * POST, JOURNAL, DRAIN THE DEFERRED QUEUE - OVERLAID ONTO THE
      * STEP TABLE WHEN CYCLE=MID IS REQUESTED.
      ******************************************************************
       01  WS-MIDDAY-STEP-VALUES.
           05  FILLER                      PIC X(12)
               VALUE 'EXPBATCH0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPGLJRN0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPDRAIN0004'.
       01  WS-MIDDAY-STEP-COUNT            PIC 9(02) COMP VALUE 4.

      ******************************************************************
      * WS-BASE-STEP-TABLE - THE NIGHTLY CHAIN IN RUN ORDER WITH EACH
      * STEP'S RETURN-CODE TOLERANCE. A NEW STEP PLUGS IN HERE.
      ******************************************************************
       01  WS-STEP-VALUES.
               VALUE 'EXPGLACK0000'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPCONV 0000'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPDDMRP0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPESTAT0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPSTORD0000'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPTDMAT0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPLNCOL0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPNSFRP0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPCHGOF0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPAUTEX0000'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPLIMRV0000'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPWLRSC0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPSLAEX0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPRATCK0000'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPFLTRL0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPBATCH0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPINCRD0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPSWEEP0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPLNRES0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPBHVPF0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPGLJRN0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPGLTB 0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPGLTIE0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPRPT010000'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPRECON0000'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPFXDRP0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPFRFRP0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPBALPF0000'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPBVAL 0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPINTAC0000'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPCLRG 0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPODRPT0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPFLTRP0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPFRZRP0000'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPTDLAD0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPCUSVL0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPNOTIF0000'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPSETCF0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPLIQFC0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPSNAP 0000'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPARCPG0000'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPSTRUC0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPREFCK0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPALERT0000'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPPRESP0004'.
           05  FILLER                      PIC X(12)
               VALUE 'EXPDRAIN0004'.
       01  WS-BASE-STEP-TABLE REDEFINES WS-STEP-VALUES.
           05  WS-BASE-ENTRY               OCCURS 46 TIMES.
               10  WS-BASE-PROGRAM         PIC X(08).
               10  WS-BASE-TOLERANCE       PIC 9(04).
       01  WS-BASE-STEP-COUNT              PIC 9(02) COMP VALUE 46.
       01  WS-BASE-INDEX                   PIC 9(02) COMP VALUE ZERO.

      ******************************************************************
      * WS-STEP-TABLE - THE PASS ACTUALLY RUN - THE CHAIN ABOVE WITH
      * ANY PERIODIC JOB DUE ON THE PASS'S BUSINESS DATE INSERTED
      * AFTER ITS ANCHOR STEP, CARRYING ITS OWN TOLERANCE AND PARM.
      ******************************************************************
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY               OCCURS 60 TIMES.
               10  WS-STEP-PROGRAM         PIC X(08).
               10  WS-STEP-TOLERANCE       PIC 9(04).
               10  WS-STEP-PARM            PIC X(20).
               10  WS-STEP-SCHED-INDEX     PIC 9(02) COMP.
       01  WS-STEP-COUNT                   PIC 9(02) COMP VALUE ZERO.
       01  WS-STEP-MAX                     PIC 9(02) COMP VALUE 60.
       01  WS-STEP-INDEX                   PIC 9(02) COMP VALUE ZERO.
       01  WS-START-STEP                   PIC 9(02) COMP VALUE 1.
       01  WS-STEP-RC                      PIC 9(04) VALUE ZERO.
      * A COMPLETE PICTURE ON DISK FOR THE RESTART.
      ******************************************************************
       01  WS-OUTCOME-TABLE.
           05  WS-OUTCOME-ENTRY            OCCURS 60 TIMES.
               10  WS-OUT-RECORD           PIC X(56).
       01  WS-OUTCOME-COUNT                PIC 9(02) COMP VALUE ZERO.
       01  WS-OUT-INDEX                    PIC 9(02) COMP VALUE ZERO.
      *                             THE NEW CYCLE.
      ******************************************************************
       1400-PREPARE-MIDDAY-CYCLE.
           MOVE WS-MIDDAY-STEP-VALUES TO WS-STEP-VALUES(1:48)
           MOVE WS-MIDDAY-STEP-COUNT TO WS-BASE-STEP-COUNT
           MOVE 1 TO WS-START-STEP
           OPEN I-O BUSDCTL-FILE
           IF NOT WS-BUSDCTL-OK
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 2400-BUILD-STEP-TABLE - THE PASS'S STEP TABLE - THE CHAIN IN
      *                         ORDER, EACH PERIODIC JOB DUE TODAY
      *                         PLACED AFTER ITS ANCHOR STEP (IN RUN-
      *                         SCHEDULE ORDER WHERE TWO SHARE ONE),
      *                         AND ANY WHOSE ANCHOR IS NOT IN THE
      *                         CHAIN AT THE END. A MIDDAY CYCLE RUNS
      *                         NO PERIODIC JOBS. THE SAME BUSINESS
      *                         DATE ALWAYS BUILDS THE SAME TABLE, SO
      *                         A RESTART'S STEP NUMBERS STILL HOLD.
      ******************************************************************
       2400-BUILD-STEP-TABLE.
           MOVE ZERO TO WS-STEP-COUNT WS-SCHED-COUNT
           IF NOT WS-MIDDAY-CYCLE
               PERFORM 3000-LOAD-RUN-SCHEDULE THRU 3000-EXIT
           END-IF
           PERFORM 2410-COPY-BASE-STEP THRU 2410-EXIT
               VARYING WS-BASE-INDEX FROM 1 BY 1
               UNTIL WS-BASE-INDEX > WS-BASE-STEP-COUNT
           PERFORM 2430-APPEND-UNANCHORED THRU 2430-EXIT
               VARYING WS-SCHED-INDEX FROM 1 BY 1
               UNTIL WS-SCHED-INDEX > WS-SCHED-COUNT
           IF WS-SCHED-COUNT > ZERO
               PERFORM 3500-SAVE-RUN-SCHEDULE THRU 3500-EXIT
           END-IF
           IF WS-START-STEP > 1
               PERFORM 2450-LOCATE-RESTART-STEP THRU 2450-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2410-COPY-BASE-STEP.
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-BASE-PROGRAM(WS-BASE-INDEX)
               TO WS-STEP-PROGRAM(WS-STEP-COUNT)
           MOVE WS-BASE-TOLERANCE(WS-BASE-INDEX)
               TO WS-STEP-TOLERANCE(WS-STEP-COUNT)
           MOVE SPACES TO WS-STEP-PARM(WS-STEP-COUNT)
           MOVE ZERO TO WS-STEP-SCHED-INDEX(WS-STEP-COUNT)
           PERFORM 2420-INSERT-AFTER-ANCHOR THRU 2420-EXIT
               VARYING WS-SCHED-INDEX FROM 1 BY 1
               UNTIL WS-SCHED-INDEX > WS-SCHED-COUNT.
       2410-EXIT.
           EXIT.

       2420-INSERT-AFTER-ANCHOR.
           IF NOT WS-SCHED-DUE(WS-SCHED-INDEX) OR
                   WS-SCHED-PLACED(WS-SCHED-INDEX)
               GO TO 2420-EXIT
           END-IF
           MOVE WS-SCHED-RECORD(WS-SCHED-INDEX) TO RUNSCHED-RECORD
           IF RSC-AFTER-PROGRAM = WS-BASE-PROGRAM(WS-BASE-INDEX)
               PERFORM 2440-ADD-SCHEDULED-STEP THRU 2440-EXIT
           END-IF.
       2420-EXIT.
           EXIT.

       2430-APPEND-UNANCHORED.
           IF NOT WS-SCHED-DUE(WS-SCHED-INDEX) OR
                   WS-SCHED-PLACED(WS-SCHED-INDEX)
               GO TO 2430-EXIT
           END-IF
           MOVE WS-SCHED-RECORD(WS-SCHED-INDEX) TO RUNSCHED-RECORD
           IF RSC-AFTER-PROGRAM NOT = SPACES
               DISPLAY V-PN 'ANCHOR STEP ' RSC-AFTER-PROGRAM
                   ' NOT IN THE CHAIN - ' RSC-PROGRAM
                   ' RUNS AT THE END'
           END-IF
           PERFORM 2440-ADD-SCHEDULED-STEP THRU 2440-EXIT.
       2430-EXIT.
           EXIT.

      ******************************************************************
      * 2440-ADD-SCHEDULED-STEP - ONE DUE PERIODIC JOB INTO THE NEXT
      *                           SLOT. A FULL TABLE LEAVES IT OUT -
      *                           ITS DUE DATE STANDS UNRUN, SO IT IS
      *                           REPORTED MISSED UNTIL IT IS RUN.
      ******************************************************************
       2440-ADD-SCHEDULED-STEP.
           MOVE 'Y' TO WS-SCHED-PLACED-SW(WS-SCHED-INDEX)
           IF WS-STEP-COUNT NOT < WS-STEP-MAX
               DISPLAY V-PN 'STEP TABLE FULL - ' RSC-PROGRAM
                   ' NOT SCHEDULED'
               MOVE 'Y' TO WS-SCHED-WARNING-SWITCH
               GO TO 2440-EXIT
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE RSC-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-COUNT)
           MOVE RSC-TOLERANCE TO WS-STEP-TOLERANCE(WS-STEP-COUNT)
           MOVE WS-SCHED-PARM(WS-SCHED-INDEX)
               TO WS-STEP-PARM(WS-STEP-COUNT)
           MOVE WS-SCHED-INDEX TO WS-STEP-SCHED-INDEX(WS-STEP-COUNT)
           DISPLAY V-PN 'PERIODIC JOB ' RSC-PROGRAM ' DUE - STEP '
               WS-STEP-COUNT ' ' WS-SCHED-PARM(WS-SCHED-INDEX).
       2440-EXIT.
           EXIT.

      ******************************************************************
      * 2450-LOCATE-RESTART-STEP - THE FAILED STEP IS NORMALLY AT THE
      *                            SAME NUMBER IN THE REBUILT TABLE. IF
      *                            THE RUN SCHEDULE WAS CHANGED IN
      *                            BETWEEN, FIND THE PROGRAM BY NAME.
      ******************************************************************
       2450-LOCATE-RESTART-STEP.
           IF WS-START-STEP <= WS-STEP-COUNT AND
                   WS-STEP-PROGRAM(WS-START-STEP) = WS-RESTART-PROGRAM
               GO TO 2450-EXIT
           END-IF
           MOVE ZERO TO WS-FOUND-STEP
           PERFORM 2455-FIND-RESTART-PROGRAM
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   OR WS-FOUND-STEP > ZERO
           IF WS-FOUND-STEP > ZERO
               DISPLAY V-PN 'RESTART PROGRAM ' WS-RESTART-PROGRAM
                   ' IS NOW STEP ' WS-FOUND-STEP
               MOVE WS-FOUND-STEP TO WS-START-STEP
           ELSE
               DISPLAY V-PN 'RESTART PROGRAM ' WS-RESTART-PROGRAM
                   ' IS NOT IN TONIGHT''S CHAIN - RESTARTING AT STEP '
                   WS-START-STEP
           END-IF.
       2450-EXIT.
           EXIT.

       2455-FIND-RESTART-PROGRAM.
           IF WS-STEP-PROGRAM(WS-STEP-INDEX) = WS-RESTART-PROGRAM
               MOVE WS-STEP-INDEX TO WS-FOUND-STEP
           END-IF.

      ******************************************************************
      * 2500-RUN-CHAIN-PASS - ONE FULL PASS OF THE CHAIN FOR THE
      *                       BUSINESS DATE NOW DECLARED ON BUSDCTL.
      ******************************************************************
       2500-RUN-CHAIN-PASS.
           ADD 1 TO WS-PASSES-RUN
           PERFORM 2400-BUILD-STEP-TABLE THRU 2400-EXIT
           PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
               VARYING WS-STEP-INDEX FROM WS-START-STEP BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
           CLOSE EXPRUNCTL-FILE
           IF WS-START-STEP > 1
               DISPLAY V-PN 'PRIOR RUN FAILED AT STEP ' WS-START-STEP
                   ' (' WS-RESTART-PROGRAM
                   ') - RESTARTING THERE'
           ELSE
               DISPLAY V-PN 'PRIOR RUN CLEAN - FULL CHAIN'
               NOT AT END
                   IF RCT-STEP-FAILED AND WS-START-STEP = 1
                       MOVE RCT-STEP-NUMBER TO WS-START-STEP
                       MOVE RCT-PROGRAM-NAME TO WS-RESTART-PROGRAM
                   END-IF
                   IF RCT-COMPLETED AND
                           RCT-STEP-NUMBER <= WS-STEP-MAX
                       MOVE RCT-STEP-NUMBER TO WS-OUTCOME-COUNT
                       MOVE RUNCTL-RECORD
                           TO WS-OUT-RECORD(RCT-STEP-NUMBER)
           ACCEPT RCT-START-TIME FROM TIME
           DISPLAY V-PN 'STEP ' WS-STEP-INDEX ' - '
               WS-STEP-PROGRAM(WS-STEP-INDEX) ' STARTING'
      *    THE POSTING WINDOW OPENS AS EXPBATCH STARTS AND CLOSES AS
      *    EXPDRAIN STARTS - IN BETWEEN, THE ONLINE SERVICES QUEUE TO
      *    DEFERQ RATHER THAN UPDATE THE MASTERS UNDER THE CHAIN.
           IF WS-STEP-PROGRAM(WS-STEP-INDEX) = 'EXPBATCH'
               MOVE 'Y' TO WS-WINDOW-SETTING
               PERFORM 2050-SET-POSTING-WINDOW THRU 2050-EXIT
           END-IF
           IF WS-STEP-PROGRAM(WS-STEP-INDEX) = 'EXPDRAIN'
               MOVE SPACE TO WS-WINDOW-SETTING
               PERFORM 2050-SET-POSTING-WINDOW THRU 2050-EXIT
           END-IF
      *    A SCHEDULED PERIODIC JOB IS HANDED ITS OWN PARM IN PLACE OF
      *    THE CONTROLLER'S, WHICH IS PUT BACK STRAIGHT AFTER IT.
           IF WS-STEP-PARM(WS-STEP-INDEX) NOT = SPACES
               DISPLAY WS-STEP-PARM(WS-STEP-INDEX) UPON COMMAND-LINE
           END-IF
           MOVE ZERO TO RETURN-CODE
           CALL WS-STEP-PROGRAM(WS-STEP-INDEX)
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE ZERO TO RETURN-CODE
           CANCEL WS-STEP-PROGRAM(WS-STEP-INDEX)
           IF WS-STEP-PARM(WS-STEP-INDEX) NOT = SPACES
               DISPLAY WS-PARM-STRING UPON COMMAND-LINE
           END-IF
           ACCEPT RCT-END-DATE FROM DATE YYYYMMDD
           ACCEPT RCT-END-TIME FROM TIME
           MOVE WS-STEP-RC TO RCT-RETURN-CODE
               DISPLAY V-PN 'STEP ' WS-STEP-INDEX ' COMPLETE - RC '
                   WS-STEP-RC
           END-IF
           IF RCT-COMPLETED AND
                   WS-STEP-SCHED-INDEX(WS-STEP-INDEX) > ZERO
               PERFORM 3400-MARK-SCHEDULED-RUN THRU 3400-EXIT
           END-IF
      *    A MIDDAY PASS NEVER TOUCHES THE OVERNIGHT RUN-CONTROL
      *    FILE - ITS SHORT LIST'S STEP NUMBERS WOULD CONFUSE THE
      *    RESTART.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-SET-POSTING-WINDOW - OPEN OR CLOSE THE POSTING WINDOW ON
      *                           BUSDCTL. A BUSDCTL THAT CANNOT BE
      *                           UPDATED IS REPORTED BUT DOES NOT
      *                           STOP THE CHAIN.
      ******************************************************************
       2050-SET-POSTING-WINDOW.
           OPEN I-O BUSDCTL-FILE
           IF NOT WS-BUSDCTL-OK
               DISPLAY V-PN 'UNABLE TO OPEN BUSDCTL - POSTING WINDOW '
                   'NOT CHANGED'
               GO TO 2050-EXIT
           END-IF
           READ BUSDCTL-FILE
               AT END
                   CLOSE BUSDCTL-FILE
                   GO TO 2050-EXIT
           END-READ
           MOVE WS-WINDOW-SETTING TO BDC-POSTING-WINDOW
           REWRITE BUSDCTL-RECORD
           CLOSE BUSDCTL-FILE
           IF WS-WINDOW-SETTING = 'Y'
               DISPLAY V-PN 'POSTING WINDOW OPEN - ONLINE REQUESTS '
                   'DEFERRED'
           ELSE
               DISPLAY V-PN 'POSTING WINDOW CLOSED'
           END-IF.
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LOAD-RUN-SCHEDULE - TABLE THE EXPRNSCH RUN SCHEDULE AND
      *                          JUDGE EVERY PERIODIC JOB ON IT FOR THE
      *                          BUSINESS DATE NOW ON BUSDCTL. NO
      *                          SCHEDULE FILE MEANS NO PERIODIC JOBS.
      *                          A SCHEDULE TOO BIG FOR THE TABLE IS
      *                          NOT USED AT ALL - REWRITING IT FROM A
      *                          TRUNCATED TABLE WOULD DROP JOBS.
      ******************************************************************
       3000-LOAD-RUN-SCHEDULE.
           MOVE ZERO TO WS-PASS-DATE
           OPEN INPUT BUSDCTL-FILE
           IF WS-BUSDCTL-OK
               READ BUSDCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE NUMERIC
                           MOVE BDC-BUSINESS-DATE TO WS-PASS-DATE
                       END-IF
               END-READ
               CLOSE BUSDCTL-FILE
           END-IF
           OPEN INPUT EXPRNSCH-FILE
           IF NOT WS-EXPRNSCH-OK
               DISPLAY V-PN 'NO RUN SCHEDULE - NO PERIODIC JOBS'
               GO TO 3000-EXIT
           END-IF
           IF WS-PASS-DATE = ZERO
               DISPLAY V-PN 'NO BUSINESS DATE ON BUSDCTL - PERIODIC '
                   'JOBS NOT SCHEDULED'
               MOVE 'Y' TO WS-SCHED-WARNING-SWITCH
               CLOSE EXPRNSCH-FILE
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-RUNSCHED-EOF-SWITCH
           MOVE 'N' TO WS-SCHED-OVERFLOW-SWITCH
           PERFORM 3050-READ-SCHEDULE-ENTRY THRU 3050-EXIT
               UNTIL WS-RUNSCHED-EOF-REACHED
           CLOSE EXPRNSCH-FILE
           IF WS-SCHED-OVERFLOWED
               DISPLAY V-PN 'RUN SCHEDULE HOLDS MORE THAN '
                   WS-SCHED-MAX ' JOBS - NO PERIODIC JOBS SCHEDULED'
               MOVE 'Y' TO WS-SCHED-WARNING-SWITCH
               MOVE ZERO TO WS-SCHED-COUNT
               GO TO 3000-EXIT
           END-IF
           DISPLAY V-PN 'RUN SCHEDULE - ' WS-SCHED-COUNT
               ' PERIODIC JOBS JUDGED FOR BUSINESS DATE ' WS-PASS-DATE
           PERFORM 3100-JUDGE-SCHEDULE-ENTRY THRU 3100-EXIT
               VARYING WS-SCHED-INDEX FROM 1 BY 1
               UNTIL WS-SCHED-INDEX > WS-SCHED-COUNT.
       3000-EXIT.
           EXIT.

       3050-READ-SCHEDULE-ENTRY.
           READ EXPRNSCH-FILE
               AT END
                   MOVE 'Y' TO WS-RUNSCHED-EOF-SWITCH
                   GO TO 3050-EXIT
           END-READ
           IF WS-SCHED-COUNT NOT < WS-SCHED-MAX
               MOVE 'Y' TO WS-SCHED-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-RUNSCHED-EOF-SWITCH
               GO TO 3050-EXIT
           END-IF
           ADD 1 TO WS-SCHED-COUNT
           MOVE RUNSCHED-RECORD TO WS-SCHED-RECORD(WS-SCHED-COUNT)
           MOVE 'N' TO WS-SCHED-DUE-SW(WS-SCHED-COUNT)
           MOVE 'N' TO WS-SCHED-PLACED-SW(WS-SCHED-COUNT)
           MOVE SPACES TO WS-SCHED-PARM(WS-SCHED-COUNT).
       3050-EXIT.
           EXIT.

      ******************************************************************
      * 3100-JUDGE-SCHEDULE-ENTRY - ONE PERIODIC JOB. BUSINESS DATES
      *                             THE CHAIN NEVER RAN FOR SINCE THE
      *                             JOB WAS LAST JUDGED (THE DATE WAS
      *                             ADVANCED PAST THEM WITHOUT A
      *                             CATCH-UP) ARE JUDGED FIRST, SO A DUE
      *                             DATE AMONG THEM IS NOT LOST. A DUE
      *                             DATE BEFORE TODAY WITH NO CLEAN RUN
      *                             SINCE IS REPORTED MISSED, PASS AFTER
      *                             PASS, UNTIL THE JOB IS RUN. THEN
      *                             TODAY ITSELF IS JUDGED.
      ******************************************************************
       3100-JUDGE-SCHEDULE-ENTRY.
           MOVE WS-SCHED-RECORD(WS-SCHED-INDEX) TO RUNSCHED-RECORD
           IF RSC-TOLERANCE NOT NUMERIC
               MOVE ZERO TO RSC-TOLERANCE
           END-IF
           IF RSC-WEEKDAY NOT NUMERIC
               MOVE ZERO TO RSC-WEEKDAY
           END-IF
           IF RSC-LAST-CHECKED-DATE NOT NUMERIC
               MOVE ZERO TO RSC-LAST-CHECKED-DATE
           END-IF
           IF RSC-LAST-DUE-DATE NOT NUMERIC
               MOVE ZERO TO RSC-LAST-DUE-DATE
           END-IF
           IF RSC-LAST-RUN-DATE NOT NUMERIC
               MOVE ZERO TO RSC-LAST-RUN-DATE
           END-IF
           IF RSC-LAST-CHECKED-DATE > ZERO AND
                   RSC-LAST-CHECKED-DATE < WS-PASS-DATE
               MOVE RSC-LAST-CHECKED-DATE TO WS-WALK-DATE
               MOVE ZERO TO WS-WALK-STEPS
               PERFORM 3150-WALK-SKIPPED-DATE THRU 3150-EXIT
                   UNTIL WS-WALK-DATE NOT < WS-PASS-DATE
                       OR WS-WALK-STEPS > 62
           END-IF
           IF RSC-LAST-DUE-DATE > RSC-LAST-RUN-DATE AND
                   RSC-LAST-DUE-DATE < WS-PASS-DATE
               ADD 1 TO WS-MISSED-COUNT
               MOVE 'Y' TO WS-SCHED-WARNING-SWITCH
               DISPLAY V-PN 'MISSED PERIODIC JOB ' RSC-PROGRAM
                   ' - DUE ' RSC-LAST-DUE-DATE ', LAST RUN '
                   RSC-LAST-RUN-DATE
           END-IF
           MOVE WS-PASS-DATE TO WS-EVAL-DATE
           PERFORM 3200-SET-EVAL-DATE THRU 3200-EXIT
           PERFORM 3250-JUDGE-DUE THRU 3250-EXIT
           IF WS-EVAL-DUE
               MOVE WS-PASS-DATE TO RSC-LAST-DUE-DATE
               MOVE 'Y' TO WS-SCHED-DUE-SW(WS-SCHED-INDEX)
               EVALUATE TRUE
                   WHEN RSC-PARM-PERIOD
                       STRING 'PERIOD=' WS-EVAL-PERIOD
                           DELIMITED BY SIZE
                           INTO WS-SCHED-PARM(WS-SCHED-INDEX)
                   WHEN RSC-PARM-FIXED
                       MOVE RSC-PARM-TEXT
                           TO WS-SCHED-PARM(WS-SCHED-INDEX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE WS-PASS-DATE TO RSC-LAST-CHECKED-DATE
           MOVE RUNSCHED-RECORD TO WS-SCHED-RECORD(WS-SCHED-INDEX).
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3150-WALK-SKIPPED-DATE - STEP TO THE NEXT BUSINESS DATE AFTER
      *                          THE WALK DATE AND, IF IT IS STILL
      *                          BEFORE TODAY, JUDGE THE JOB FOR IT.
      ******************************************************************
       3150-WALK-SKIPPED-DATE.
           ADD 1 TO WS-WALK-STEPS
           MOVE 'A' TO BDP-FUNCTION
           MOVE WS-WALK-DATE TO BDP-INPUT-DATE
           MOVE ZERO TO BDP-RESULT-DATE BDP-RETURN-CODE
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           CANCEL WS-BUSDAY01-NAME
           IF NOT BDP-SUCCESSFUL OR BDP-RESULT-DATE = ZERO
               DISPLAY V-PN 'CALENDAR FAILED AFTER ' WS-WALK-DATE
                   ' - SKIPPED DATES NOT JUDGED FOR ' RSC-PROGRAM
               MOVE 'Y' TO WS-SCHED-WARNING-SWITCH
               MOVE WS-PASS-DATE TO WS-WALK-DATE
               GO TO 3150-EXIT
           END-IF
           MOVE BDP-RESULT-DATE TO WS-WALK-DATE
           IF WS-WALK-DATE NOT < WS-PASS-DATE
               GO TO 3150-EXIT
           END-IF
           MOVE WS-WALK-DATE TO WS-EVAL-DATE
           PERFORM 3200-SET-EVAL-DATE THRU 3200-EXIT
           PERFORM 3250-JUDGE-DUE THRU 3250-EXIT
           IF WS-EVAL-DUE
               MOVE WS-WALK-DATE TO RSC-LAST-DUE-DATE
               DISPLAY V-PN RSC-PROGRAM ' WAS DUE ON SKIPPED '
                   'BUSINESS DATE ' WS-WALK-DATE
           END-IF.
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 3200-SET-EVAL-DATE - THE BUSINESS DAYS EITHER SIDE OF THE DATE
      *                      BEING JUDGED, AND THE DAY OF THE WEEK OF
      *                      IT AND OF THE ONE BEFORE.
      ******************************************************************
       3200-SET-EVAL-DATE.
           MOVE 'N' TO WS-EVAL-OK-SWITCH
           MOVE 'A' TO BDP-FUNCTION
           MOVE WS-EVAL-DATE TO BDP-INPUT-DATE
           MOVE ZERO TO BDP-RESULT-DATE BDP-RETURN-CODE
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           CANCEL WS-BUSDAY01-NAME
           IF NOT BDP-SUCCESSFUL OR BDP-RESULT-DATE = ZERO
               GO TO 3200-EXIT
           END-IF
           MOVE BDP-RESULT-DATE TO WS-EVAL-NEXT-DATE
           MOVE 'P' TO BDP-FUNCTION
           MOVE WS-EVAL-DATE TO BDP-INPUT-DATE
           MOVE ZERO TO BDP-RESULT-DATE BDP-RETURN-CODE
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           CANCEL WS-BUSDAY01-NAME
           IF NOT BDP-SUCCESSFUL OR BDP-RESULT-DATE = ZERO
               GO TO 3200-EXIT
           END-IF
           MOVE BDP-RESULT-DATE TO WS-EVAL-PREV-DATE
           MOVE WS-EVAL-DATE TO WS-DOW-DATE
           PERFORM 3300-DAY-OF-WEEK THRU 3300-EXIT
           MOVE WS-DOW TO WS-EVAL-DOW
           MOVE WS-EVAL-PREV-DATE TO WS-DOW-DATE
           PERFORM 3300-DAY-OF-WEEK THRU 3300-EXIT
           MOVE WS-DOW TO WS-PREV-DOW
           MOVE 'Y' TO WS-EVAL-OK-SWITCH.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3250-JUDGE-DUE - IS THE JOB IN RUNSCHED-RECORD DUE ON THE DATE
      *                  BEING JUDGED, AND FOR WHICH PERIOD. A MONTH-
      *                  END JOB IS DUE ON THE BUSINESS DAY WHOSE NEXT
      *                  BUSINESS DAY IS IN ANOTHER MONTH; A FIRST-DAY-
      *                  AFTER JOB ON THE ONE WHOSE PREVIOUS BUSINESS
      *                  DAY IS. QUARTERLY AND YEARLY JOBS ALSO NEED
      *                  THE MONTH ENDING TO CLOSE A QUARTER OR THE
      *                  YEAR.
      ******************************************************************
       3250-JUDGE-DUE.
           MOVE 'N' TO WS-EVAL-DUE-SWITCH
           IF NOT WS-EVAL-OK
               DISPLAY V-PN 'CALENDAR FAILED FOR ' WS-EVAL-DATE
                   ' - ' RSC-PROGRAM ' NOT JUDGED'
               MOVE 'Y' TO WS-SCHED-WARNING-SWITCH
               GO TO 3250-EXIT
           END-IF
           IF RSC-WEEKLY
               MOVE WS-EVAL-DATE(1:6) TO WS-EVAL-PERIOD
               PERFORM 3260-JUDGE-WEEKLY THRU 3260-EXIT
               GO TO 3250-EXIT
           END-IF
           EVALUATE TRUE
               WHEN RSC-LAST-BUSINESS-DAY
                   IF WS-EVAL-NEXT-DATE(5:2) = WS-EVAL-DATE(5:2)
                       GO TO 3250-EXIT
                   END-IF
                   MOVE WS-EVAL-DATE(5:2) TO WS-PERIOD-MM
                   MOVE WS-EVAL-DATE(1:6) TO WS-EVAL-PERIOD
               WHEN RSC-FIRST-AFTER-END
                   IF WS-EVAL-PREV-DATE(5:2) = WS-EVAL-DATE(5:2)
                       GO TO 3250-EXIT
                   END-IF
                   MOVE WS-EVAL-PREV-DATE(5:2) TO WS-PERIOD-MM
                   MOVE WS-EVAL-PREV-DATE(1:6) TO WS-EVAL-PERIOD
               WHEN OTHER
                   DISPLAY V-PN 'UNKNOWN TIMING ''' RSC-TIMING
                       ''' FOR ' RSC-PROGRAM ' - NOT SCHEDULED'
                   MOVE 'Y' TO WS-SCHED-WARNING-SWITCH
                   GO TO 3250-EXIT
           END-EVALUATE
           EVALUATE TRUE
               WHEN RSC-MONTHLY
                   MOVE 'Y' TO WS-EVAL-DUE-SWITCH
               WHEN RSC-QUARTERLY
                   IF WS-PERIOD-MM = 03 OR 06 OR 09 OR 12
                       MOVE 'Y' TO WS-EVAL-DUE-SWITCH
                   END-IF
               WHEN RSC-YEARLY
                   IF WS-PERIOD-MM = 12
                       MOVE 'Y' TO WS-EVAL-DUE-SWITCH
                   END-IF
               WHEN OTHER
                   DISPLAY V-PN 'UNKNOWN FREQUENCY ''' RSC-FREQUENCY
                       ''' FOR ' RSC-PROGRAM ' - NOT SCHEDULED'
                   MOVE 'Y' TO WS-SCHED-WARNING-SWITCH
           END-EVALUATE.
       3250-EXIT.
           EXIT.

      ******************************************************************
      * 3260-JUDGE-WEEKLY - A WEEKLY JOB IS DUE ON THE FIRST BUSINESS
      *                     DAY ON OR AFTER ITS WEEKDAY - THAT IS, WHEN
      *                     ITS WEEKDAY FALLS AFTER THE PREVIOUS
      *                     BUSINESS DAY AND NO LATER THAN TODAY.
      ******************************************************************
       3260-JUDGE-WEEKLY.
           IF RSC-WEEKDAY < 1 OR RSC-WEEKDAY > 7
               DISPLAY V-PN 'INVALID WEEKDAY ' RSC-WEEKDAY ' FOR '
                   RSC-PROGRAM ' - NOT SCHEDULED'
               MOVE 'Y' TO WS-SCHED-WARNING-SWITCH
               GO TO 3260-EXIT
           END-IF
           COMPUTE WS-DOW-WORK = WS-EVAL-DOW + 7 - WS-PREV-DOW
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOT
               REMAINDER WS-DOW-SPAN
           IF WS-DOW-SPAN = ZERO
               MOVE 7 TO WS-DOW-SPAN
           END-IF
           COMPUTE WS-DOW-WORK = RSC-WEEKDAY + 7 - WS-PREV-DOW
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOT
               REMAINDER WS-DOW-OFFSET
           IF WS-DOW-OFFSET = ZERO
               MOVE 7 TO WS-DOW-OFFSET
           END-IF
           IF WS-DOW-OFFSET <= WS-DOW-SPAN
               MOVE 'Y' TO WS-EVAL-DUE-SWITCH
           END-IF.
       3260-EXIT.
           EXIT.

      ******************************************************************
      * 3300-DAY-OF-WEEK - ZELLER'S CONGRUENCE FOR WS-DOW-DATE, EACH
      *                    DIVISION TRUNCATED ON ITS OWN, TURNED INTO
      *                    1 (MONDAY) TO 7 (SUNDAY).
      ******************************************************************
       3300-DAY-OF-WEEK.
           MOVE WS-DOW-DATE(1:4) TO WS-ZELLER-YYYY
           MOVE WS-DOW-DATE(5:2) TO WS-ZELLER-MM
           MOVE WS-DOW-DATE(7:2) TO WS-ZELLER-DD
           IF WS-ZELLER-MM < 3
               ADD 12 TO WS-ZELLER-MM
               SUBTRACT 1 FROM WS-ZELLER-YYYY
           END-IF
           DIVIDE WS-ZELLER-YYYY BY 100 GIVING WS-ZELLER-J
               REMAINDER WS-ZELLER-K
           COMPUTE WS-ZELLER-T = 13 * (WS-ZELLER-MM + 1)
           DIVIDE WS-ZELLER-T BY 5 GIVING WS-ZELLER-T
           DIVIDE WS-ZELLER-K BY 4 GIVING WS-ZELLER-K4
           DIVIDE WS-ZELLER-J BY 4 GIVING WS-ZELLER-J4
           COMPUTE WS-ZELLER-H = WS-ZELLER-DD + WS-ZELLER-T
               + WS-ZELLER-K + WS-ZELLER-K4 + WS-ZELLER-J4
               + (5 * WS-ZELLER-J)
           DIVIDE WS-ZELLER-H BY 7 GIVING WS-ZELLER-QUOT
               REMAINDER WS-ZELLER-H
      *    ZELLER COUNTS 0 AS SATURDAY - SHIFT SO MONDAY IS 1.
           COMPUTE WS-DOW-WORK = WS-ZELLER-H + 5
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOT
               REMAINDER WS-DOW
           ADD 1 TO WS-DOW.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-MARK-SCHEDULED-RUN - A PERIODIC JOB ENDED WITHIN ITS
      *                           TOLERANCE - STAMP ITS RUN DATE AND
      *                           PUT THE SCHEDULE BACK ON DISK AT ONCE.
      ******************************************************************
       3400-MARK-SCHEDULED-RUN.
           MOVE WS-STEP-SCHED-INDEX(WS-STEP-INDEX) TO WS-SCHED-INDEX
           MOVE WS-SCHED-RECORD(WS-SCHED-INDEX) TO RUNSCHED-RECORD
           MOVE WS-PASS-DATE TO RSC-LAST-RUN-DATE
           MOVE RUNSCHED-RECORD TO WS-SCHED-RECORD(WS-SCHED-INDEX)
           PERFORM 3500-SAVE-RUN-SCHEDULE THRU 3500-EXIT.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-SAVE-RUN-SCHEDULE - REWRITE EXPRNSCH FROM THE TABLE.
      ******************************************************************
       3500-SAVE-RUN-SCHEDULE.
           OPEN OUTPUT EXPRNSCH-FILE
           IF NOT WS-EXPRNSCH-OK
               DISPLAY V-PN 'UNABLE TO REWRITE EXPRNSCH - STATUS '
                   WS-EXPRNSCH-STATUS
               MOVE 'Y' TO WS-SCHED-WARNING-SWITCH
               GO TO 3500-EXIT
           END-IF
           PERFORM 3550-WRITE-SCHEDULE-ENTRY
               VARYING WS-SCHED-INDEX FROM 1 BY 1
               UNTIL WS-SCHED-INDEX > WS-SCHED-COUNT
           CLOSE EXPRNSCH-FILE.
       3500-EXIT.
           EXIT.

       3550-WRITE-SCHEDULE-ENTRY.
           MOVE WS-SCHED-RECORD(WS-SCHED-INDEX) TO RUNSCHED-RECORD
           WRITE RUNSCHED-RECORD.

      ******************************************************************
      * 9300-SAVE-RUN-CONTROL - REWRITE EXPRUNCTL WITH EVERY STEP
      *                         OUTCOME KNOWN SO FAR THIS NIGHT.
                       'TRIPPED, SEE EXPALRPT'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-SCHED-WARNING
                       DISPLAY V-PN 'CHAIN COMPLETE - RUN SCHEDULE '
                           'WARNINGS, SEE ABOVE'
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       DISPLAY V-PN 'CHAIN COMPLETE'
                   END-IF
               END-IF
           END-IF
           IF WS-PASSES-RUN > 1
               DISPLAY V-PN 'CATCH-UP PASSES RUN..: ' WS-PASSES-RUN
           END-IF
           IF WS-MISSED-COUNT > ZERO
               DISPLAY V-PN 'MISSED PERIODIC JOBS.: ' WS-MISSED-COUNT
           END-IF
           DISPLAY V-PN '*               END OF CHAIN                 *'
           DISPLAY V-PN '*********************************************'.
       9000-EXIT.
