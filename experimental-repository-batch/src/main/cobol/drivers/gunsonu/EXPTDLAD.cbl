      ******************************************************************
      * PROGRAM-ID : EXPTDLAD
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - DAILY TERM DEPOSIT MATURITY
      *                    LADDER FOR TREASURY, RUN IN THE EXPCTRL
      *                    CHAIN AFTER EXPFRZRP. ONE LINE PER ACTIVE
      *                    TERMDEP DEPOSIT FALLING DUE WITHIN 90 DAYS
      *                    OF THE BUSINESS DATE - ACCOUNT, PRINCIPAL,
      *                    RATE, MATURITY DATE, DAYS TO GO AND THE
      *                    MATURITY INSTRUCTION - THEN THE COUNT AND
      *                    PRINCIPAL DUE IN 0-30, 31-60 AND 61-90
      *                    DAYS, AND HOW MUCH OF IT IS TO BE PAID OUT
      *                    RATHER THAN ROLLED, SO TREASURY SEES THE
      *                    FUNDING THAT IS ABOUT TO LEAVE. A DEPOSIT
      *                    STILL ACTIVE PAST ITS MATURITY DATE HAS
      *                    BEEN MISSED BY EXPTDMAT AND IS MARKED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPTDLAD.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMDEP-FILE ASSIGN TO 'TERMDEP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TDP-ACCOUNT-NUMBER
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT EXPTDLAD-FILE ASSIGN TO 'EXPTDLRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPTDLAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMDEP-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE TERM DEPOSIT FILE TDMNT BOOKS AND EXPTDMAT MATURES.
           COPY TERMDEP.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       FD  EXPTDLAD-FILE
           LABEL RECORDS ARE STANDARD.
       01  TDL-RECORD                     PIC X(100).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPTDLAD->'.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.
           COPY BUSDPARM.

       01  WS-FILE-STATUSES.
           05  WS-TERMDEP-STATUS           PIC X(02) VALUE '00'.
               88  WS-TERMDEP-OK               VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-EXPTDLAD-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPTDLAD-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-TERMDEP-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-TERMDEP-EOF-REACHED      VALUE 'Y'.
           05  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-REPORT-IS-OPEN           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-DEPOSITS-ACTIVE          PIC 9(05) COMP VALUE ZERO.
           05  WS-DEPOSITS-OVERDUE         PIC 9(05) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-TODAY-DAY-NUMBER             PIC 9(07) VALUE ZERO.
       01  WS-MATURITY-DAY-NUMBER          PIC 9(07) VALUE ZERO.
       01  WS-DAYS-TO-GO                   PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-BUCKET                       PIC 9(01) VALUE ZERO.

      ******************************************************************
      * WS-LADDER - THE THREE 30-DAY RUNGS: HOW MANY DEPOSITS FALL
      * DUE, THEIR PRINCIPAL, AND THE PART OF IT TO BE PAID OUT.
      ******************************************************************
       01  WS-LADDER.
           05  WS-RUNG                     OCCURS 3 TIMES.
               10  WS-RUNG-COUNT           PIC 9(05) COMP.
               10  WS-RUNG-PRINCIPAL       PIC S9(13)V99 COMP-3.
               10  WS-RUNG-PAY-OUT         PIC S9(13)V99 COMP-3.
       01  WS-RUNG-INDEX                   PIC 9(01) VALUE ZERO.
       01  WS-RUNG-LABELS.
           05  FILLER                      PIC X(10) VALUE ' 0-30 DAYS'.
           05  FILLER                      PIC X(10) VALUE '31-60 DAYS'.
           05  FILLER                      PIC X(10) VALUE '61-90 DAYS'.
       01  WS-RUNG-LABEL-TABLE REDEFINES WS-RUNG-LABELS.
           05  WS-RUNG-LABEL               PIC X(10) OCCURS 3 TIMES.

       01  WS-REPORT-EDITS.
           05  WS-AMOUNT-EDIT              PIC -(12)9.99.
           05  WS-PAY-OUT-EDIT             PIC -(12)9.99.
           05  WS-RATE-EDIT                PIC Z9.9999.
           05  WS-DAYS-EDIT                PIC -(4)9.
           05  WS-COUNT-EDIT               PIC Z(4)9.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-REPORT-DEPOSITS THRU 2000-EXIT
           PERFORM 3000-REPORT-LADDER THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - THE BUSINESS DATE, ITS DAY NUMBER, AND THE
      *                   REPORT FILE.
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
           INITIALIZE WS-LADDER
           MOVE 'D' TO BDP-FUNCTION
           MOVE WS-RUN-DATE TO BDP-INPUT-DATE
           MOVE ZERO TO BDP-DAY-NUMBER
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF BDP-SUCCESSFUL
               MOVE BDP-DAY-NUMBER TO WS-TODAY-DAY-NUMBER
           END-IF
           OPEN OUTPUT EXPTDLAD-FILE
           IF WS-EXPTDLAD-OK
               MOVE 'Y' TO WS-REPORT-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPTDLRF - STATUS '
                   WS-EXPTDLAD-STATUS
           END-IF
           MOVE SPACES TO TDL-RECORD
           STRING 'TERM DEPOSIT MATURITY LADDER AS OF '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO TDL-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-REPORT-DEPOSITS - ONE LINE PER ACTIVE DEPOSIT DUE WITHIN
      *                        90 DAYS.
      ******************************************************************
       2000-REPORT-DEPOSITS.
           IF WS-TODAY-DAY-NUMBER = ZERO
               MOVE 'BUSINESS DATE COULD NOT BE NUMBERED - NO LADDER'
                   TO TDL-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               MOVE 4 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT TERMDEP-FILE
           IF NOT WS-TERMDEP-OK
               MOVE 'NO TERM DEPOSITS ON FILE' TO TDL-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-REPORT-ONE-DEPOSIT THRU 2100-EXIT
               UNTIL WS-TERMDEP-EOF-REACHED
           CLOSE TERMDEP-FILE.
       2000-EXIT.
           EXIT.

       2100-REPORT-ONE-DEPOSIT.
           READ TERMDEP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TERMDEP-EOF-SWITCH
               NOT AT END
                   IF TDP-ACTIVE
                       PERFORM 2200-PLACE-DEPOSIT THRU 2200-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-PLACE-DEPOSIT - DAYS TO MATURITY, THE RUNG IT FALLS ON,
      *                      AND ITS DETAIL LINE. A DEPOSIT PAST ITS
      *                      MATURITY IS COUNTED ON THE FIRST RUNG
      *                      (THE MONEY IS DUE NOW) AND MARKED.
      ******************************************************************
       2200-PLACE-DEPOSIT.
           ADD 1 TO WS-DEPOSITS-ACTIVE
           MOVE 'D' TO BDP-FUNCTION
           MOVE TDP-MATURITY-DATE TO BDP-INPUT-DATE
           MOVE ZERO TO BDP-DAY-NUMBER
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF NOT BDP-SUCCESSFUL
               DISPLAY V-PN 'DEPOSIT ' TDP-ACCOUNT-NUMBER
                   ' HAS AN INVALID MATURITY DATE - NOT LADDERED'
               MOVE 4 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           MOVE BDP-DAY-NUMBER TO WS-MATURITY-DAY-NUMBER
           COMPUTE WS-DAYS-TO-GO =
               WS-MATURITY-DAY-NUMBER - WS-TODAY-DAY-NUMBER
           EVALUATE TRUE
               WHEN WS-DAYS-TO-GO > 90
                   GO TO 2200-EXIT
               WHEN WS-DAYS-TO-GO > 60
                   MOVE 3 TO WS-BUCKET
               WHEN WS-DAYS-TO-GO > 30
                   MOVE 2 TO WS-BUCKET
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET
           END-EVALUATE
           IF TDP-PRINCIPAL NOT NUMERIC
               MOVE ZERO TO TDP-PRINCIPAL
           END-IF
           ADD 1 TO WS-RUNG-COUNT(WS-BUCKET)
           ADD TDP-PRINCIPAL TO WS-RUNG-PRINCIPAL(WS-BUCKET)
           IF TDP-PAY-OUT
               ADD TDP-PRINCIPAL TO WS-RUNG-PAY-OUT(WS-BUCKET)
           END-IF
           MOVE TDP-PRINCIPAL TO WS-AMOUNT-EDIT
           MOVE TDP-RATE-PCT TO WS-RATE-EDIT
           MOVE WS-DAYS-TO-GO TO WS-DAYS-EDIT
           MOVE SPACES TO TDL-RECORD
           STRING TDP-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' PRINCIPAL ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' RATE ' DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
                  ' MATURES ' DELIMITED BY SIZE
                  TDP-MATURITY-DATE DELIMITED BY SIZE
                  ' DAYS ' DELIMITED BY SIZE
                  WS-DAYS-EDIT DELIMITED BY SIZE
                  ' INSTR ' DELIMITED BY SIZE
                  TDP-INSTRUCTION DELIMITED BY SIZE
               INTO TDL-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           IF WS-DAYS-TO-GO < ZERO
               MOVE '  ** PAST MATURITY - NOT SETTLED BY EXPTDMAT'
                   TO TDL-RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               ADD 1 TO WS-DEPOSITS-OVERDUE
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REPORT-LADDER - THE THREE RUNGS' COUNTS AND TOTALS.
      ******************************************************************
       3000-REPORT-LADDER.
           MOVE SPACES TO TDL-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           MOVE 'FALLING DUE    COUNT           PRINCIPAL'
               TO TDL-RECORD
           MOVE '        OF WHICH PAID OUT' TO TDL-RECORD(42:25)
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           PERFORM 3100-REPORT-ONE-RUNG THRU 3100-EXIT
               VARYING WS-RUNG-INDEX FROM 1 BY 1
               UNTIL WS-RUNG-INDEX > 3.
       3000-EXIT.
           EXIT.

       3100-REPORT-ONE-RUNG.
           MOVE WS-RUNG-COUNT(WS-RUNG-INDEX) TO WS-COUNT-EDIT
           MOVE WS-RUNG-PRINCIPAL(WS-RUNG-INDEX) TO WS-AMOUNT-EDIT
           MOVE WS-RUNG-PAY-OUT(WS-RUNG-INDEX) TO WS-PAY-OUT-EDIT
           MOVE SPACES TO TDL-RECORD
           STRING WS-RUNG-LABEL(WS-RUNG-INDEX) DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  WS-PAY-OUT-EDIT DELIMITED BY SIZE
               INTO TDL-RECORD
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           DISPLAY V-PN TDL-RECORD(1:80)
           IF WS-REPORT-IS-OPEN
               WRITE TDL-RECORD
           END-IF
           MOVE SPACES TO TDL-RECORD.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-REPORT-IS-OPEN
               CLOSE EXPTDLAD-FILE
           END-IF
           DISPLAY V-PN 'ACTIVE DEPOSITS......: ' WS-DEPOSITS-ACTIVE
           DISPLAY V-PN 'PAST MATURITY........: ' WS-DEPOSITS-OVERDUE.
       9000-EXIT.
           EXIT.
