      *                    ACTUALLY CARES ABOUT - ANY ACCOUNT WITH NO
      *                    LINE AT ALL THAT SOMEHOW WENT NEGATIVE
      *                    (CONDITION CODE 4 SO OPERATIONS SEES IT).
      * 2026-10-15  DS    A FOREIGN-CURRENCY ACCOUNT'S BALANCE PRINTS
      *                    WITH ITS CURRENCY CODE, AND ITS USE OF THE
      *                    LINE (WHICH IS SET IN BASE) IS MEASURED ON
      *                    ITS BASE EQUIVALENT.
      * 2026-10-15  DS    TRACKS HOW LONG AN ACCOUNT HAS BEEN NEGATIVE.
      *                    THE MASTER IS NOW OPENED I-O: THE FIRST RUN
      *                    THAT FINDS AN ACCOUNT BELOW ZERO STAMPS THE
      *                    BUSINESS DATE IN ACM-OVERDRAWN-SINCE, AND THE
      *                    FIRST RUN THAT FINDS IT BACK AT OR ABOVE
      *                    ZERO CLEARS IT. EACH REPORT LINE CARRIES THE
      *                    DATE AND ITS AGE IN CALENDAR DAYS - THE AGE
      *                    EXPCHGOF CHARGES OFF ON.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPODRPT.
           SELECT EXPODRPF-FILE ASSIGN TO 'EXPODRPF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPODRPF-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER OVERDRAWN ACCOUNT.
       01  ODR-RECORD                     PIC X(100).

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE SYSTEM BUSINESS-DATE CONTROL RECORD OWNED BY EXPDAYND.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPODRPT->'.

               88  WS-ACCTLIMS-OK              VALUE '00'.
           05  WS-EXPODRPF-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPODRPF-OK              VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ACCTMST-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-ACCTLIMS-AVAILABLE       VALUE 'Y'.
           05  WS-ODR-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-ODR-IS-OPEN              VALUE 'Y'.
           05  WS-MASTER-CHANGED-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-MASTER-CHANGED           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ            PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-OVERDRAWN       PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-NO-LINE         PIC 9(07) COMP VALUE ZERO.
           05  WS-DATES-STAMPED            PIC 9(07) COMP VALUE ZERO.
           05  WS-DATES-CLEARED            PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-RUN-DAY-NUMBER               PIC 9(07) VALUE ZERO.
       01  WS-OVERDRAWN-DAYS               PIC 9(05) COMP VALUE ZERO.
       01  WS-DAYS-EDIT                    PIC ZZZZ9.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.
           COPY BUSDPARM.

       01  WS-OVERDRAFT-LINE               PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE MASTER, THE LIMITS FILE, AND THE
      *                   REPORT. THE MASTER IS OPENED I-O SO THE
      *                   OVERDRAWN-SINCE DATE CAN BE KEPT CURRENT.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           OPEN I-O ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               DISPLAY V-PN 'UNABLE TO OPEN ACCTMSTR - STATUS '
                   WS-ACCTMST-STATUS
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-SET-RUN-DATE - THE DECLARED BUSINESS DATE FROM BUSDCTL,
      *                     SYSTEM DATE AS FALLBACK, AND ITS SERIAL
      *                     DAY NUMBER FOR AGING.
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
           MOVE 'D' TO BDP-FUNCTION
           MOVE WS-RUN-DATE TO BDP-INPUT-DATE
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           MOVE BDP-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EXAMINE-ONE-ACCOUNT - REPORT AN ACCOUNT WHOSE BALANCE IS
      *                            NEGATIVE, WITH ITS LINE AND HOW
      ******************************************************************
       2000-EXAMINE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           PERFORM 2050-TRACK-OVERDRAWN-SINCE THRU 2050-EXIT
           IF ACM-CURRENT-BALANCE NOT NUMERIC OR
                   ACM-CURRENT-BALANCE NOT < ZERO
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-ACCOUNTS-OVERDRAWN
           PERFORM 2070-AGE-OVERDRAWN THRU 2070-EXIT
           PERFORM 2100-GET-OVERDRAFT-LINE THRU 2100-EXIT
           COMPUTE WS-OVERDRAWN-BY = ZERO - ACM-CURRENT-BALANCE
           IF NOT ACM-BASE-CURRENCY-ACCOUNT AND
                   ACM-BASE-EQUIVALENT NUMERIC
               COMPUTE WS-OVERDRAWN-BY = ZERO - ACM-BASE-EQUIVALENT
           END-IF
           IF WS-OVERDRAFT-LINE > ZERO
               COMPUTE WS-UTILIZATION-PCT ROUNDED =
                   WS-OVERDRAWN-BY * 100 / WS-OVERDRAFT-LINE
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-TRACK-OVERDRAWN-SINCE - STAMP TODAY'S DATE ON AN ACCOUNT
      *                              THAT HAS JUST GONE NEGATIVE AND
      *                              CLEAR IT ON ONE THAT HAS COME
      *                              BACK. A RECORD FROM BEFORE THE
      *                              FIELD EXISTED IS TREATED AS NOT
      *                              YET STAMPED.
      ******************************************************************
       2050-TRACK-OVERDRAWN-SINCE.
           MOVE 'N' TO WS-MASTER-CHANGED-SWITCH
           IF ACM-CURRENT-BALANCE NOT NUMERIC
               GO TO 2050-EXIT
           END-IF
           IF ACM-OVERDRAWN-SINCE NOT NUMERIC
               MOVE ZERO TO ACM-OVERDRAWN-SINCE
               MOVE 'Y' TO WS-MASTER-CHANGED-SWITCH
           END-IF
           IF ACM-CURRENT-BALANCE < ZERO AND
                   ACM-OVERDRAWN-SINCE = ZERO
               MOVE WS-RUN-DATE TO ACM-OVERDRAWN-SINCE
               MOVE 'Y' TO WS-MASTER-CHANGED-SWITCH
               ADD 1 TO WS-DATES-STAMPED
           END-IF
           IF ACM-CURRENT-BALANCE NOT < ZERO AND
                   ACM-OVERDRAWN-SINCE NOT = ZERO
               MOVE ZERO TO ACM-OVERDRAWN-SINCE
               MOVE 'Y' TO WS-MASTER-CHANGED-SWITCH
               ADD 1 TO WS-DATES-CLEARED
           END-IF
           IF NOT WS-MASTER-CHANGED
               GO TO 2050-EXIT
           END-IF
           REWRITE ACCTMST-RECORD
           IF NOT WS-ACCTMST-OK
               DISPLAY V-PN 'ACCTMSTR REWRITE FAILED - STATUS '
                   WS-ACCTMST-STATUS ' - ACCOUNT ' ACM-ACCOUNT-NUMBER
               MOVE 8 TO RETURN-CODE
           END-IF.
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2070-AGE-OVERDRAWN - CALENDAR DAYS SINCE THE ACCOUNT WENT
      *                      NEGATIVE.
      ******************************************************************
       2070-AGE-OVERDRAWN.
           MOVE ZERO TO WS-OVERDRAWN-DAYS
           IF ACM-OVERDRAWN-SINCE = ZERO
               GO TO 2070-EXIT
           END-IF
           MOVE 'D' TO BDP-FUNCTION
           MOVE ACM-OVERDRAWN-SINCE TO BDP-INPUT-DATE
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF BDP-SUCCESSFUL AND
                   WS-RUN-DAY-NUMBER > BDP-DAY-NUMBER
               COMPUTE WS-OVERDRAWN-DAYS =
                   WS-RUN-DAY-NUMBER - BDP-DAY-NUMBER
           END-IF.
       2070-EXIT.
           EXIT.

       2100-GET-OVERDRAFT-LINE.
           MOVE ZERO TO WS-OVERDRAFT-LINE
           IF NOT WS-ACCTLIMS-AVAILABLE
           MOVE ACM-CURRENT-BALANCE TO WS-BALANCE-EDIT
           MOVE WS-OVERDRAFT-LINE TO WS-LINE-EDIT
           MOVE WS-UTILIZATION-PCT TO WS-PCT-EDIT
           MOVE WS-OVERDRAWN-DAYS TO WS-DAYS-EDIT
           IF WS-OVERDRAFT-LINE > ZERO
               DISPLAY V-PN 'ACCOUNT ' ACM-ACCOUNT-NUMBER
                   ' BALANCE ' WS-BALANCE-EDIT ' LINE ' WS-LINE-EDIT
                   ' USED ' WS-PCT-EDIT ' PCT SINCE '
                   ACM-OVERDRAWN-SINCE ' DAYS ' WS-DAYS-EDIT
           ELSE
               DISPLAY V-PN 'ACCOUNT ' ACM-ACCOUNT-NUMBER
                   ' BALANCE ' WS-BALANCE-EDIT ' *** NO LINE ***'
                   ' SINCE ' ACM-OVERDRAWN-SINCE ' DAYS ' WS-DAYS-EDIT
           END-IF
           IF NOT WS-ODR-IS-OPEN
               GO TO 2500-EXIT
               STRING ACM-ACCOUNT-NUMBER DELIMITED BY SIZE
                      ' BALANCE ' DELIMITED BY SIZE
                      WS-BALANCE-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ACM-ACCOUNT-CURRENCY DELIMITED BY SIZE
                      ' LINE ' DELIMITED BY SIZE
                      WS-LINE-EDIT DELIMITED BY SIZE
                      ' USED ' DELIMITED BY SIZE
                      WS-PCT-EDIT DELIMITED BY SIZE
                      ' PCT' DELIMITED BY SIZE
                      ' SINCE ' DELIMITED BY SIZE
                      ACM-OVERDRAWN-SINCE DELIMITED BY SIZE
                      ' DAYS ' DELIMITED BY SIZE
                      WS-DAYS-EDIT DELIMITED BY SIZE
                   INTO ODR-RECORD
           ELSE
               STRING ACM-ACCOUNT-NUMBER DELIMITED BY SIZE
                      ' BALANCE ' DELIMITED BY SIZE
                      WS-BALANCE-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ACM-ACCOUNT-CURRENCY DELIMITED BY SIZE
                      ' *** NEGATIVE WITH NO LINE ***'
                          DELIMITED BY SIZE
                      ' SINCE ' DELIMITED BY SIZE
                      ACM-OVERDRAWN-SINCE DELIMITED BY SIZE
                      ' DAYS ' DELIMITED BY SIZE
                      WS-DAYS-EDIT DELIMITED BY SIZE
                   INTO ODR-RECORD
           END-IF
           WRITE ODR-RECORD.
           IF WS-ODR-IS-OPEN
               CLOSE EXPODRPF-FILE
           END-IF
           CANCEL WS-BUSDAY01-NAME
           DISPLAY V-PN 'ACCOUNTS READ........: ' WS-ACCOUNTS-READ
           DISPLAY V-PN 'ACCOUNTS OVERDRAWN...: '
               WS-ACCOUNTS-OVERDRAWN
           DISPLAY V-PN 'NEGATIVE WITH NO LINE: ' WS-ACCOUNTS-NO-LINE
           DISPLAY V-PN 'NEWLY OVERDRAWN......: ' WS-DATES-STAMPED
           DISPLAY V-PN 'BACK IN CREDIT.......: ' WS-DATES-CLEARED
           IF WS-ACCOUNTS-NO-LINE > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
