      ******************************************************************
      * PROGRAM-ID : EXPENTRC
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - OPERATOR ENTITLEMENT
      *                    RECERTIFICATION, SCHEDULED BY OPERATIONS
      *                    (QUARTERLY IS WHAT AUDIT ASKED FOR). OPERENT
      *                    ONLY EVER GROWS - LEAVERS AND MOVERS KEEP
      *                    THEIR ROLE AND APPROVAL LIMIT UNTIL SOMEONE
      *                    REMEMBERS. EVERY OPERENT ENTRY GOES ON THE
      *                    EXPENTRR REPORT UNDER ITS SUPERVISOR
      *                    (OPE-SUPERVISOR-ID), BY ROLE AND THEN
      *                    APPROVAL LIMIT, WITH THE OPERATOR'S LAST
      *                    ACTIVITY FOUND ACROSS TRANLOG AND TRANARCH
      *                    (AS OPERATOR OR APPROVER), THE ACCTAUDT,
      *                    CUSTAUDT, REFAUDT, FRZAUDT AND SUSPAUDT
      *                    AUDIT TRAILS, AND THE PNDAPPR, REFPEND AND
      *                    DSPCASE DECISION QUEUES. AN ACTIVE OPERATOR
      *                    SILENT FOR MORE THAN DAYS= CALENDAR DAYS
      *                    (DEFAULT 90) IS FLAGGED INACTIVE, AND WITH
      *                    APPLY=Y IS REVOKED ON OPERENT (STATUS 'R',
      *                    OPE-STATUS-DATE THE BUSINESS DATE) SO
      *                    OPERCHK REFUSES IT FROM THEN ON. AN ACTIVE
      *                    OPERATOR WITH NOTHING ON ANY SOURCE IS
      *                    FLAGGED FOR REVIEW BUT NOT REVOKED - A NEW
      *                    STARTER LOOKS EXACTLY LIKE THAT, AS IN
      *                    EXPDORM. EACH SUPERVISOR'S GROUP ENDS IN A
      *                    SIGN-OFF BLOCK, SO THE FILED REPORT IS THE
      *                    ATTESTATION. ENDS CC 4 WHEN ANY OPERATOR IS
      *                    FLAGGED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENTRC.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERENT-FILE ASSIGN TO 'OPERENT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERENT-STATUS.
           SELECT TRANLOG-FILE ASSIGN TO 'TRANLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT TRANARCH-FILE ASSIGN TO 'TRANARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANARCH-STATUS.
           SELECT ACCTAUDT-FILE ASSIGN TO 'ACCTAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTAUDT-STATUS.
           SELECT CUSTAUDT-FILE ASSIGN TO 'CUSTAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTAUDT-STATUS.
           SELECT REFAUDT-FILE ASSIGN TO 'REFAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFAUDT-STATUS.
           SELECT FRZAUDT-FILE ASSIGN TO 'FRZAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRZAUDT-STATUS.
           SELECT SUSPAUDT-FILE ASSIGN TO 'SUSPAUDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPAUDT-STATUS.
           SELECT PNDAPPR-FILE ASSIGN TO 'PNDAPPR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNDAPPR-STATUS.
           SELECT REFPEND-FILE ASSIGN TO 'REFPEND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFPEND-STATUS.
           SELECT DSPCASE-FILE ASSIGN TO 'DSPCASE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSPCASE-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT EXPENTRR-FILE ASSIGN TO 'EXPENTRR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPENTRR-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK01'.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY OPERENT.

       FD  TRANLOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TLOGREC.

       FD  TRANARCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    FLAT IMAGE OF TLOG-RECORD (112 BYTES), AS EXPARCPG WRITES.
       01  TRANARCH-RECORD                PIC X(112).

       FD  ACCTAUDT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY ACMAUDT.

       FD  CUSTAUDT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CUSAUDT.

       FD  REFAUDT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY REFAUDT.

       FD  FRZAUDT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY FRZAUDT.

       FD  SUSPAUDT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY SUSAUDT.

       FD  PNDAPPR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY PNDAPPR.

       FD  REFPEND-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY REFPEND.

       FD  DSPCASE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY DSPCASE.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY BUSDCTL.

       FD  EXPENTRR-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE RECERTIFICATION REPORT - ONE GROUP PER SUPERVISOR, EACH
      *    ENDING IN ITS SIGN-OFF BLOCK.
       01  ENTRR-RECORD                   PIC X(100).

       SD  SORT-WORK-FILE.
      *    ONE RELEASED RECORD PER OPERENT ENTRY, POINTING BACK AT ITS
      *    SLOT IN WS-OPERATOR-TABLE. HIGHEST APPROVAL LIMIT FIRST
      *    WITHIN A ROLE - THE ENTRIES A SUPERVISOR MOST NEEDS TO LOOK
      *    AT.
       01  SRT-RECORD.
           05  SRT-SUPERVISOR-ID           PIC X(08).
           05  SRT-ROLE                    PIC X(01).
           05  SRT-APPROVAL-LIMIT          PIC S9(11)V99 COMP-3.
           05  SRT-OPERATOR-ID             PIC X(08).
           05  SRT-SLOT                    PIC 9(03).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPENTRC->'.
       01  WS-BUSDAY01-NAME                PIC X(08) VALUE 'BUSDAY01'.
           COPY BUSDPARM.
      *    WORK AREA FOR THE PAYMENT IMAGE HELD ON A PNDAPPR ENTRY -
      *    THE KEYING OPERATOR IS SP1-OPERATOR-ID.
           COPY SUBPRM01.

       01  WS-FILE-STATUSES.
           05  WS-OPERENT-STATUS           PIC X(02) VALUE '00'.
               88  WS-OPERENT-OK               VALUE '00'.
               88  WS-OPERENT-EOF              VALUE '10'.
           05  WS-TRANLOG-STATUS           PIC X(02) VALUE '00'.
               88  WS-TRANLOG-OK               VALUE '00'.
           05  WS-TRANARCH-STATUS          PIC X(02) VALUE '00'.
               88  WS-TRANARCH-OK              VALUE '00'.
           05  WS-ACCTAUDT-STATUS          PIC X(02) VALUE '00'.
               88  WS-ACCTAUDT-OK              VALUE '00'.
           05  WS-CUSTAUDT-STATUS          PIC X(02) VALUE '00'.
               88  WS-CUSTAUDT-OK              VALUE '00'.
           05  WS-REFAUDT-STATUS           PIC X(02) VALUE '00'.
               88  WS-REFAUDT-OK               VALUE '00'.
           05  WS-FRZAUDT-STATUS           PIC X(02) VALUE '00'.
               88  WS-FRZAUDT-OK               VALUE '00'.
           05  WS-SUSPAUDT-STATUS          PIC X(02) VALUE '00'.
               88  WS-SUSPAUDT-OK              VALUE '00'.
           05  WS-PNDAPPR-STATUS           PIC X(02) VALUE '00'.
               88  WS-PNDAPPR-OK               VALUE '00'.
           05  WS-REFPEND-STATUS           PIC X(02) VALUE '00'.
               88  WS-REFPEND-OK               VALUE '00'.
           05  WS-DSPCASE-STATUS           PIC X(02) VALUE '00'.
               88  WS-DSPCASE-OK               VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-EXPENTRR-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPENTRR-OK              VALUE '00'.
      *    THE STATUS OF THE ACTIVITY SOURCE JUST OPENED - '35' MEANS
      *    THE FILE HAS NEVER BEEN CREATED, WHICH HOLDS NO ACTIVITY.
           05  WS-SOURCE-STATUS            PIC X(02) VALUE '00'.
               88  WS-SOURCE-NEVER-CREATED     VALUE '35'.

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF-REACHED        VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-SORT-DONE                VALUE 'Y'.
           05  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED              VALUE 'Y'.
           05  WS-APPLY-SWITCH             PIC X(01) VALUE 'N'.
               88  WS-APPLY-REQUESTED          VALUE 'Y'.
           05  WS-SOURCE-MISSING-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-SOURCE-MISSING           VALUE 'Y'.
           05  WS-ENTRR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-ENTRR-IS-OPEN            VALUE 'Y'.
           05  WS-GROUP-FIRST-SW           PIC X(01) VALUE 'Y'.
               88  WS-GROUP-FIRST              VALUE 'Y'.

      ******************************************************************
      * WS-RECERT-RULES - THE INACTIVITY PERIOD AND THE CUTOFF IT
      * GIVES, AS BUSDAY01 DAY NUMBERS.
      ******************************************************************
       01  WS-RECERT-RULES.
           05  WS-INACTIVE-DAYS            PIC 9(04) VALUE 90.
           05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-RUN-DAY-NUMBER           PIC 9(07) VALUE ZERO.

      ******************************************************************
      * WS-OPERATOR-TABLE - OPERENT IN FILE ORDER, WITH THE LATEST
      * ACTIVITY FOUND FOR EACH OPERATOR AND THE RUN'S JUDGEMENT ON
      * IT. SIZED AS OPERCHK'S TABLE IS.
      ******************************************************************
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-OPR-INDEX                PIC 9(03) COMP VALUE ZERO.
           05  WS-OPR-SLOT                 PIC 9(03) COMP VALUE ZERO.
           05  WS-OPR-ENTRY OCCURS 200 TIMES.
               10  WS-OPR-ID               PIC X(08).
               10  WS-OPR-ROLE             PIC X(01).
               10  WS-OPR-STATUS           PIC X(01).
               10  WS-OPR-LIMIT            PIC S9(11)V99 COMP-3.
               10  WS-OPR-SUPERVISOR       PIC X(08).
               10  WS-OPR-STATUS-DATE      PIC 9(08).
               10  WS-OPR-LAST-DATE        PIC 9(08).
               10  WS-OPR-LAST-SOURCE      PIC X(08).
               10  WS-OPR-IDLE-DAYS        PIC 9(05).
               10  WS-OPR-JUDGEMENT        PIC X(01).
                   88  WS-OPR-IN-USE           VALUE 'A'.
                   88  WS-OPR-INACTIVE         VALUE 'I'.
                   88  WS-OPR-NEVER-ACTIVE     VALUE 'N'.
                   88  WS-OPR-WAS-REVOKED      VALUE 'R'.
                   88  WS-OPR-REVOKED-NOW      VALUE 'V'.

      *    THE ACTIVITY BEING NOTED AGAINST THE TABLE.
       01  WS-NOTE-OPERATOR                PIC X(08) VALUE SPACES.
       01  WS-NOTE-DATE                    PIC 9(08) VALUE ZERO.
       01  WS-NOTE-SOURCE                  PIC X(08) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ACTIVITY-ENTRIES         PIC 9(09) COMP VALUE ZERO.
           05  WS-IN-USE-COUNT             PIC 9(05) COMP VALUE ZERO.
           05  WS-INACTIVE-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-NEVER-ACTIVE-COUNT       PIC 9(05) COMP VALUE ZERO.
           05  WS-REVOKED-BEFORE-COUNT     PIC 9(05) COMP VALUE ZERO.
           05  WS-REVOKED-NOW-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-SUPERVISOR-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-GROUP-OPERATORS          PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * WS-REPORT-FIELDS - THE EDITED PIECES OF A REPORT LINE.
      ******************************************************************
       01  WS-REPORT-FIELDS.
           05  WS-GROUP-SUPERVISOR         PIC X(08) VALUE SPACES.
           05  WS-LIMIT-EDIT               PIC Z(10)9.99.
           05  WS-LIMIT-TEXT               PIC X(14) VALUE SPACES.
           05  WS-LAST-TEXT                PIC X(08) VALUE SPACES.
           05  WS-IDLE-EDIT                PIC Z(04)9.
           05  WS-IDLE-TEXT                PIC X(05) VALUE SPACES.
           05  WS-STANDING-TEXT            PIC X(30) VALUE SPACES.
           05  WS-DAYS-EDIT                PIC Z(03)9.
           05  WS-COUNT-EDIT               PIC Z(04)9.

      * THE PARM STRING, TOKENIZED THE SAME WAY AS EXPALERT'S.
       01  WS-PARM-STRING                  PIC X(80) VALUE SPACES.
       01  WS-PARM-TABLE.
           05  WS-PARM-TOK                 PIC X(20) OCCURS 7 TIMES.
       01  WS-PARM-INDEX                   PIC 9(02) COMP VALUE ZERO.
       01  WS-PARM-KEY                     PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                   PIC X(16) VALUE SPACES.

      ******************************************************************
      * 0000-MAINLINE - LOAD OPERENT, FIND EACH OPERATOR'S LAST
      *                 ACTIVITY, JUDGE, REVOKE (APPLY=Y ONLY), AND
      *                 PRINT THE ATTESTATION BY SUPERVISOR.
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-GATHER-ACTIVITY THRU 2000-EXIT
               PERFORM 3000-JUDGE-ONE-OPERATOR THRU 3000-EXIT
                   VARYING WS-OPR-INDEX FROM 1 BY 1
                   UNTIL WS-OPR-INDEX > WS-OPR-COUNT
               IF WS-APPLY-REQUESTED
                   PERFORM 4000-REVOKE-INACTIVE THRU 4000-EXIT
               END-IF
               PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - BUSINESS DATE, PARMS, AND THE OPERENT
      *                   TABLE. WITHOUT OPERENT THERE IS NOTHING TO
      *                   ATTEST, AND A TABLE TOO SMALL FOR IT WOULD
      *                   DROP OPERATORS FROM THE ATTESTATION
      *                   SILENTLY - EITHER REFUSES THE RUN (CC 8).
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT
           PERFORM 1060-ACCEPT-PARM THRU 1060-EXIT
           MOVE 'D' TO BDP-FUNCTION
           MOVE WS-RUN-DATE TO BDP-INPUT-DATE
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF BDP-FAILED
               DISPLAY V-PN 'BUSDAY01 FAILED FOR ' WS-RUN-DATE
                   ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE BDP-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           OPEN INPUT OPERENT-FILE
           IF NOT WS-OPERENT-OK
               DISPLAY V-PN 'OPERENT UNAVAILABLE - STATUS '
                   WS-OPERENT-STATUS ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-OPERATOR THRU 1100-EXIT
               UNTIL WS-OPERENT-EOF OR WS-RUN-REFUSED
           CLOSE OPERENT-FILE
           IF WS-RUN-REFUSED
               DISPLAY V-PN 'OPERATOR TABLE FULL - RUN REFUSED, '
                   'NOTHING REVOKED - RAISE THE TABLE LIMIT BEFORE '
                   'THE NEXT RUN'
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           DISPLAY V-PN WS-OPR-COUNT ' OPERATORS ON OPERENT'.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-SET-RUN-DATE - THE DECLARED BUSINESS DATE FROM BUSDCTL,
      *                     SYSTEM DATE AS FALLBACK.
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
           END-IF.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1060-ACCEPT-PARM - DAYS= SETS THE INACTIVITY PERIOD (A PERIOD
      *                    OF ZERO IS IGNORED); APPLY=Y REVOKES THE
      *                    INACTIVE IDS INSTEAD OF ONLY LISTING THEM.
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
           DISPLAY V-PN 'BUSINESS DATE........: ' WS-RUN-DATE
           DISPLAY V-PN 'INACTIVITY PERIOD....: ' WS-INACTIVE-DAYS
               ' DAYS'
           IF WS-APPLY-REQUESTED
               DISPLAY V-PN 'APPLY=Y - INACTIVE IDS WILL BE REVOKED'
           ELSE
               DISPLAY V-PN 'REPORT ONLY - NOTHING WILL BE REVOKED'
           END-IF.
       1060-EXIT.
           EXIT.

       1070-APPLY-PARM-TOKEN.
           IF WS-PARM-TOK(WS-PARM-INDEX) = SPACES
               GO TO 1070-EXIT
           END-IF
           MOVE SPACES TO WS-PARM-KEY WS-PARM-VALUE
           UNSTRING WS-PARM-TOK(WS-PARM-INDEX) DELIMITED BY '='
               INTO WS-PARM-KEY WS-PARM-VALUE
           EVALUATE WS-PARM-KEY
               WHEN 'DAYS'
                   IF WS-PARM-VALUE(1:4) IS NUMERIC AND
                           WS-PARM-VALUE(1:4) > ZERO
                       MOVE WS-PARM-VALUE(1:4) TO WS-INACTIVE-DAYS
                   ELSE
                       IF WS-PARM-VALUE(1:3) IS NUMERIC AND
                               WS-PARM-VALUE(1:3) > ZERO AND
                               WS-PARM-VALUE(4:1) = SPACE
                           MOVE WS-PARM-VALUE(1:3) TO WS-INACTIVE-DAYS
                       ELSE
                           IF WS-PARM-VALUE(1:2) IS NUMERIC AND
                                   WS-PARM-VALUE(1:2) > ZERO AND
                                   WS-PARM-VALUE(3:1) = SPACE
                               MOVE WS-PARM-VALUE(1:2)
                                   TO WS-INACTIVE-DAYS
                           ELSE
                               IF WS-PARM-VALUE(1:1) IS NUMERIC AND
                                       WS-PARM-VALUE(1:1) > ZERO AND
                                       WS-PARM-VALUE(2:1) = SPACE
                                   MOVE WS-PARM-VALUE(1:1)
                                       TO WS-INACTIVE-DAYS
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               WHEN 'APPLY'
                   IF WS-PARM-VALUE(1:1) = 'Y'
                       MOVE 'Y' TO WS-APPLY-SWITCH
                   END-IF
           END-EVALUATE.
       1070-EXIT.
           EXIT.

       1100-LOAD-ONE-OPERATOR.
           READ OPERENT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-OPR-COUNT < 200
                       ADD 1 TO WS-OPR-COUNT
                       MOVE WS-OPR-COUNT TO WS-OPR-SLOT
                       MOVE OPE-OPERATOR-ID TO WS-OPR-ID(WS-OPR-SLOT)
                       MOVE OPE-ROLE TO WS-OPR-ROLE(WS-OPR-SLOT)
                       MOVE OPE-STATUS TO WS-OPR-STATUS(WS-OPR-SLOT)
                       IF OPE-APPROVAL-LIMIT NUMERIC
                           MOVE OPE-APPROVAL-LIMIT
                               TO WS-OPR-LIMIT(WS-OPR-SLOT)
                       ELSE
                           MOVE ZERO TO WS-OPR-LIMIT(WS-OPR-SLOT)
                       END-IF
                       MOVE OPE-SUPERVISOR-ID
                           TO WS-OPR-SUPERVISOR(WS-OPR-SLOT)
                       IF OPE-STATUS-DATE NUMERIC
                           MOVE OPE-STATUS-DATE
                               TO WS-OPR-STATUS-DATE(WS-OPR-SLOT)
                       ELSE
                           MOVE ZERO TO WS-OPR-STATUS-DATE(WS-OPR-SLOT)
                       END-IF
                       MOVE ZERO TO WS-OPR-LAST-DATE(WS-OPR-SLOT)
                                    WS-OPR-IDLE-DAYS(WS-OPR-SLOT)
                       MOVE SPACES TO WS-OPR-LAST-SOURCE(WS-OPR-SLOT)
                       MOVE SPACE TO WS-OPR-JUDGEMENT(WS-OPR-SLOT)
                   ELSE
                       MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-GATHER-ACTIVITY - ONE PASS OVER EACH ACTIVITY SOURCE. A
      *                        SOURCE THAT HAS NEVER BEEN CREATED
      *                        HOLDS NO ACTIVITY; ONE THAT EXISTS BUT
      *                        CANNOT BE READ LEAVES EVERY OPERATOR'S
      *                        LAST ACTIVITY IN DOUBT, SO APPLY=Y IS
      *                        SET ASIDE FOR THE RUN.
      ******************************************************************
       2000-GATHER-ACTIVITY.
           OPEN INPUT TRANLOG-FILE
           MOVE WS-TRANLOG-STATUS TO WS-SOURCE-STATUS
           IF WS-TRANLOG-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 2100-READ-TRANLOG THRU 2100-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE TRANLOG-FILE
           ELSE
               MOVE 'TRANLOG' TO WS-NOTE-SOURCE
               PERFORM 2090-SOURCE-NOT-READ THRU 2090-EXIT
           END-IF
           OPEN INPUT TRANARCH-FILE
           MOVE WS-TRANARCH-STATUS TO WS-SOURCE-STATUS
           IF WS-TRANARCH-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 2150-READ-TRANARCH THRU 2150-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE TRANARCH-FILE
           ELSE
               MOVE 'TRANARCH' TO WS-NOTE-SOURCE
               PERFORM 2090-SOURCE-NOT-READ THRU 2090-EXIT
           END-IF
           OPEN INPUT ACCTAUDT-FILE
           MOVE WS-ACCTAUDT-STATUS TO WS-SOURCE-STATUS
           IF WS-ACCTAUDT-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 2200-READ-ACCTAUDT THRU 2200-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE ACCTAUDT-FILE
           ELSE
               MOVE 'ACCTAUDT' TO WS-NOTE-SOURCE
               PERFORM 2090-SOURCE-NOT-READ THRU 2090-EXIT
           END-IF
           OPEN INPUT CUSTAUDT-FILE
           MOVE WS-CUSTAUDT-STATUS TO WS-SOURCE-STATUS
           IF WS-CUSTAUDT-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 2250-READ-CUSTAUDT THRU 2250-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE CUSTAUDT-FILE
           ELSE
               MOVE 'CUSTAUDT' TO WS-NOTE-SOURCE
               PERFORM 2090-SOURCE-NOT-READ THRU 2090-EXIT
           END-IF
           OPEN INPUT REFAUDT-FILE
           MOVE WS-REFAUDT-STATUS TO WS-SOURCE-STATUS
           IF WS-REFAUDT-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 2300-READ-REFAUDT THRU 2300-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE REFAUDT-FILE
           ELSE
               MOVE 'REFAUDT' TO WS-NOTE-SOURCE
               PERFORM 2090-SOURCE-NOT-READ THRU 2090-EXIT
           END-IF
           OPEN INPUT FRZAUDT-FILE
           MOVE WS-FRZAUDT-STATUS TO WS-SOURCE-STATUS
           IF WS-FRZAUDT-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 2350-READ-FRZAUDT THRU 2350-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE FRZAUDT-FILE
           ELSE
               MOVE 'FRZAUDT' TO WS-NOTE-SOURCE
               PERFORM 2090-SOURCE-NOT-READ THRU 2090-EXIT
           END-IF
           OPEN INPUT SUSPAUDT-FILE
           MOVE WS-SUSPAUDT-STATUS TO WS-SOURCE-STATUS
           IF WS-SUSPAUDT-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 2400-READ-SUSPAUDT THRU 2400-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE SUSPAUDT-FILE
           ELSE
               MOVE 'SUSPAUDT' TO WS-NOTE-SOURCE
               PERFORM 2090-SOURCE-NOT-READ THRU 2090-EXIT
           END-IF
           OPEN INPUT PNDAPPR-FILE
           MOVE WS-PNDAPPR-STATUS TO WS-SOURCE-STATUS
           IF WS-PNDAPPR-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 2450-READ-PNDAPPR THRU 2450-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE PNDAPPR-FILE
           ELSE
               MOVE 'PNDAPPR' TO WS-NOTE-SOURCE
               PERFORM 2090-SOURCE-NOT-READ THRU 2090-EXIT
           END-IF
           OPEN INPUT REFPEND-FILE
           MOVE WS-REFPEND-STATUS TO WS-SOURCE-STATUS
           IF WS-REFPEND-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 2500-READ-REFPEND THRU 2500-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE REFPEND-FILE
           ELSE
               MOVE 'REFPEND' TO WS-NOTE-SOURCE
               PERFORM 2090-SOURCE-NOT-READ THRU 2090-EXIT
           END-IF
           OPEN INPUT DSPCASE-FILE
           MOVE WS-DSPCASE-STATUS TO WS-SOURCE-STATUS
           IF WS-DSPCASE-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 2550-READ-DSPCASE THRU 2550-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE DSPCASE-FILE
           ELSE
               MOVE 'DSPCASE' TO WS-NOTE-SOURCE
               PERFORM 2090-SOURCE-NOT-READ THRU 2090-EXIT
           END-IF
           DISPLAY V-PN WS-ACTIVITY-ENTRIES ' ACTIVITY ENTRIES READ'.
       2000-EXIT.
           EXIT.

       2090-SOURCE-NOT-READ.
           IF WS-SOURCE-NEVER-CREATED
               DISPLAY V-PN WS-NOTE-SOURCE ' NOT PRESENT - NO '
                   'ACTIVITY ON IT'
           ELSE
               DISPLAY V-PN WS-NOTE-SOURCE ' UNAVAILABLE - STATUS '
                   WS-SOURCE-STATUS ' - ACTIVITY ON IT NOT SEEN'
               MOVE 'Y' TO WS-SOURCE-MISSING-SWITCH
           END-IF.
       2090-EXIT.
           EXIT.

      *    TRANLOG AND TRANARCH - THE KEYING OPERATOR AND THE
      *    APPROVER OF EVERY AUDITED ENTRY.
       2100-READ-TRANLOG.
           READ TRANLOG-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE 'TRANLOG' TO WS-NOTE-SOURCE
                   PERFORM 2190-NOTE-TLOG-ENTRY THRU 2190-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

       2150-READ-TRANARCH.
           READ TRANARCH-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE TRANARCH-RECORD TO TLOG-RECORD
                   MOVE 'TRANARCH' TO WS-NOTE-SOURCE
                   PERFORM 2190-NOTE-TLOG-ENTRY THRU 2190-EXIT
           END-READ.
       2150-EXIT.
           EXIT.

       2190-NOTE-TLOG-ENTRY.
           MOVE TLOG-LOG-DATE TO WS-NOTE-DATE
           MOVE TLOG-OPERATOR-ID TO WS-NOTE-OPERATOR
           PERFORM 2900-NOTE-ACTIVITY THRU 2900-EXIT
           MOVE TLOG-APPROVER-ID TO WS-NOTE-OPERATOR
           PERFORM 2900-NOTE-ACTIVITY THRU 2900-EXIT.
       2190-EXIT.
           EXIT.

       2200-READ-ACCTAUDT.
           READ ACCTAUDT-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE 'ACCTAUDT' TO WS-NOTE-SOURCE
                   MOVE AMA-LOG-DATE TO WS-NOTE-DATE
                   MOVE AMA-OPERATOR-ID TO WS-NOTE-OPERATOR
                   PERFORM 2900-NOTE-ACTIVITY THRU 2900-EXIT
           END-READ.
       2200-EXIT.
           EXIT.

       2250-READ-CUSTAUDT.
           READ CUSTAUDT-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE 'CUSTAUDT' TO WS-NOTE-SOURCE
                   MOVE CUA-LOG-DATE TO WS-NOTE-DATE
                   MOVE CUA-OPERATOR-ID TO WS-NOTE-OPERATOR
                   PERFORM 2900-NOTE-ACTIVITY THRU 2900-EXIT
           END-READ.
       2250-EXIT.
           EXIT.

      *    REFAUDT - WHOEVER ENTERED THE REFERENCE CHANGE AND WHOEVER
      *    APPROVED OR DECLINED IT.
       2300-READ-REFAUDT.
           READ REFAUDT-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE 'REFAUDT' TO WS-NOTE-SOURCE
                   MOVE RFA-LOG-DATE TO WS-NOTE-DATE
                   MOVE RFA-ENTERED-BY TO WS-NOTE-OPERATOR
                   PERFORM 2900-NOTE-ACTIVITY THRU 2900-EXIT
                   MOVE RFA-APPROVER-ID TO WS-NOTE-OPERATOR
                   PERFORM 2900-NOTE-ACTIVITY THRU 2900-EXIT
           END-READ.
       2300-EXIT.
           EXIT.

       2350-READ-FRZAUDT.
           READ FRZAUDT-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE 'FRZAUDT' TO WS-NOTE-SOURCE
                   MOVE FZA-LOG-DATE TO WS-NOTE-DATE
                   MOVE FZA-OPERATOR-ID TO WS-NOTE-OPERATOR
                   PERFORM 2900-NOTE-ACTIVITY THRU 2900-EXIT
           END-READ.
       2350-EXIT.
           EXIT.

       2400-READ-SUSPAUDT.
           READ SUSPAUDT-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE 'SUSPAUDT' TO WS-NOTE-SOURCE
                   MOVE SUA-ACTION-DATE TO WS-NOTE-DATE
                   MOVE SUA-OPERATOR-ID TO WS-NOTE-OPERATOR
                   PERFORM 2900-NOTE-ACTIVITY THRU 2900-EXIT
           END-READ.
       2400-EXIT.
           EXIT.

      *    PNDAPPR - THE OPERATOR WHO KEYED THE HELD PAYMENT, AND THE
      *    APPROVER WHO DECIDED IT. THE QUEUE KEEPS NO DECISION DATE,
      *    SO THE APPROVER IS CREDITED WITH THE REQUEST DATE - NEVER
      *    LATER THAN THE DECISION ITSELF, SO NEVER FLATTERING.
       2450-READ-PNDAPPR.
           READ PNDAPPR-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE 'PNDAPPR' TO WS-NOTE-SOURCE
                   MOVE PND-REQUEST-DATE TO WS-NOTE-DATE
                   MOVE PND-PAYMENT-DATA TO SUBPRM01
                   MOVE SP1-OPERATOR-ID TO WS-NOTE-OPERATOR
                   PERFORM 2900-NOTE-ACTIVITY THRU 2900-EXIT
                   IF NOT PND-PENDING
                       MOVE PND-APPROVER-ID TO WS-NOTE-OPERATOR
                       PERFORM 2900-NOTE-ACTIVITY THRU 2900-EXIT
                   END-IF
           END-READ.
       2450-EXIT.
           EXIT.

      *    REFPEND - THE OPERATOR WHO ENTERED THE CHANGE. ITS
      *    APPROVER IS ALREADY ON REFAUDT WITH THE DECISION DATE.
       2500-READ-REFPEND.
           READ REFPEND-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE 'REFPEND' TO WS-NOTE-SOURCE
                   MOVE RFP-ENTERED-DATE TO WS-NOTE-DATE
                   MOVE RFP-ENTERED-BY TO WS-NOTE-OPERATOR
                   PERFORM 2900-NOTE-ACTIVITY THRU 2900-EXIT
           END-READ.
       2500-EXIT.
           EXIT.

      *    DSPCASE - THE OPERATOR WHO DECIDED THE DISPUTE, ON ITS
      *    DECISION DATE (THE OPEN DATE WHILE IT IS STILL OPEN).
       2550-READ-DSPCASE.
           READ DSPCASE-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE 'DSPCASE' TO WS-NOTE-SOURCE
                   IF DSP-DECISION-DATE NUMERIC AND
                           DSP-DECISION-DATE > ZERO
                       MOVE DSP-DECISION-DATE TO WS-NOTE-DATE
                   ELSE
                       MOVE DSP-OPEN-DATE TO WS-NOTE-DATE
                   END-IF
                   MOVE DSP-OPERATOR-ID TO WS-NOTE-OPERATOR
                   PERFORM 2900-NOTE-ACTIVITY THRU 2900-EXIT
           END-READ.
       2550-EXIT.
           EXIT.

      ******************************************************************
      * 2900-NOTE-ACTIVITY - KEEP THE LATEST DATE, AND WHERE IT WAS
      *                      SEEN, FOR AN OPERATOR ON THE TABLE. A
      *                      BLANK OPERATOR (A BATCH ENTRY) OR ONE NOT
      *                      ON OPERENT IS PASSED OVER.
      ******************************************************************
       2900-NOTE-ACTIVITY.
           IF WS-NOTE-OPERATOR = SPACES OR
                   WS-NOTE-OPERATOR = LOW-VALUES OR
                   WS-NOTE-DATE NOT NUMERIC
               GO TO 2900-EXIT
           END-IF
           ADD 1 TO WS-ACTIVITY-ENTRIES
           MOVE ZERO TO WS-OPR-SLOT
           PERFORM 2950-MATCH-OPERATOR
               VARYING WS-OPR-INDEX FROM 1 BY 1
               UNTIL WS-OPR-INDEX > WS-OPR-COUNT
                   OR WS-OPR-SLOT > ZERO
           IF WS-OPR-SLOT = ZERO
               GO TO 2900-EXIT
           END-IF
           IF WS-NOTE-DATE > WS-OPR-LAST-DATE(WS-OPR-SLOT)
               MOVE WS-NOTE-DATE TO WS-OPR-LAST-DATE(WS-OPR-SLOT)
               MOVE WS-NOTE-SOURCE TO WS-OPR-LAST-SOURCE(WS-OPR-SLOT)
           END-IF.
       2900-EXIT.
           EXIT.

       2950-MATCH-OPERATOR.
           IF WS-OPR-ID(WS-OPR-INDEX) = WS-NOTE-OPERATOR
               MOVE WS-OPR-INDEX TO WS-OPR-SLOT
           END-IF.

      ******************************************************************
      * 3000-JUDGE-ONE-OPERATOR - AN OPERATOR ALREADY REVOKED STAYS ON
      *                           THE REPORT AS SUCH. AN ACTIVE ONE IS
      *                           IN USE, INACTIVE (LAST SEEN MORE
      *                           THAN DAYS= DAYS BEFORE THE BUSINESS
      *                           DATE), OR NEVER SEEN ON ANY SOURCE.
      ******************************************************************
       3000-JUDGE-ONE-OPERATOR.
           IF WS-OPR-STATUS(WS-OPR-INDEX) = 'R'
               MOVE 'R' TO WS-OPR-JUDGEMENT(WS-OPR-INDEX)
               ADD 1 TO WS-REVOKED-BEFORE-COUNT
               GO TO 3000-EXIT
           END-IF
           IF WS-OPR-LAST-DATE(WS-OPR-INDEX) = ZERO
               MOVE 'N' TO WS-OPR-JUDGEMENT(WS-OPR-INDEX)
               ADD 1 TO WS-NEVER-ACTIVE-COUNT
               GO TO 3000-EXIT
           END-IF
           MOVE 'D' TO BDP-FUNCTION
           MOVE WS-OPR-LAST-DATE(WS-OPR-INDEX) TO BDP-INPUT-DATE
           CALL WS-BUSDAY01-NAME USING BUSDAY-PARM
           IF BDP-SUCCESSFUL AND
                   BDP-DAY-NUMBER < WS-RUN-DAY-NUMBER
               COMPUTE WS-OPR-IDLE-DAYS(WS-OPR-INDEX) =
                   WS-RUN-DAY-NUMBER - BDP-DAY-NUMBER
           ELSE
               MOVE ZERO TO WS-OPR-IDLE-DAYS(WS-OPR-INDEX)
           END-IF
           IF WS-OPR-IDLE-DAYS(WS-OPR-INDEX) > WS-INACTIVE-DAYS
               MOVE 'I' TO WS-OPR-JUDGEMENT(WS-OPR-INDEX)
               ADD 1 TO WS-INACTIVE-COUNT
           ELSE
               MOVE 'A' TO WS-OPR-JUDGEMENT(WS-OPR-INDEX)
               ADD 1 TO WS-IN-USE-COUNT
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REVOKE-INACTIVE - APPLY=Y. ONE REWRITE PASS OVER OPERENT
      *                        TURNING EVERY INACTIVE OPERATOR TO
      *                        REVOKED AS OF THE BUSINESS DATE. NOT
      *                        ATTEMPTED WHEN A SOURCE COULD NOT BE
      *                        READ - THE OPERATOR MAY HAVE BEEN
      *                        BUSY ON IT.
      ******************************************************************
       4000-REVOKE-INACTIVE.
           IF WS-INACTIVE-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF
           IF WS-SOURCE-MISSING
               DISPLAY V-PN 'AN ACTIVITY SOURCE WAS UNAVAILABLE - '
                   'APPLY=Y SET ASIDE, NOTHING REVOKED'
               MOVE 'N' TO WS-APPLY-SWITCH
               GO TO 4000-EXIT
           END-IF
           OPEN I-O OPERENT-FILE
           IF NOT WS-OPERENT-OK
               DISPLAY V-PN 'UNABLE TO OPEN OPERENT FOR UPDATE - '
                   'STATUS ' WS-OPERENT-STATUS ' - NOTHING REVOKED'
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-REVOKE-ONE-OPERATOR THRU 4100-EXIT
               UNTIL WS-OPERENT-EOF
           CLOSE OPERENT-FILE.
       4000-EXIT.
           EXIT.

       4100-REVOKE-ONE-OPERATOR.
           READ OPERENT-FILE
               AT END
                   GO TO 4100-EXIT
           END-READ
           MOVE OPE-OPERATOR-ID TO WS-NOTE-OPERATOR
           MOVE ZERO TO WS-OPR-SLOT
           PERFORM 2950-MATCH-OPERATOR
               VARYING WS-OPR-INDEX FROM 1 BY 1
               UNTIL WS-OPR-INDEX > WS-OPR-COUNT
                   OR WS-OPR-SLOT > ZERO
           IF WS-OPR-SLOT = ZERO
               GO TO 4100-EXIT
           END-IF
           IF NOT WS-OPR-INACTIVE(WS-OPR-SLOT) OR NOT OPE-ACTIVE
               GO TO 4100-EXIT
           END-IF
           MOVE 'R' TO OPE-STATUS
           MOVE WS-RUN-DATE TO OPE-STATUS-DATE
           REWRITE OPERENT-RECORD
           IF WS-OPERENT-OK
               MOVE 'V' TO WS-OPR-JUDGEMENT(WS-OPR-SLOT)
               MOVE 'R' TO WS-OPR-STATUS(WS-OPR-SLOT)
               MOVE WS-RUN-DATE TO WS-OPR-STATUS-DATE(WS-OPR-SLOT)
               ADD 1 TO WS-REVOKED-NOW-COUNT
               SUBTRACT 1 FROM WS-INACTIVE-COUNT
               DISPLAY V-PN 'OPERATOR ' OPE-OPERATOR-ID
                   ' REVOKED - LAST ACTIVITY '
                   WS-OPR-LAST-DATE(WS-OPR-SLOT)
           ELSE
               DISPLAY V-PN 'OPERENT REWRITE FAILED - STATUS '
                   WS-OPERENT-STATUS ' - OPERATOR ' OPE-OPERATOR-ID
               MOVE 8 TO RETURN-CODE
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-REPORT - THE TABLE SORTED BY SUPERVISOR, ROLE AND
      *                     DESCENDING APPROVAL LIMIT, ONE GROUP PER
      *                     SUPERVISOR WITH ITS SIGN-OFF BLOCK.
      ******************************************************************
       5000-WRITE-REPORT.
           OPEN OUTPUT EXPENTRR-FILE
           IF WS-EXPENTRR-OK
               MOVE 'Y' TO WS-ENTRR-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPENTRR - STATUS '
                   WS-EXPENTRR-STATUS ' - NO ATTESTATION WRITTEN'
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           PERFORM 5050-WRITE-HEADING THRU 5050-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-SUPERVISOR-ID SRT-ROLE
               ON DESCENDING KEY SRT-APPROVAL-LIMIT
               ON ASCENDING KEY SRT-OPERATOR-ID
               INPUT PROCEDURE IS 5100-RELEASE-OPERATORS
                   THRU 5100-EXIT
               OUTPUT PROCEDURE IS 5200-PRINT-BY-SUPERVISOR
                   THRU 5200-EXIT
           PERFORM 5900-WRITE-TOTALS THRU 5900-EXIT.
       5000-EXIT.
           EXIT.

       5050-WRITE-HEADING.
           MOVE WS-INACTIVE-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO ENTRR-RECORD
           STRING 'OPERATOR ENTITLEMENT RECERTIFICATION - BUSINESS '
                      DELIMITED BY SIZE
                  'DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO ENTRR-RECORD
           WRITE ENTRR-RECORD
           MOVE SPACES TO ENTRR-RECORD
           IF WS-APPLY-REQUESTED
               STRING 'INACTIVE AFTER ' DELIMITED BY SIZE
                      WS-DAYS-EDIT DELIMITED BY SIZE
                      ' DAYS - INACTIVE IDS REVOKED BY THIS RUN'
                          DELIMITED BY SIZE
                   INTO ENTRR-RECORD
           ELSE
               STRING 'INACTIVE AFTER ' DELIMITED BY SIZE
                      WS-DAYS-EDIT DELIMITED BY SIZE
                      ' DAYS - REPORT ONLY, NOTHING REVOKED'
                          DELIMITED BY SIZE
                   INTO ENTRR-RECORD
           END-IF
           WRITE ENTRR-RECORD
           IF WS-SOURCE-MISSING
               MOVE SPACES TO ENTRR-RECORD
               STRING 'WARNING - AN ACTIVITY SOURCE WAS UNAVAILABLE; '
                          DELIMITED BY SIZE
                      'LAST ACTIVITY MAY BE UNDERSTATED'
                          DELIMITED BY SIZE
                   INTO ENTRR-RECORD
               WRITE ENTRR-RECORD
           END-IF.
       5050-EXIT.
           EXIT.

       5100-RELEASE-OPERATORS.
           PERFORM 5110-RELEASE-ONE-OPERATOR
               VARYING WS-OPR-INDEX FROM 1 BY 1
               UNTIL WS-OPR-INDEX > WS-OPR-COUNT.
       5100-EXIT.
           EXIT.

       5110-RELEASE-ONE-OPERATOR.
           MOVE WS-OPR-SUPERVISOR(WS-OPR-INDEX) TO SRT-SUPERVISOR-ID
           MOVE WS-OPR-ROLE(WS-OPR-INDEX) TO SRT-ROLE
           MOVE WS-OPR-LIMIT(WS-OPR-INDEX) TO SRT-APPROVAL-LIMIT
           MOVE WS-OPR-ID(WS-OPR-INDEX) TO SRT-OPERATOR-ID
           MOVE WS-OPR-INDEX TO SRT-SLOT
           RELEASE SRT-RECORD.

       5200-PRINT-BY-SUPERVISOR.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           MOVE 'Y' TO WS-GROUP-FIRST-SW
           PERFORM 5210-PRINT-ONE-OPERATOR THRU 5210-EXIT
               UNTIL WS-SORT-DONE
           IF NOT WS-GROUP-FIRST
               PERFORM 5400-WRITE-SIGN-OFF THRU 5400-EXIT
           END-IF.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5210-PRINT-ONE-OPERATOR - A NEW SUPERVISOR CLOSES THE LAST
      *                           GROUP WITH ITS SIGN-OFF AND OPENS
      *                           THE NEXT WITH ITS HEADING.
      ******************************************************************
       5210-PRINT-ONE-OPERATOR.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   GO TO 5210-EXIT
           END-RETURN
           IF WS-GROUP-FIRST OR
                   SRT-SUPERVISOR-ID NOT = WS-GROUP-SUPERVISOR
               IF NOT WS-GROUP-FIRST
                   PERFORM 5400-WRITE-SIGN-OFF THRU 5400-EXIT
               END-IF
               PERFORM 5300-START-SUPERVISOR THRU 5300-EXIT
           END-IF
           ADD 1 TO WS-GROUP-OPERATORS
           MOVE SRT-SLOT TO WS-OPR-SLOT
           PERFORM 5250-EDIT-OPERATOR-LINE THRU 5250-EXIT
           MOVE SPACES TO ENTRR-RECORD
           STRING WS-OPR-ID(WS-OPR-SLOT) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-OPR-ROLE(WS-OPR-SLOT) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-LIMIT-TEXT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-LAST-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OPR-LAST-SOURCE(WS-OPR-SLOT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-IDLE-TEXT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-STANDING-TEXT DELIMITED BY SIZE
               INTO ENTRR-RECORD
           WRITE ENTRR-RECORD.
       5210-EXIT.
           EXIT.

       5250-EDIT-OPERATOR-LINE.
           IF WS-OPR-LIMIT(WS-OPR-SLOT) = ZERO
               MOVE '       NOT SET' TO WS-LIMIT-TEXT
           ELSE
               MOVE WS-OPR-LIMIT(WS-OPR-SLOT) TO WS-LIMIT-EDIT
               MOVE WS-LIMIT-EDIT TO WS-LIMIT-TEXT
           END-IF
           IF WS-OPR-LAST-DATE(WS-OPR-SLOT) = ZERO
               MOVE '    NONE' TO WS-LAST-TEXT
               MOVE SPACES TO WS-IDLE-TEXT
           ELSE
               MOVE WS-OPR-LAST-DATE(WS-OPR-SLOT) TO WS-LAST-TEXT
               MOVE WS-OPR-IDLE-DAYS(WS-OPR-SLOT) TO WS-IDLE-EDIT
               MOVE WS-IDLE-EDIT TO WS-IDLE-TEXT
           END-IF
           MOVE SPACES TO WS-STANDING-TEXT
           EVALUATE TRUE
               WHEN WS-OPR-IN-USE(WS-OPR-SLOT)
                   MOVE 'ACTIVE' TO WS-STANDING-TEXT
               WHEN WS-OPR-INACTIVE(WS-OPR-SLOT)
                   MOVE '*** INACTIVE - REVOKE?' TO WS-STANDING-TEXT
               WHEN WS-OPR-NEVER-ACTIVE(WS-OPR-SLOT)
                   MOVE '*** NO ACTIVITY - REVIEW'
                       TO WS-STANDING-TEXT
               WHEN WS-OPR-REVOKED-NOW(WS-OPR-SLOT)
                   MOVE '*** REVOKED THIS RUN' TO WS-STANDING-TEXT
               WHEN OTHER
                   STRING 'REVOKED ' DELIMITED BY SIZE
                          WS-OPR-STATUS-DATE(WS-OPR-SLOT)
                              DELIMITED BY SIZE
                       INTO WS-STANDING-TEXT
           END-EVALUATE.
       5250-EXIT.
           EXIT.

       5300-START-SUPERVISOR.
           MOVE 'N' TO WS-GROUP-FIRST-SW
           MOVE SRT-SUPERVISOR-ID TO WS-GROUP-SUPERVISOR
           MOVE ZERO TO WS-GROUP-OPERATORS
           ADD 1 TO WS-SUPERVISOR-COUNT
           MOVE SPACES TO ENTRR-RECORD
           WRITE ENTRR-RECORD
           MOVE SPACES TO ENTRR-RECORD
           IF WS-GROUP-SUPERVISOR = SPACES
               STRING 'NO SUPERVISOR ON OPERENT - SECURITY TO ASSIGN '
                          DELIMITED BY SIZE
                      'ONE AND ATTEST' DELIMITED BY SIZE
                   INTO ENTRR-RECORD
           ELSE
               STRING 'SUPERVISOR ' DELIMITED BY SIZE
                      WS-GROUP-SUPERVISOR DELIMITED BY SIZE
                   INTO ENTRR-RECORD
           END-IF
           WRITE ENTRR-RECORD
           MOVE SPACES TO ENTRR-RECORD
           STRING 'OPERATOR ROLE ' DELIMITED BY SIZE
                  'APPROVAL LIMIT  ' DELIMITED BY SIZE
                  'LAST ACT SOURCE  ' DELIMITED BY SIZE
                  '  IDLE  STANDING' DELIMITED BY SIZE
               INTO ENTRR-RECORD
           WRITE ENTRR-RECORD.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 5400-WRITE-SIGN-OFF - THE SUPERVISOR'S ATTESTATION FOR THE
      *                       GROUP JUST PRINTED.
      ******************************************************************
       5400-WRITE-SIGN-OFF.
           MOVE WS-GROUP-OPERATORS TO WS-COUNT-EDIT
           MOVE SPACES TO ENTRR-RECORD
           WRITE ENTRR-RECORD
           MOVE SPACES TO ENTRR-RECORD
           STRING 'I HAVE REVIEWED THE ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  ' OPERATOR(S) ABOVE. EACH STILL NEEDS THE ROLE '
                      DELIMITED BY SIZE
                  'AND LIMIT SHOWN,' DELIMITED BY SIZE
               INTO ENTRR-RECORD
           WRITE ENTRR-RECORD
           MOVE 'OR I HAVE MARKED THE CHANGE REQUIRED AGAINST IT.'
               TO ENTRR-RECORD
           WRITE ENTRR-RECORD
           MOVE SPACES TO ENTRR-RECORD
           WRITE ENTRR-RECORD
           MOVE SPACES TO ENTRR-RECORD
           STRING 'SUPERVISOR ' DELIMITED BY SIZE
                  WS-GROUP-SUPERVISOR DELIMITED BY SIZE
                  '  SIGNED ______________________  DATE __________'
                      DELIMITED BY SIZE
               INTO ENTRR-RECORD
           WRITE ENTRR-RECORD.
       5400-EXIT.
           EXIT.

       5900-WRITE-TOTALS.
           MOVE SPACES TO ENTRR-RECORD
           WRITE ENTRR-RECORD
           MOVE WS-OPR-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO ENTRR-RECORD
           STRING 'OPERATORS ON OPERENT.....: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ENTRR-RECORD
           WRITE ENTRR-RECORD
           MOVE WS-IN-USE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO ENTRR-RECORD
           STRING 'ACTIVE AND IN USE........: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ENTRR-RECORD
           WRITE ENTRR-RECORD
           MOVE WS-INACTIVE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO ENTRR-RECORD
           STRING 'INACTIVE, STILL ACTIVE...: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ENTRR-RECORD
           WRITE ENTRR-RECORD
           MOVE WS-NEVER-ACTIVE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO ENTRR-RECORD
           STRING 'NO ACTIVITY - REVIEW.....: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ENTRR-RECORD
           WRITE ENTRR-RECORD
           MOVE WS-REVOKED-NOW-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO ENTRR-RECORD
           STRING 'REVOKED BY THIS RUN......: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ENTRR-RECORD
           WRITE ENTRR-RECORD
           MOVE WS-REVOKED-BEFORE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO ENTRR-RECORD
           STRING 'REVOKED BEFORE THIS RUN..: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ENTRR-RECORD
           WRITE ENTRR-RECORD.
       5900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE THE REPORT AND HAND BACK CC 4 WHEN ANY
      *                  OPERATOR WAS FLAGGED (UNLESS A FAILURE HAS
      *                  ALREADY SET CC 8).
      ******************************************************************
       9000-TERMINATE.
           IF WS-ENTRR-IS-OPEN
               CLOSE EXPENTRR-FILE
           END-IF
           DISPLAY V-PN 'OPERATORS ON OPERENT.: ' WS-OPR-COUNT
           DISPLAY V-PN 'ACTIVE AND IN USE....: ' WS-IN-USE-COUNT
           DISPLAY V-PN 'INACTIVE NOT REVOKED.: ' WS-INACTIVE-COUNT
           DISPLAY V-PN 'NO ACTIVITY - REVIEW.: ' WS-NEVER-ACTIVE-COUNT
           DISPLAY V-PN 'REVOKED BY THIS RUN..: ' WS-REVOKED-NOW-COUNT
           DISPLAY V-PN 'SUPERVISOR GROUPS....: ' WS-SUPERVISOR-COUNT
           IF RETURN-CODE < 4
               IF WS-INACTIVE-COUNT > ZERO OR
                       WS-NEVER-ACTIVE-COUNT > ZERO OR
                       WS-REVOKED-NOW-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
