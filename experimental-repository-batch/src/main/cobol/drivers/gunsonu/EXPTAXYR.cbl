      ******************************************************************
      * PROGRAM-ID : EXPTAXYR
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - YEAR-END CUSTOMER TAX
      *                    CERTIFICATE, SUBMITTED BY OPERATIONS IN
      *                    JANUARY WITH YEAR=YYYY. SWEEPS TRANLOG AND
      *                    TRANARCH FOR THE YEAR'S CLEANLY POSTED
      *                    ENTRIES AND, THROUGH THE ACCTMSTR/CUSTMSTR
      *                    LINK, PRINTS ONE CERTIFICATE PER CUSTOMER TO
      *                    EXPTAXCF - FOR EACH OF THE CUSTOMER'S
      *                    ACCOUNTS THE INTEREST EARNED (TYPE 'I', THE
      *                    EXPINTCP CAPITALIZATIONS), THE TAX WITHHELD
      *                    (TYPE 'T', NET OF ANY REVERSED WITHHOLDING)
      *                    AND THE FEES PAID (THE 'F' FEE, 'L' MONTHLY
      *                    BILL AND 'E' FEE REFUND TRACES ON TYPE 'A',
      *                    PLUS TYPE 'U' NSF FEES), THEN THE CUSTOMER'S
      *                    YEAR TOTALS. AMOUNTS ARE IN THE BASE
      *                    CURRENCY, AS THE LEDGER CARRIES THEM. THE
      *                    EXPTAXCL CONTROL LISTING FOR FINANCE PROVES
      *                    THE CERTIFICATES AGAINST THE LEDGER: THE
      *                    YEAR'S TOTALS AS SWEPT OFF THE LOGS, LESS
      *                    WHAT NO CUSTOMER COULD BE FOUND FOR (LISTED
      *                    BY ACCOUNT), MUST EQUAL WHAT WAS CERTIFIED -
      *                    A DIFFERENCE IS CONDITION CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPTAXYR.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANLOG-FILE ASSIGN TO 'TRANLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT TRANARCH-FILE ASSIGN TO 'TRANARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANARCH-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT CUSTMST-FILE ASSIGN TO 'CUSTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT EXPTAXCF-FILE ASSIGN TO 'EXPTAXCF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPTAXCF-STATUS.
           SELECT EXPTAXCL-FILE ASSIGN TO 'EXPTAXCL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPTAXCL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK01'.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANLOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TLOGREC.

       FD  TRANARCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    FLAT IMAGE OF TLOG-RECORD (112 BYTES), AS EXPARCPG WRITES.
       01  TRANARCH-RECORD                PIC X(112).

       FD  ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMSTR.

       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMSTR.

       FD  EXPTAXCF-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE CERTIFICATES, ONE BLOCK PER CUSTOMER.
       01  CRT-RECORD                     PIC X(100).

       FD  EXPTAXCL-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE CONTROL LISTING FOR FINANCE.
       01  CTL-RECORD                     PIC X(100).

       SD  SORT-WORK-FILE.
      *    ONE RELEASED RECORD PER CERTIFIABLE ENTRY IN THE TAX YEAR
      *    WHOSE ACCOUNT LINKS TO A CUSTOMER.
       01  SRT-RECORD.
           05  SRT-SORT-KEY.
               10  SRT-CUSTOMER            PIC X(08).
               10  SRT-ACCOUNT             PIC X(10).
           05  SRT-CATEGORY                PIC X(01).
               88  SRT-INTEREST                VALUE 'I'.
               88  SRT-TAX                     VALUE 'T'.
               88  SRT-FEE                     VALUE 'F'.
           05  SRT-AMOUNT                  PIC S9(11)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPTAXYR->'.

       01  WS-FILE-STATUSES.
           05  WS-TRANLOG-STATUS           PIC X(02) VALUE '00'.
               88  WS-TRANLOG-OK               VALUE '00'.
           05  WS-TRANARCH-STATUS          PIC X(02) VALUE '00'.
               88  WS-TRANARCH-OK              VALUE '00'.
           05  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-CUSTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-CUSTMST-OK               VALUE '00'.
           05  WS-EXPTAXCF-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPTAXCF-OK              VALUE '00'.
           05  WS-EXPTAXCL-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPTAXCL-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF-REACHED        VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-SORT-DONE                VALUE 'Y'.
           05  WS-TAXCF-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-TAXCF-IS-OPEN            VALUE 'Y'.
           05  WS-TAXCL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-TAXCL-IS-OPEN            VALUE 'Y'.
           05  WS-ACCTMST-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-ACCTMST-AVAILABLE        VALUE 'Y'.
           05  WS-CUSTMST-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-CUSTMST-AVAILABLE        VALUE 'Y'.
           05  WS-FIRST-CUSTOMER-SWITCH    PIC X(01) VALUE 'Y'.
               88  WS-FIRST-CUSTOMER           VALUE 'Y'.
           05  WS-FIRST-ACCOUNT-SWITCH     PIC X(01) VALUE 'Y'.
               88  WS-FIRST-ACCOUNT            VALUE 'Y'.

       01  WS-TAX-YEAR                     PIC 9(04) VALUE ZERO.
       01  WS-CATEGORY                     PIC X(01) VALUE SPACE.
           88  WS-CAT-INTEREST                 VALUE 'I'.
           88  WS-CAT-TAX                      VALUE 'T'.
           88  WS-CAT-FEE                      VALUE 'F'.
           88  WS-CAT-NONE                     VALUE SPACE.
       01  WS-ENTRY-AMOUNT                 PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

      *    THE ACCOUNT LAST LOOKED UP ON ACCTMSTR AND ITS OWNER, SO A
      *    RUN OF ENTRIES FOR ONE ACCOUNT READS THE MASTER ONCE.
       01  WS-LOOKUP-ACCOUNT               PIC X(10) VALUE SPACES.
       01  WS-LOOKUP-CUSTOMER              PIC X(08) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ENTRIES-TAKEN            PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTRIES-UNLINKED         PIC 9(07) COMP VALUE ZERO.
           05  WS-CERTIFICATES             PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-CERTIFIED       PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * WS-CONTROL-TOTALS - INTEREST, TAX AND FEES THREE WAYS: AS SWEPT
      * OFF THE LEDGER, AS SET ASIDE FOR WANT OF A CUSTOMER, AND AS
      * PRINTED ON THE CERTIFICATES.
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           05  WS-LEDGER-INTEREST          PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-LEDGER-TAX               PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-LEDGER-FEES              PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-UNLINKED-INTEREST        PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-UNLINKED-TAX             PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-UNLINKED-FEES            PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CERTIFIED-INTEREST       PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CERTIFIED-TAX            PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CERTIFIED-FEES           PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-DIFFERENCE               PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

      ******************************************************************
      * WS-BREAK-CONTROL - THE CUSTOMER AND ACCOUNT CONTROL BREAKS AND
      * THEIR RUNNING TOTALS.
      ******************************************************************
       01  WS-BREAK-CONTROL.
           05  WS-BREAK-CUSTOMER           PIC X(08) VALUE SPACES.
           05  WS-BREAK-ACCOUNT            PIC X(10) VALUE SPACES.
           05  WS-ACCOUNT-INTEREST         PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-ACCOUNT-TAX              PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-ACCOUNT-FEES             PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CUSTOMER-INTEREST        PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CUSTOMER-TAX             PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CUSTOMER-FEES            PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
       01  WS-CUSTOMER-NAME                PIC X(25) VALUE SPACES.
       01  WS-CUSTOMER-ADDRESS             PIC X(40) VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-INTEREST-EDIT            PIC -(12)9.99.
           05  WS-TAX-EDIT                 PIC -(12)9.99.
           05  WS-FEES-EDIT                PIC -(12)9.99.

       01  WS-PARM-STRING                 PIC X(80) VALUE SPACES.
       01  WS-PARM-KEY                    PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                  PIC X(16) VALUE SPACES.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-TAX-YEAR > ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-SORT-KEY
                   INPUT PROCEDURE IS 2000-RELEASE-YEAR-ACTIVITY
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 4000-PRINT-CERTIFICATES
                       THRU 4000-EXIT
               PERFORM 6000-PRINT-CONTROL-LISTING THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - YEAR PARM, MASTERS AND THE TWO PRINT FILES.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY '='
                   INTO WS-PARM-KEY WS-PARM-VALUE
               IF WS-PARM-KEY = 'YEAR' AND
                       WS-PARM-VALUE(1:4) IS NUMERIC
                   MOVE WS-PARM-VALUE(1:4) TO WS-TAX-YEAR
               END-IF
           END-IF
           IF WS-TAX-YEAR = ZERO
               DISPLAY V-PN 'NO YEAR=YYYY PARM SUPPLIED - '
                   'NOTHING TO CERTIFY'
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ACCTMST-FILE
           IF WS-ACCTMST-OK
               MOVE 'Y' TO WS-ACCTMST-AVAIL-SWITCH
           ELSE
               DISPLAY V-PN 'ACCTMSTR UNAVAILABLE - NO ACCOUNT CAN '
                   'BE LINKED TO ITS CUSTOMER'
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT CUSTMST-FILE
           IF WS-CUSTMST-OK
               MOVE 'Y' TO WS-CUSTMST-AVAIL-SWITCH
           ELSE
               DISPLAY V-PN 'CUSTMSTR UNAVAILABLE - NAMES OMITTED'
           END-IF
           OPEN OUTPUT EXPTAXCF-FILE
           IF WS-EXPTAXCF-OK
               MOVE 'Y' TO WS-TAXCF-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPTAXCF - STATUS '
                   WS-EXPTAXCF-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN OUTPUT EXPTAXCL-FILE
           IF WS-EXPTAXCL-OK
               MOVE 'Y' TO WS-TAXCL-OPEN-SWITCH
               MOVE SPACES TO CTL-RECORD
               STRING 'YEAR-END TAX CERTIFICATE CONTROL LISTING - '
                          DELIMITED BY SIZE
                      'TAX YEAR ' DELIMITED BY SIZE
                      WS-TAX-YEAR DELIMITED BY SIZE
                   INTO CTL-RECORD
               PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT
               PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPTAXCL - STATUS '
                   WS-EXPTAXCL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RELEASE-YEAR-ACTIVITY - EVERY CLEANLY POSTED INTEREST, TAX
      *                              OR FEE ENTRY FROM TRANLOG AND
      *                              TRANARCH DATED IN THE TAX YEAR.
      ******************************************************************
       2000-RELEASE-YEAR-ACTIVITY.
           OPEN INPUT TRANLOG-FILE
           IF WS-TRANLOG-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 2100-RELEASE-TRANLOG-ENTRY THRU 2100-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE TRANLOG-FILE
           END-IF
           OPEN INPUT TRANARCH-FILE
           IF WS-TRANARCH-OK
               MOVE 'N' TO WS-INPUT-EOF-SWITCH
               PERFORM 2200-RELEASE-TRANARCH-ENTRY THRU 2200-EXIT
                   UNTIL WS-INPUT-EOF-REACHED
               CLOSE TRANARCH-FILE
           END-IF
           DISPLAY V-PN WS-ENTRIES-TAKEN ' CERTIFIABLE ENTRIES IN '
               WS-TAX-YEAR.
       2000-EXIT.
           EXIT.

       2100-RELEASE-TRANLOG-ENTRY.
           READ TRANLOG-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   PERFORM 2300-RELEASE-IF-CERTIFIABLE THRU 2300-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-RELEASE-TRANARCH-ENTRY.
           READ TRANARCH-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE TRANARCH-RECORD TO TLOG-RECORD
                   PERFORM 2300-RELEASE-IF-CERTIFIABLE THRU 2300-EXIT
           END-READ.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-RELEASE-IF-CERTIFIABLE - CLASSIFY THE ENTRY, ADD IT TO THE
      *                               LEDGER TOTALS, AND RELEASE IT
      *                               UNDER ITS OWNING CUSTOMER - OR
      *                               SET IT ASIDE AS UNLINKED.
      *                               INTEREST IS POSTED AS A CREDIT
      *                               (NEGATIVE) AND IS CERTIFIED AS
      *                               EARNED, SO IT IS NEGATED.
      ******************************************************************
       2300-RELEASE-IF-CERTIFIABLE.
           IF TLOG-RETURN-CODE NOT = ZERO
               GO TO 2300-EXIT
           END-IF
           IF TLOG-TRANSACTION-DATE(1:4) NOT = WS-TAX-YEAR
               GO TO 2300-EXIT
           END-IF
           IF TLOG-CONVERTED-AMOUNT NOT NUMERIC
               GO TO 2300-EXIT
           END-IF
           PERFORM 2350-CLASSIFY-ENTRY THRU 2350-EXIT
           IF WS-CAT-NONE
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-ENTRIES-TAKEN
           EVALUATE TRUE
               WHEN WS-CAT-INTEREST
                   ADD WS-ENTRY-AMOUNT TO WS-LEDGER-INTEREST
               WHEN WS-CAT-TAX
                   ADD WS-ENTRY-AMOUNT TO WS-LEDGER-TAX
               WHEN OTHER
                   ADD WS-ENTRY-AMOUNT TO WS-LEDGER-FEES
           END-EVALUATE
           PERFORM 2400-FIND-OWNER THRU 2400-EXIT
           IF WS-LOOKUP-CUSTOMER = SPACES
               PERFORM 2500-SET-ASIDE-UNLINKED THRU 2500-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE WS-LOOKUP-CUSTOMER TO SRT-CUSTOMER
           MOVE TLOG-ACCOUNT-NUMBER TO SRT-ACCOUNT
           MOVE WS-CATEGORY TO SRT-CATEGORY
           MOVE WS-ENTRY-AMOUNT TO SRT-AMOUNT
           RELEASE SRT-RECORD.
       2300-EXIT.
           EXIT.

       2350-CLASSIFY-ENTRY.
           MOVE SPACE TO WS-CATEGORY
           MOVE TLOG-CONVERTED-AMOUNT TO WS-ENTRY-AMOUNT
           EVALUATE TRUE
               WHEN TLOG-TYPE-INTEREST
                   MOVE 'I' TO WS-CATEGORY
                   COMPUTE WS-ENTRY-AMOUNT = ZERO - WS-ENTRY-AMOUNT
               WHEN TLOG-TYPE-FEE-TAX
                   MOVE 'T' TO WS-CATEGORY
               WHEN TLOG-TYPE-NSF-FEE
                   MOVE 'F' TO WS-CATEGORY
               WHEN TLOG-TYPE-ADJUSTMENT
                   IF TLOG-TRACE-ID(1:1) = 'F' OR 'L' OR 'E'
                       MOVE 'F' TO WS-CATEGORY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2350-EXIT.
           EXIT.

      ******************************************************************
      * 2400-FIND-OWNER - THE LEAD OWNER OF THE ENTRY'S ACCOUNT, OR
      *                   SPACES WHEN THE ACCOUNT IS NOT ON ACCTMSTR OR
      *                   CARRIES NO CUSTOMER.
      ******************************************************************
       2400-FIND-OWNER.
           IF TLOG-ACCOUNT-NUMBER = WS-LOOKUP-ACCOUNT
               GO TO 2400-EXIT
           END-IF
           MOVE TLOG-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           MOVE SPACES TO WS-LOOKUP-CUSTOMER
           IF NOT WS-ACCTMST-AVAILABLE
               GO TO 2400-EXIT
           END-IF
           MOVE TLOG-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
           READ ACCTMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACM-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
           END-READ.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-SET-ASIDE-UNLINKED - LIST THE ENTRY ON THE CONTROL LISTING
      *                           SO FINANCE CAN SEE WHY THE
      *                           CERTIFICATES FALL SHORT OF THE
      *                           LEDGER.
      ******************************************************************
       2500-SET-ASIDE-UNLINKED.
           ADD 1 TO WS-ENTRIES-UNLINKED
           MOVE ZERO TO WS-ACCOUNT-INTEREST
           MOVE ZERO TO WS-ACCOUNT-TAX
           MOVE ZERO TO WS-ACCOUNT-FEES
           EVALUATE TRUE
               WHEN WS-CAT-INTEREST
                   ADD WS-ENTRY-AMOUNT TO WS-UNLINKED-INTEREST
                   MOVE WS-ENTRY-AMOUNT TO WS-ACCOUNT-INTEREST
               WHEN WS-CAT-TAX
                   ADD WS-ENTRY-AMOUNT TO WS-UNLINKED-TAX
                   MOVE WS-ENTRY-AMOUNT TO WS-ACCOUNT-TAX
               WHEN OTHER
                   ADD WS-ENTRY-AMOUNT TO WS-UNLINKED-FEES
                   MOVE WS-ENTRY-AMOUNT TO WS-ACCOUNT-FEES
           END-EVALUATE
           MOVE WS-ACCOUNT-INTEREST TO WS-INTEREST-EDIT
           MOVE WS-ACCOUNT-TAX TO WS-TAX-EDIT
           MOVE WS-ACCOUNT-FEES TO WS-FEES-EDIT
           MOVE SPACES TO CTL-RECORD
           STRING '  NO CUSTOMER ' DELIMITED BY SIZE
                  TLOG-ACCOUNT-NUMBER DELIMITED BY SIZE
                  WS-INTEREST-EDIT DELIMITED BY SIZE
                  WS-TAX-EDIT DELIMITED BY SIZE
                  WS-FEES-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TLOG-TRACE-ID DELIMITED BY SIZE
               INTO CTL-RECORD
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-CERTIFICATES - CONTROL BREAKS BY CUSTOMER AND
      *                           ACCOUNT OVER THE SORTED STREAM.
      ******************************************************************
       4000-PRINT-CERTIFICATES.
           PERFORM 4050-TAKE-ONE-SORTED THRU 4050-EXIT
               UNTIL WS-SORT-DONE
           IF NOT WS-FIRST-CUSTOMER
               PERFORM 4400-CLOSE-ACCOUNT THRU 4400-EXIT
               PERFORM 4500-CLOSE-CERTIFICATE THRU 4500-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4050-TAKE-ONE-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
               NOT AT END
                   PERFORM 4100-TAKE-ONE-ENTRY THRU 4100-EXIT
           END-RETURN.
       4050-EXIT.
           EXIT.

       4100-TAKE-ONE-ENTRY.
           IF WS-FIRST-CUSTOMER OR
                   SRT-CUSTOMER NOT = WS-BREAK-CUSTOMER
               IF NOT WS-FIRST-CUSTOMER
                   PERFORM 4400-CLOSE-ACCOUNT THRU 4400-EXIT
                   PERFORM 4500-CLOSE-CERTIFICATE THRU 4500-EXIT
               END-IF
               MOVE SRT-CUSTOMER TO WS-BREAK-CUSTOMER
               MOVE 'N' TO WS-FIRST-CUSTOMER-SWITCH
               MOVE 'Y' TO WS-FIRST-ACCOUNT-SWITCH
               PERFORM 4200-OPEN-CERTIFICATE THRU 4200-EXIT
           END-IF
           IF WS-FIRST-ACCOUNT OR
                   SRT-ACCOUNT NOT = WS-BREAK-ACCOUNT
               IF NOT WS-FIRST-ACCOUNT
                   PERFORM 4400-CLOSE-ACCOUNT THRU 4400-EXIT
               END-IF
               MOVE SRT-ACCOUNT TO WS-BREAK-ACCOUNT
               MOVE 'N' TO WS-FIRST-ACCOUNT-SWITCH
               MOVE ZERO TO WS-ACCOUNT-INTEREST
               MOVE ZERO TO WS-ACCOUNT-TAX
               MOVE ZERO TO WS-ACCOUNT-FEES
           END-IF
           EVALUATE TRUE
               WHEN SRT-INTEREST
                   ADD SRT-AMOUNT TO WS-ACCOUNT-INTEREST
               WHEN SRT-TAX
                   ADD SRT-AMOUNT TO WS-ACCOUNT-TAX
               WHEN OTHER
                   ADD SRT-AMOUNT TO WS-ACCOUNT-FEES
           END-EVALUATE.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-OPEN-CERTIFICATE - HEADING WITH THE CUSTOMER'S NAME AND
      *                         ADDRESS FROM CUSTMSTR.
      ******************************************************************
       4200-OPEN-CERTIFICATE.
           ADD 1 TO WS-CERTIFICATES
           MOVE ZERO TO WS-CUSTOMER-INTEREST
           MOVE ZERO TO WS-CUSTOMER-TAX
           MOVE ZERO TO WS-CUSTOMER-FEES
           MOVE SPACES TO WS-CUSTOMER-NAME
           MOVE SPACES TO WS-CUSTOMER-ADDRESS
           IF WS-CUSTMST-AVAILABLE
               MOVE WS-BREAK-CUSTOMER TO CUS-CUSTOMER-NUMBER
               READ CUSTMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUS-CUSTOMER-NAME TO WS-CUSTOMER-NAME
                       MOVE CUS-CUSTOMER-ADDRESS TO WS-CUSTOMER-ADDRESS
               END-READ
           END-IF
           MOVE SPACES TO CRT-RECORD
           STRING 'CERTIFICATE OF INTEREST, TAX WITHHELD AND FEES - '
                      DELIMITED BY SIZE
                  'TAX YEAR ' DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
               INTO CRT-RECORD
           PERFORM 8100-WRITE-CERTIFICATE-LINE THRU 8100-EXIT
           STRING 'CUSTOMER ' DELIMITED BY SIZE
                  WS-BREAK-CUSTOMER DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CUSTOMER-NAME DELIMITED BY SIZE
               INTO CRT-RECORD
           PERFORM 8100-WRITE-CERTIFICATE-LINE THRU 8100-EXIT
           STRING '         ' DELIMITED BY SIZE
                  WS-CUSTOMER-ADDRESS DELIMITED BY SIZE
               INTO CRT-RECORD
           PERFORM 8100-WRITE-CERTIFICATE-LINE THRU 8100-EXIT
           MOVE '  ACCOUNT      INTEREST EARNED    TAX WITHHELD       FE
      -        'ES PAID' TO CRT-RECORD
           PERFORM 8100-WRITE-CERTIFICATE-LINE THRU 8100-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4400-CLOSE-ACCOUNT - ONE LINE PER ACCOUNT, ROLLED INTO THE
      *                      CUSTOMER AND CERTIFIED TOTALS.
      ******************************************************************
       4400-CLOSE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-CERTIFIED
           ADD WS-ACCOUNT-INTEREST TO WS-CUSTOMER-INTEREST
           ADD WS-ACCOUNT-TAX TO WS-CUSTOMER-TAX
           ADD WS-ACCOUNT-FEES TO WS-CUSTOMER-FEES
           ADD WS-ACCOUNT-INTEREST TO WS-CERTIFIED-INTEREST
           ADD WS-ACCOUNT-TAX TO WS-CERTIFIED-TAX
           ADD WS-ACCOUNT-FEES TO WS-CERTIFIED-FEES
           MOVE WS-ACCOUNT-INTEREST TO WS-INTEREST-EDIT
           MOVE WS-ACCOUNT-TAX TO WS-TAX-EDIT
           MOVE WS-ACCOUNT-FEES TO WS-FEES-EDIT
           STRING '  ' DELIMITED BY SIZE
                  WS-BREAK-ACCOUNT DELIMITED BY SIZE
                  WS-INTEREST-EDIT DELIMITED BY SIZE
                  WS-TAX-EDIT DELIMITED BY SIZE
                  WS-FEES-EDIT DELIMITED BY SIZE
               INTO CRT-RECORD
           PERFORM 8100-WRITE-CERTIFICATE-LINE THRU 8100-EXIT.
       4400-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CLOSE-CERTIFICATE - THE CUSTOMER'S YEAR TOTALS.
      ******************************************************************
       4500-CLOSE-CERTIFICATE.
           MOVE WS-CUSTOMER-INTEREST TO WS-INTEREST-EDIT
           MOVE WS-CUSTOMER-TAX TO WS-TAX-EDIT
           MOVE WS-CUSTOMER-FEES TO WS-FEES-EDIT
           STRING '  YEAR TOTAL' DELIMITED BY SIZE
                  WS-INTEREST-EDIT DELIMITED BY SIZE
                  WS-TAX-EDIT DELIMITED BY SIZE
                  WS-FEES-EDIT DELIMITED BY SIZE
               INTO CRT-RECORD
           PERFORM 8100-WRITE-CERTIFICATE-LINE THRU 8100-EXIT
           PERFORM 8100-WRITE-CERTIFICATE-LINE THRU 8100-EXIT.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-PRINT-CONTROL-LISTING - LEDGER, UNLINKED, CERTIFIED AND
      *                              THE DIFFERENCE, PER CATEGORY.
      *                              LEDGER LESS UNLINKED MUST EQUAL
      *                              CERTIFIED.
      ******************************************************************
       6000-PRINT-CONTROL-LISTING.
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT
           MOVE '                  INTEREST EARNED    TAX WITHHELD   FEE
      -        'S PAID' TO CTL-RECORD
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT
           MOVE WS-LEDGER-INTEREST TO WS-INTEREST-EDIT
           MOVE WS-LEDGER-TAX TO WS-TAX-EDIT
           MOVE WS-LEDGER-FEES TO WS-FEES-EDIT
           MOVE '  LEDGER        ' TO CTL-RECORD
           PERFORM 6100-WRITE-CONTROL-AMOUNTS THRU 6100-EXIT
           MOVE WS-UNLINKED-INTEREST TO WS-INTEREST-EDIT
           MOVE WS-UNLINKED-TAX TO WS-TAX-EDIT
           MOVE WS-UNLINKED-FEES TO WS-FEES-EDIT
           MOVE '  NO CUSTOMER   ' TO CTL-RECORD
           PERFORM 6100-WRITE-CONTROL-AMOUNTS THRU 6100-EXIT
           MOVE WS-CERTIFIED-INTEREST TO WS-INTEREST-EDIT
           MOVE WS-CERTIFIED-TAX TO WS-TAX-EDIT
           MOVE WS-CERTIFIED-FEES TO WS-FEES-EDIT
           MOVE '  CERTIFIED     ' TO CTL-RECORD
           PERFORM 6100-WRITE-CONTROL-AMOUNTS THRU 6100-EXIT
           COMPUTE WS-DIFFERENCE = WS-LEDGER-INTEREST
               - WS-UNLINKED-INTEREST - WS-CERTIFIED-INTEREST
           MOVE WS-DIFFERENCE TO WS-INTEREST-EDIT
           COMPUTE WS-DIFFERENCE = WS-LEDGER-TAX
               - WS-UNLINKED-TAX - WS-CERTIFIED-TAX
           MOVE WS-DIFFERENCE TO WS-TAX-EDIT
           COMPUTE WS-DIFFERENCE = WS-LEDGER-FEES
               - WS-UNLINKED-FEES - WS-CERTIFIED-FEES
           MOVE WS-DIFFERENCE TO WS-FEES-EDIT
           MOVE '  DIFFERENCE    ' TO CTL-RECORD
           PERFORM 6100-WRITE-CONTROL-AMOUNTS THRU 6100-EXIT
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT
           COMPUTE WS-DIFFERENCE =
               (WS-LEDGER-INTEREST - WS-UNLINKED-INTEREST
                   - WS-CERTIFIED-INTEREST)
           IF WS-DIFFERENCE = ZERO
               COMPUTE WS-DIFFERENCE =
                   (WS-LEDGER-TAX - WS-UNLINKED-TAX
                       - WS-CERTIFIED-TAX)
           END-IF
           IF WS-DIFFERENCE = ZERO
               COMPUTE WS-DIFFERENCE =
                   (WS-LEDGER-FEES - WS-UNLINKED-FEES
                       - WS-CERTIFIED-FEES)
           END-IF
           IF WS-DIFFERENCE = ZERO
               MOVE 'CERTIFICATES AGREE WITH THE LEDGER' TO CTL-RECORD
           ELSE
               MOVE 'CERTIFICATES DO NOT AGREE WITH THE LEDGER'
                   TO CTL-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT
           IF WS-ENTRIES-UNLINKED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-WRITE-CONTROL-AMOUNTS.
           MOVE WS-INTEREST-EDIT TO CTL-RECORD(17:16)
           MOVE WS-TAX-EDIT TO CTL-RECORD(33:16)
           MOVE WS-FEES-EDIT TO CTL-RECORD(49:16)
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT.
       6100-EXIT.
           EXIT.

       8100-WRITE-CERTIFICATE-LINE.
           IF WS-TAXCF-IS-OPEN
               WRITE CRT-RECORD
           END-IF
           MOVE SPACES TO CRT-RECORD.
       8100-EXIT.
           EXIT.

       8200-WRITE-CONTROL-LINE.
           IF WS-TAXCL-IS-OPEN
               WRITE CTL-RECORD
           END-IF
           MOVE SPACES TO CTL-RECORD.
       8200-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE EVERYTHING AND REPORT THE COUNTS.
      ******************************************************************
       9000-TERMINATE.
           IF WS-TAXCF-IS-OPEN
               CLOSE EXPTAXCF-FILE
           END-IF
           IF WS-TAXCL-IS-OPEN
               CLOSE EXPTAXCL-FILE
           END-IF
           IF WS-ACCTMST-AVAILABLE
               CLOSE ACCTMST-FILE
           END-IF
           IF WS-CUSTMST-AVAILABLE
               CLOSE CUSTMST-FILE
           END-IF
           DISPLAY V-PN 'CERTIFICATES PRINTED.: ' WS-CERTIFICATES
           DISPLAY V-PN 'ACCOUNTS CERTIFIED...: ' WS-ACCOUNTS-CERTIFIED
           DISPLAY V-PN 'ENTRIES NO CUSTOMER..: ' WS-ENTRIES-UNLINKED.
       9000-EXIT.
           EXIT.
