      *                    BOOKS-SIDE AUDIT ENTRIES THE CUSTOMER
      *                    NEVER SEES, THE SAME EXCLUSION EXPSTMT
      *                    MAKES ON THE STATEMENT.
      * 2026-10-15  DS    JOINT ACCOUNTS - THE EVENT NOW ALSO GOES TO
      *                    EVERY FURTHER OWNER OR JOINT OWNER ON THE
      *                    ACCTREL RELATIONSHIP FILE WHO IS ENTITLED
      *                    TO NOTICES, ONE LINE EACH WITH THAT OWNER'S
      *                    OWN NAME, ADDRESS AND CHANNEL. THE LEAD
      *                    OWNER'S LINE IS WRITTEN AS BEFORE. NO
      *                    ACCTREL FILE MEANS LEAD-ONLY NOTICES.
      * 2026-10-15  DS    NSF RE-PRESENTMENT - AN RJSUSP ENTRY EXPNSFRP
      *                    MARKED RETURNED UNPAID TODAY GOES OUT AS AN
      *                    'UNPAID' EVENT WITH ITS REASON. A RETRY
      *                    THAT BOUNCED AGAIN (ITS NSFTRACK ENTRY IS
      *                    STILL RE-PRESENTING AND HAS BEEN PRESENTED
      *                    AT LEAST ONCE) IS NOT A NEW EVENT - THE
      *                    CUSTOMER HEARD ON THE FIRST REJECT AND
      *                    HEARS AGAIN WHEN THE ITEM POSTS OR IS
      *                    RETURNED. NO NSFTRACK FILE MEANS EVERY
      *                    REJECT IS SENT, AS BEFORE.
      * 2026-10-15  DS    REMITTANCE INFORMATION - EACH EVENT LINE NOW
      *                    ENDS WITH THE PAYER'S REFERENCE AND THE
      *                    REMITTANCE TEXT FROM REMITINF (BLANK WHEN
      *                    NONE WAS CAPTURED). THE EXTRACT RECORDS GROW
      *                    FROM 160 TO 212 BYTES FOR THE BUREAU.
      * 2026-10-15  DS    HELD PAYMENTS AUTO-DECLINED - A PAYMENT
      *                    EXPSLAEX DECLINED OFF PNDAPPR TODAY FOR WANT
      *                    OF AN APPROVAL (ITS SLAEVT ENTRY) GOES OUT AS
      *                    A 'DECLINED' EVENT WITH THE SERVICE-LEVEL
      *                    REASON. NO SLAEVT FILE MEANS NONE TO SEND.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPNOTIF.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT ACCTREL-FILE ASSIGN TO 'ACCTREL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARL-KEY
               FILE STATUS IS WS-ACCTREL-STATUS.
           SELECT NSFTRACK-FILE ASSIGN TO 'NSFTRACK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NSF-TRACE-ID
               FILE STATUS IS WS-NSFTRACK-STATUS.
           SELECT REMITINF-FILE ASSIGN TO 'REMITINF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMI-TRACE-ID
               FILE STATUS IS WS-REMITINF-STATUS.
           SELECT SLAEVT-FILE ASSIGN TO 'SLAEVT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLAEVT-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMSTR.

       FD  ACCTREL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREL.

       FD  NSFTRACK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NSFTRACK.

       FD  REMITINF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REMITINF.

       FD  SLAEVT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY SLAEVT.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           LABEL RECORDS ARE STANDARD.
      *    THE PRINT BUREAU'S EXTRACT - ONE COMMA-DELIMITED EVENT
      *    LINE PER CUSTOMER-VISIBLE OUTCOME.
       01  NTP-RECORD                     PIC X(212).

       FD  EXPNOTFS-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE SMS BUREAU'S EXTRACT - SAME LINE SHAPE.
       01  NTS-RECORD                     PIC X(212).

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPNOTIF->'.
               88  WS-ACCTMST-OK               VALUE '00'.
           05  WS-CUSTMST-STATUS           PIC X(02) VALUE '00'.
               88  WS-CUSTMST-OK               VALUE '00'.
           05  WS-ACCTREL-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTREL-OK               VALUE '00'.
           05  WS-NSFTRACK-STATUS          PIC X(02) VALUE '00'.
               88  WS-NSFTRACK-OK              VALUE '00'.
           05  WS-REMITINF-STATUS          PIC X(02) VALUE '00'.
               88  WS-REMITINF-OK              VALUE '00'.
           05  WS-SLAEVT-STATUS            PIC X(02) VALUE '00'.
               88  WS-SLAEVT-OK                VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-EXPNOTFP-STATUS          PIC X(02) VALUE '00'.
               88  WS-ACCTMST-AVAILABLE        VALUE 'Y'.
           05  WS-CUSTMST-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-CUSTMST-AVAILABLE        VALUE 'Y'.
           05  WS-ACCTREL-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-ACCTREL-AVAILABLE        VALUE 'Y'.
           05  WS-OWNER-SCAN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-OWNER-SCAN-DONE          VALUE 'Y'.
           05  WS-NSFTRACK-AVAIL-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-NSFTRACK-AVAILABLE       VALUE 'Y'.
           05  WS-REMITINF-AVAIL-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-REMITINF-AVAILABLE       VALUE 'Y'.
           05  WS-REPEAT-REJECT-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-REPEAT-REJECT            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-EVENTS-PRINT             PIC 9(07) COMP VALUE ZERO.
           05  WS-EVENTS-SMS               PIC 9(07) COMP VALUE ZERO.
           05  WS-EVENTS-JOINT             PIC 9(07) COMP VALUE ZERO.
           05  WS-RETRIES-SUPPRESSED       PIC 9(07) COMP VALUE ZERO.
           05  WS-AUTO-DECLINES            PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.

           05  WS-EVENT-NAME               PIC X(25) VALUE SPACES.
           05  WS-EVENT-ADDRESS            PIC X(40) VALUE SPACES.
           05  WS-EVENT-CHANNEL            PIC X(01) VALUE 'P'.
           05  WS-EVENT-LEAD               PIC X(08) VALUE SPACES.
           05  WS-EVENT-AMOUNT-EDIT        PIC -(10)9.99.
           05  WS-EVENT-PAYER-REF          PIC X(16) VALUE SPACES.
           05  WS-EVENT-REMIT-TEXT         PIC X(35) VALUE SPACES.
           05  WS-EVENT-RECORD             PIC X(212) VALUE SPACES.

      ******************************************************************
      * WS-ERROR-LOOKUP - TRANSLATE A TRANLOG RETURN CODE INTO THE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SWEEP-TRANLOG THRU 2000-EXIT
           PERFORM 3000-SWEEP-REJECTS THRU 3000-EXIT
           PERFORM 3500-SWEEP-AUTO-DECLINES THRU 3500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

           IF WS-CUSTMST-OK
               MOVE 'Y' TO WS-CUSTMST-AVAIL-SWITCH
           END-IF
           OPEN INPUT ACCTREL-FILE
           IF WS-ACCTREL-OK
               MOVE 'Y' TO WS-ACCTREL-AVAIL-SWITCH
           END-IF
           OPEN INPUT NSFTRACK-FILE
           IF WS-NSFTRACK-OK
               MOVE 'Y' TO WS-NSFTRACK-AVAIL-SWITCH
           END-IF
           OPEN INPUT REMITINF-FILE
           IF WS-REMITINF-OK
               MOVE 'Y' TO WS-REMITINF-AVAIL-SWITCH
           END-IF
           OPEN OUTPUT EXPNOTFP-FILE
           IF WS-EXPNOTFP-OK
               MOVE 'Y' TO WS-NOTFP-OPEN-SWITCH
           READ RJSUSP-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ
           IF RJS-REJECT-DATE NOT = WS-RUN-DATE
               GO TO 3100-EXIT
           END-IF
           MOVE RJS-PAYMENT-DATA TO SUBPRM01
           EVALUATE TRUE
               WHEN RJS-PENDING-REPAIR
                   PERFORM 3200-CHECK-REPEAT-REJECT THRU 3200-EXIT
                   IF WS-REPEAT-REJECT
                       ADD 1 TO WS-RETRIES-SUPPRESSED
                       GO TO 3100-EXIT
                   END-IF
                   MOVE 'REJECTED' TO WS-EVENT-TYPE
               WHEN RJS-RETURNED-UNPAID
                   MOVE 'UNPAID' TO WS-EVENT-TYPE
               WHEN OTHER
                   GO TO 3100-EXIT
           END-EVALUATE
           MOVE SP1-ACCOUNT-NUMBER TO WS-EVENT-ACCOUNT
           MOVE SP1-TRACE-ID TO WS-EVENT-TRACE
           IF SP1-AMOUNT NUMERIC
               MOVE SP1-AMOUNT TO WS-EVENT-AMOUNT-EDIT
           ELSE
               MOVE ZERO TO WS-EVENT-AMOUNT-EDIT
           END-IF
           MOVE RJS-REJECT-REASON TO WS-EVENT-REASON
           PERFORM 4000-WRITE-EVENT THRU 4000-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-CHECK-REPEAT-REJECT - IS THIS REJECT AN NSF RE-
      *                            PRESENTMENT THAT BOUNCED AGAIN? THE
      *                            ITEM'S NSFTRACK ENTRY SAYS SO WHEN IT
      *                            IS STILL RE-PRESENTING AND HAS BEEN
      *                            PRESENTED AT LEAST ONCE.
      ******************************************************************
       3200-CHECK-REPEAT-REJECT.
           MOVE 'N' TO WS-REPEAT-REJECT-SWITCH
           IF NOT WS-NSFTRACK-AVAILABLE OR NOT SP1-INSUFFICIENT-FUNDS
               GO TO 3200-EXIT
           END-IF
           MOVE SP1-TRACE-ID TO NSF-TRACE-ID
           READ NSFTRACK-FILE
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ
           IF NSF-RE-PRESENTING AND NSF-ATTEMPTS NUMERIC AND
                   NSF-ATTEMPTS > ZERO
               MOVE 'Y' TO WS-REPEAT-REJECT-SWITCH
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3500-SWEEP-AUTO-DECLINES - HELD PAYMENTS EXPSLAEX DECLINED OFF
      *                            PNDAPPR TODAY FOR WANT OF AN
      *                            APPROVAL. THE PAYMENT NEVER REACHED
      *                            TRANLOG, SO SLAEVT IS THE ONLY PLACE
      *                            THE OUTCOME AND ITS REASON LIVE.
      ******************************************************************
       3500-SWEEP-AUTO-DECLINES.
           OPEN INPUT SLAEVT-FILE
           IF NOT WS-SLAEVT-OK
               GO TO 3500-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM 3600-TAKE-ONE-SLA-EVENT THRU 3600-EXIT
               UNTIL WS-INPUT-EOF-REACHED
           CLOSE SLAEVT-FILE.
       3500-EXIT.
           EXIT.

       3600-TAKE-ONE-SLA-EVENT.
           READ SLAEVT-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
                   GO TO 3600-EXIT
           END-READ
           IF SLE-LOG-DATE NOT = WS-RUN-DATE OR
                   NOT SLE-QUEUE-PNDAPPR OR
                   NOT SLE-ACTION-DECLINED
               GO TO 3600-EXIT
           END-IF
           MOVE 'DECLINED' TO WS-EVENT-TYPE
           MOVE SLE-ACCOUNT-NUMBER TO WS-EVENT-ACCOUNT
           MOVE SLE-ITEM-KEY TO WS-EVENT-TRACE
           IF SLE-AMOUNT NUMERIC
               MOVE SLE-AMOUNT TO WS-EVENT-AMOUNT-EDIT
           ELSE
               MOVE ZERO TO WS-EVENT-AMOUNT-EDIT
           END-IF
           MOVE SLE-REASON TO WS-EVENT-REASON
           ADD 1 TO WS-AUTO-DECLINES
           PERFORM 4000-WRITE-EVENT THRU 4000-EXIT.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 4000-WRITE-EVENT - LOOK UP THE CUSTOMER, PICK THE CHANNEL,
      *                    AND APPEND THE EVENT LINE TO THAT
      *                    CHANNEL'S EXTRACT, THEN DO THE SAME FOR
      *                    EACH FURTHER OWNER ENTITLED TO NOTICES.
      ******************************************************************
       4000-WRITE-EVENT.
           MOVE SPACES TO WS-EVENT-NAME
           MOVE SPACES TO WS-EVENT-ADDRESS
           MOVE SPACES TO WS-EVENT-LEAD
           MOVE 'P' TO WS-EVENT-CHANNEL
           PERFORM 4050-LOOKUP-REMITTANCE THRU 4050-EXIT
           IF WS-ACCTMST-AVAILABLE
               MOVE WS-EVENT-ACCOUNT TO ACM-ACCOUNT-NUMBER
               READ ACCTMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACM-CUSTOMER-NUMBER TO WS-EVENT-LEAD
                       IF WS-CUSTMST-AVAILABLE AND
                               ACM-CUSTOMER-NUMBER NOT = SPACES
                           MOVE ACM-CUSTOMER-NUMBER
                       END-IF
               END-READ
           END-IF
           PERFORM 4100-EMIT-EVENT-LINE THRU 4100-EXIT
           PERFORM 4200-NOTIFY-JOINT-OWNERS THRU 4200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4050-LOOKUP-REMITTANCE - THE PAYER'S REFERENCE AND REMITTANCE
      *                          TEXT CAPTURED WITH THE PAYMENT, IF
      *                          ANY, SO THE CUSTOMER CAN TELL WHICH
      *                          PAYMENT THE NOTICE IS ABOUT.
      ******************************************************************
       4050-LOOKUP-REMITTANCE.
           MOVE SPACES TO WS-EVENT-PAYER-REF
           MOVE SPACES TO WS-EVENT-REMIT-TEXT
           IF NOT WS-REMITINF-AVAILABLE OR WS-EVENT-TRACE = SPACES
               GO TO 4050-EXIT
           END-IF
           MOVE WS-EVENT-TRACE TO RMI-TRACE-ID
           READ REMITINF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RMI-PAYER-REFERENCE TO WS-EVENT-PAYER-REF
                   MOVE RMI-REMITTANCE-TEXT TO WS-EVENT-REMIT-TEXT
           END-READ.
       4050-EXIT.
           EXIT.

      ******************************************************************
      * 4100-EMIT-EVENT-LINE - BUILD THE EVENT LINE FOR THE ADDRESSEE
      *                        NOW IN WS-EVENT-WORK AND WRITE IT TO THE
      *                        ADDRESSEE'S CHANNEL.
      ******************************************************************
       4100-EMIT-EVENT-LINE.
           MOVE SPACES TO WS-EVENT-RECORD
           STRING WS-EVENT-TYPE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-EVENT-NAME DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-EVENT-ADDRESS DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-EVENT-PAYER-REF DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-EVENT-REMIT-TEXT DELIMITED BY SIZE
               INTO WS-EVENT-RECORD
           END-STRING
           IF WS-EVENT-CHANNEL = 'S'
                   ADD 1 TO WS-EVENTS-PRINT
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-NOTIFY-JOINT-OWNERS - ONE MORE LINE PER FURTHER OWNER ON
      *                            ACCTREL ENTITLED TO NOTICES. A
      *                            SIGNATORY NEVER IS; THE LEAD HAS
      *                            ALREADY HAD THEIRS.
      ******************************************************************
       4200-NOTIFY-JOINT-OWNERS.
           IF NOT WS-ACCTREL-AVAILABLE
               GO TO 4200-EXIT
           END-IF
           MOVE 'N' TO WS-OWNER-SCAN-SWITCH
           MOVE WS-EVENT-ACCOUNT TO ARL-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO ARL-CUSTOMER-NUMBER
           START ACCTREL-FILE KEY IS NOT LESS THAN ARL-KEY
               INVALID KEY
                   GO TO 4200-EXIT
           END-START
           PERFORM 4210-NOTIFY-ONE-OWNER THRU 4210-EXIT
               UNTIL WS-OWNER-SCAN-DONE.
       4200-EXIT.
           EXIT.

       4210-NOTIFY-ONE-OWNER.
           READ ACCTREL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OWNER-SCAN-SWITCH
                   GO TO 4210-EXIT
           END-READ
           IF ARL-ACCOUNT-NUMBER NOT = WS-EVENT-ACCOUNT
               MOVE 'Y' TO WS-OWNER-SCAN-SWITCH
               GO TO 4210-EXIT
           END-IF
           IF NOT ARL-OWNING-ROLE OR NOT ARL-GETS-NOTICES OR
                   ARL-CUSTOMER-NUMBER = WS-EVENT-LEAD
               GO TO 4210-EXIT
           END-IF
           MOVE SPACES TO WS-EVENT-NAME
           MOVE SPACES TO WS-EVENT-ADDRESS
           MOVE 'P' TO WS-EVENT-CHANNEL
           IF WS-CUSTMST-AVAILABLE
               MOVE ARL-CUSTOMER-NUMBER TO CUS-CUSTOMER-NUMBER
               READ CUSTMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUS-CUSTOMER-NAME TO WS-EVENT-NAME
                       MOVE CUS-CUSTOMER-ADDRESS TO WS-EVENT-ADDRESS
                       IF CUS-NOTIFY-SMS
                           MOVE 'S' TO WS-EVENT-CHANNEL
                       END-IF
               END-READ
           END-IF
           PERFORM 4100-EMIT-EVENT-LINE THRU 4100-EXIT
           ADD 1 TO WS-EVENTS-JOINT.
       4210-EXIT.
           EXIT.

      ******************************************************************
           MOVE TLOG-RETURN-CODE TO WS-RETURN-CODE-EDIT
           PERFORM 9850-COMPARE-ERROR-CODE
               VARYING WS-ERROR-INDEX FROM 1 BY 1
               UNTIL WS-ERROR-INDEX > 23 OR WS-ERROR-TEXT-FOUND.
       9800-EXIT.
           EXIT.

           IF WS-CUSTMST-AVAILABLE
               CLOSE CUSTMST-FILE
           END-IF
           IF WS-ACCTREL-AVAILABLE
               CLOSE ACCTREL-FILE
           END-IF
           IF WS-NSFTRACK-AVAILABLE
               CLOSE NSFTRACK-FILE
           END-IF
           IF WS-REMITINF-AVAILABLE
               CLOSE REMITINF-FILE
           END-IF
           DISPLAY V-PN 'PRINT EVENTS WRITTEN.: ' WS-EVENTS-PRINT
           DISPLAY V-PN 'SMS EVENTS WRITTEN...: ' WS-EVENTS-SMS
           DISPLAY V-PN 'OF WHICH JOINT OWNERS: ' WS-EVENTS-JOINT
           DISPLAY V-PN 'NSF RETRIES NOT SENT.: '
               WS-RETRIES-SUPPRESSED
           DISPLAY V-PN 'HELD PAYMENTS DECLINED: ' WS-AUTO-DECLINES.
       9000-EXIT.
           EXIT.
