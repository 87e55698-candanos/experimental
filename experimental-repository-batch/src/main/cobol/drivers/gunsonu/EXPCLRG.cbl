      *                    HAS NO ROUTING ENTRY IS REPORTED AND LEFT
      *                    OFF THE FILE (CONDITION CODE 4) RATHER
      *                    THAN SENT TO A GUESSED BANK.
      * 2026-10-15  DS    REMITTANCE INFORMATION - EACH CLEARING LINE
      *                    NOW CARRIES THE PAYER'S REFERENCE AND THE
      *                    REMITTANCE TEXT FROM REMITINF FOR THE
      *                    RECEIVING BANK (BLANK WHEN NONE WAS
      *                    CAPTURED). THE LINE GROWS FROM 80 TO 120.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCLRG.
           SELECT CLRSENT-FILE ASSIGN TO 'CLRSENT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLRSENT-STATUS.
           SELECT REMITINF-FILE ASSIGN TO 'REMITINF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMI-TRACE-ID
               FILE STATUS IS WS-REMITINF-STATUS.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
       FD  EXPCLRF-FILE
           LABEL RECORDS ARE STANDARD.
      *    ONE COMMA-DELIMITED CLEARING LINE PER SENT PAYMENT -
      *    ROUTING, ACCOUNT, AMOUNT, DATE, TRACE, PAYER REFERENCE,
      *    REMITTANCE TEXT - BRACKETED BY HDR/TRL CONTROL LINES
      *    CARRYING THE COUNT AND AMOUNT HASH.
       01  CLR-RECORD                     PIC X(120).

       FD  CLRSENT-FILE
           LABEL RECORDS ARE STANDARD
      *    RUNS THE WAY SETTLREG DOES.
           COPY CLRSENT.

       FD  REMITINF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REMITINF.

       FD  BUSDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           05  WS-CLRSENT-STATUS           PIC X(02) VALUE '00'.
               88  WS-CLRSENT-OK               VALUE '00'.
               88  WS-CLRSENT-NOT-FOUND         VALUE '35'.
           05  WS-REMITINF-STATUS          PIC X(02) VALUE '00'.
               88  WS-REMITINF-OK              VALUE '00'.
           05  WS-BUSDCTL-STATUS           PIC X(02) VALUE '00'.
               88  WS-BUSDCTL-OK               VALUE '00'.

               88  WS-SENT-IS-OPEN             VALUE 'Y'.
           05  WS-ROUTE-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-ROUTE-FOUND              VALUE 'Y'.
           05  WS-REMITINF-AVAIL-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-REMITINF-AVAILABLE       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ             PIC 9(07) COMP VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-FOUND-ROUTING                PIC X(09) VALUE SPACES.
       01  WS-CLR-AMOUNT-EDIT              PIC -(10)9.99.
       01  WS-CLR-PAYER-REF                PIC X(16) VALUE SPACES.
       01  WS-CLR-REMIT-TEXT               PIC X(35) VALUE SPACES.
       01  WS-HASH-TOTAL                   PIC 9(15)V99 VALUE ZERO.
       01  WS-ABS-AMOUNT                   PIC 9(11)V99 VALUE ZERO.
       01  WS-COUNT-EDIT                   PIC 9(09).
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN CLRSENT - STATUS '
                   WS-CLRSENT-STATUS
           END-IF
           OPEN INPUT REMITINF-FILE
           IF WS-REMITINF-OK
               MOVE 'Y' TO WS-REMITINF-AVAIL-SWITCH
           END-IF.
       1000-EXIT.
           EXIT.

       2200-WRITE-CLEARING-LINE.
           MOVE TLOG-CONVERTED-AMOUNT TO WS-CLR-AMOUNT-EDIT
           MOVE SPACES TO WS-CLR-PAYER-REF
           MOVE SPACES TO WS-CLR-REMIT-TEXT
           IF WS-REMITINF-AVAILABLE
               MOVE TLOG-TRACE-ID TO RMI-TRACE-ID
               READ REMITINF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RMI-PAYER-REFERENCE TO WS-CLR-PAYER-REF
                       MOVE RMI-REMITTANCE-TEXT TO WS-CLR-REMIT-TEXT
               END-READ
           END-IF
           MOVE SPACES TO CLR-RECORD
           STRING WS-FOUND-ROUTING DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  TLOG-TRANSACTION-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  TLOG-TRACE-ID DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CLR-PAYER-REF DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CLR-REMIT-TEXT DELIMITED BY SIZE
               INTO CLR-RECORD
           WRITE CLR-RECORD
           ADD 1 TO WS-LINES-SENT
           IF WS-SENT-IS-OPEN
               CLOSE CLRSENT-FILE
           END-IF
           IF WS-REMITINF-AVAILABLE
               CLOSE REMITINF-FILE
           END-IF
           DISPLAY V-PN 'TRANLOG ENTRIES READ.: ' WS-ENTRIES-READ
           DISPLAY V-PN 'CLEARING LINES SENT..: ' WS-LINES-SENT
           DISPLAY V-PN 'UNROUTED PAYMENTS....: ' WS-LINES-UNROUTED
