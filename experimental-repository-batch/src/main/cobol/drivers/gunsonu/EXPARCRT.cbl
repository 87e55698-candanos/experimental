      *                    HISTORY UNDER AN OLD NUMBER IS STILL
      *                    RETRIEVABLE. WITHOUT A CROSS-REFERENCE
      *                    FILE THE OLD EXACT MATCH STANDS.
      * 2026-10-15  DS    REMITTANCE INFORMATION - EACH EXTRACTED
      *                    ENTRY WITH A PAYER REFERENCE OR REMITTANCE
      *                    TEXT ON REMITINF IS FOLLOWED BY A REF LINE
      *                    CARRYING THEM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPARCRT.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AXR-OLD-ACCOUNT
               FILE STATUS IS WS-ACCTXREF-STATUS.
           SELECT REMITINF-FILE ASSIGN TO 'REMITINF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMI-TRACE-ID
               FILE STATUS IS WS-REMITINF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    WRITES.
           COPY ACCTXREF.

       FD  REMITINF-FILE
           LABEL RECORDS ARE STANDARD.
      *    PAYER REFERENCE AND REMITTANCE TEXT BY TRACE ID - NOT
      *    PURGED WITH TRANLOG, SO IT STILL ANSWERS FOR ARCHIVED
      *    ENTRIES.
           COPY REMITINF.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPARCRT->'.

               88  WS-RJSARCH-OK               VALUE '00'.
           05  WS-EXPARCEX-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPARCEX-OK              VALUE '00'.
           05  WS-REMITINF-STATUS          PIC X(02) VALUE '00'.
               88  WS-REMITINF-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-TRANARCH-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-RJSARCH-EOF-REACHED      VALUE 'Y'.
           05  WS-ARCEX-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-ARCEX-IS-OPEN            VALUE 'Y'.
           05  WS-REMITINF-AVAIL-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-REMITINF-AVAILABLE       VALUE 'Y'.

      ******************************************************************
      * WS-SELECTION - THE OPERATOR'S SEARCH TERMS. AT LEAST ONE OF
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN EXPARCEX - STATUS '
                   WS-EXPARCEX-STATUS
           END-IF
           OPEN INPUT REMITINF-FILE
           IF WS-REMITINF-OK
               MOVE 'Y' TO WS-REMITINF-AVAIL-SWITCH
           END-IF.
       1000-EXIT.
           EXIT.
                  ' RC ' DELIMITED BY SIZE
                  TLOG-RETURN-CODE DELIMITED BY SIZE
               INTO ARX-RECORD
           PERFORM 8100-WRITE-EXTRACT-LINE THRU 8100-EXIT
           MOVE TLOG-TRACE-ID TO RMI-TRACE-ID
           PERFORM 2250-EXTRACT-REMITTANCE THRU 2250-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2250-EXTRACT-REMITTANCE - THE PAYER'S REFERENCE AND REMITTANCE
      *                           TEXT FOR THE TRACE IN RMI-TRACE-ID,
      *                           ON A LINE UNDER THE ENTRY, WHEN ANY
      *                           WAS CAPTURED.
      ******************************************************************
       2250-EXTRACT-REMITTANCE.
           IF NOT WS-REMITINF-AVAILABLE
               GO TO 2250-EXIT
           END-IF
           READ REMITINF-FILE
               INVALID KEY
                   GO TO 2250-EXIT
           END-READ
           MOVE SPACES TO ARX-RECORD
           STRING '       REF ' DELIMITED BY SIZE
                  RMI-PAYER-REFERENCE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  RMI-REMITTANCE-TEXT DELIMITED BY SIZE
               INTO ARX-RECORD
           PERFORM 8100-WRITE-EXTRACT-LINE THRU 8100-EXIT.
       2250-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SEARCH-RJSARCH - WALK THE ARCHIVED REJECT QUEUE.
      ******************************************************************
                  ' ' DELIMITED BY SIZE
                  RJS-REJECT-REASON DELIMITED BY SIZE
               INTO ARX-RECORD
           PERFORM 8100-WRITE-EXTRACT-LINE THRU 8100-EXIT
           MOVE SP1-TRACE-ID TO RMI-TRACE-ID
           PERFORM 2250-EXTRACT-REMITTANCE THRU 2250-EXIT.
       3200-EXIT.
           EXIT.

           IF WS-ARCEX-IS-OPEN
               CLOSE EXPARCEX-FILE
           END-IF
           IF WS-REMITINF-AVAILABLE
               CLOSE REMITINF-FILE
           END-IF
           DISPLAY V-PN 'ARCHIVED POSTINGS MATCHED..: '
               WS-TRAN-MATCHED
           DISPLAY V-PN 'ARCHIVED REJECTS MATCHED...: '
