      *                    RAN THREE NIGHTS BEFORE ANYONE NOTICED. THE
      *                    POSTING-SIDE HALF OF THE GATE IS SUBPGM01'S
      *                    CURRATE-REQUIRED ENVIRONMENT OVERRIDE.
      * 2026-10-15  DS    A CLEAN CHECK NOW ALSO RECORDS THE NIGHT'S
      *                    RATES ON THE RATEHIST DATED HISTORY, KEYED
      *                    BY BUSINESS DATE AND CURRENCY (A RERUN FOR
      *                    THE SAME DATE REPLACES THAT DATE'S ENTRY),
      *                    SO SUBPGM01 CAN CONVERT A REVERSAL OR
      *                    RETURN AT ITS ORIGINAL'S RATE. CURRPREV
      *                    STAYS AS THE ONE-DAY COMPARISON COPY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPRATCK.
           SELECT BUSDCTL-FILE ASSIGN TO 'BUSDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDCTL-STATUS.
           SELECT RATEHIST-FILE ASSIGN TO 'RATEHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTH-KEY
               FILE STATUS IS WS-RATEHIST-STATUS.
           SELECT EXPRATRP-FILE ASSIGN TO 'EXPRATRP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPRATRP-STATUS.
           RECORDING MODE IS F.
           COPY BUSDCTL.

       FD  RATEHIST-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE DATED RATE HISTORY - ONE ENTRY PER BUSINESS DATE AND
      *    CURRENCY, ADDED BY EVERY CLEAN CHECK.
           COPY RATEHIST.

       FD  EXPRATRP-FILE
           LABEL RECORDS ARE STANDARD.
       01  RAT-RECORD                     PIC X(90).
               88  WS-BUSDCTL-OK               VALUE '00'.
           05  WS-EXPRATRP-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPRATRP-OK              VALUE '00'.
           05  WS-RATEHIST-STATUS          PIC X(02) VALUE '00'.
               88  WS-RATEHIST-OK              VALUE '00'.
               88  WS-RATEHIST-NOT-FOUND        VALUES '30' '35'.

       01  WS-SWITCHES.
           05  WS-CURRATE-EOF-SWITCH       PIC X(01) VALUE 'N'.
               10  WS-RATE-CURRENCY        PIC X(03).
               10  WS-RATE-VALUE           PIC 9(04)V9999 COMP-3.
               10  WS-RATE-DATE            PIC 9(08).
               10  WS-RATE-PLACES          PIC X(01).
       01  WS-PREV-TABLE.
           05  WS-PREV-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  WS-PREV-ENTRY OCCURS 50 TIMES.
           05  WS-MOVE-EDIT                PIC ZZZZ9.99.
           05  WS-RATE-EDIT                PIC 9(04).9(04).

       01  WS-HISTORY-WRITTEN              PIC 9(05) COMP VALUE ZERO.

       01  WS-PARM-STRING                 PIC X(80) VALUE SPACES.
       01  WS-PARM-KEY                    PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                  PIC X(16) VALUE SPACES.
                       ELSE
                           MOVE ZERO TO WS-RATE-DATE(WS-RATE-COUNT)
                       END-IF
                       MOVE CUR-DECIMAL-PLACES
                           TO WS-RATE-PLACES(WS-RATE-COUNT)
                   END-IF
           END-READ.
       1150-EXIT.
               DISPLAY V-PN 'RATE FILE CHECK CLEAN - '
                   WS-RATE-COUNT ' RATES FOR ' WS-BUSINESS-DATE
               PERFORM 9100-ROLL-TO-CURRPREV THRU 9100-EXIT
               PERFORM 9200-RECORD-RATE-HISTORY THRU 9200-EXIT
           END-IF.
       9000-EXIT.
           EXIT.
           MOVE WS-RATE-VALUE(WS-RATE-INDEX) TO CPV-CONVERSION-RATE
           MOVE WS-RATE-DATE(WS-RATE-INDEX) TO CPV-RATE-DATE
           WRITE CURRPREV-RECORD.

      ******************************************************************
      * 9200-RECORD-RATE-HISTORY - ADD THE NIGHT'S RATES TO RATEHIST
      *                            UNDER THE BUSINESS DATE. THE FILE
      *                            IS CREATED ON FIRST USE; AN ENTRY
      *                            ALREADY THERE FOR THE DATE (A
      *                            RERUN) IS REPLACED.
      ******************************************************************
       9200-RECORD-RATE-HISTORY.
           OPEN I-O RATEHIST-FILE
           IF WS-RATEHIST-NOT-FOUND
               OPEN OUTPUT RATEHIST-FILE
               IF WS-RATEHIST-OK
                   CLOSE RATEHIST-FILE
                   OPEN I-O RATEHIST-FILE
               END-IF
           END-IF
           IF NOT WS-RATEHIST-OK
               DISPLAY V-PN 'UNABLE TO OPEN RATEHIST - STATUS '
                   WS-RATEHIST-STATUS ' - RATE HISTORY NOT RECORDED'
               GO TO 9200-EXIT
           END-IF
           PERFORM 9250-WRITE-HISTORY-RECORD THRU 9250-EXIT
               VARYING WS-RATE-INDEX FROM 1 BY 1
               UNTIL WS-RATE-INDEX > WS-RATE-COUNT
           CLOSE RATEHIST-FILE
           DISPLAY V-PN 'RATE HISTORY RECORDED - ' WS-HISTORY-WRITTEN
               ' RATES FOR ' WS-BUSINESS-DATE.
       9200-EXIT.
           EXIT.

       9250-WRITE-HISTORY-RECORD.
           MOVE SPACES TO RATEHIST-RECORD
           MOVE WS-BUSINESS-DATE TO RTH-RATE-DATE
           MOVE WS-RATE-CURRENCY(WS-RATE-INDEX) TO RTH-CURRENCY-CODE
           MOVE WS-RATE-VALUE(WS-RATE-INDEX) TO RTH-CONVERSION-RATE
           IF WS-RATE-PLACES(WS-RATE-INDEX) IS NUMERIC
               MOVE WS-RATE-PLACES(WS-RATE-INDEX)
                   TO RTH-DECIMAL-PLACES
           ELSE
               MOVE 2 TO RTH-DECIMAL-PLACES
           END-IF
           WRITE RATEHIST-RECORD
               INVALID KEY
                   REWRITE RATEHIST-RECORD
                       INVALID KEY
                           DISPLAY V-PN 'RATEHIST WRITE FAILED FOR '
                               RTH-CURRENCY-CODE ' - STATUS '
                               WS-RATEHIST-STATUS
                           GO TO 9250-EXIT
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-HISTORY-WRITTEN.
       9250-EXIT.
           EXIT.
