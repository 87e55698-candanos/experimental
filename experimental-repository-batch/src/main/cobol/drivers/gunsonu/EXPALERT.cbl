      *                    NIGHT PAGES SOMEONE INSTEAD OF BEING
      *                    DISCOVERED AT 9AM. THE MARCH RATE-FILE
      *                    FAILURE SAT UNDISCOVERED FOR ELEVEN HOURS.
      * 2026-10-15  DS    READS EXPREFCK'S REFERENTIAL INTEGRITY
      *                    FINDING COUNT FROM EXPRFCEX AND ALERTS WHEN
      *                    IT EXCEEDS THE INTMAX= PARM (DEFAULT 0).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPALERT.
           SELECT EXPRECEX-FILE ASSIGN TO 'EXPRECEX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPRECEX-STATUS.
           SELECT EXPRFCEX-FILE ASSIGN TO 'EXPRFCEX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPRFCEX-STATUS.
           SELECT EXPALRPT-FILE ASSIGN TO 'EXPALRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPALRPT-STATUS.
           05  REX-EXCEPTION-COUNT         PIC 9(05).
           05  FILLER                      PIC X(07).

       FD  EXPRFCEX-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE ONE-RECORD FINDING-COUNT CONTROL FILE WRITTEN BY
      *    EXPREFCK AT END OF ITS RUN.
       01  EXPRFCEX-RECORD.
           05  RFX-RUN-DATE                PIC 9(08).
           05  RFX-FINDING-COUNT           PIC 9(05).
           05  FILLER                      PIC X(07).

       FD  EXPALRPT-FILE
           LABEL RECORDS ARE STANDARD.
      *    ONE LINE PER TRIPPED THRESHOLD, FOR THE OPERATOR PAGE.
               88  WS-RJSUSP-OK                VALUE '00'.
           05  WS-EXPRECEX-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPRECEX-OK              VALUE '00'.
           05  WS-EXPRFCEX-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPRFCEX-OK              VALUE '00'.
           05  WS-EXPALRPT-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPALRPT-OK              VALUE '00'.

           05  WS-REJECT-PCT-MAX           PIC 9(03) VALUE 10.
           05  WS-RJDEPTH-MAX              PIC 9(05) VALUE 100.
           05  WS-EXCEPTION-MAX            PIC 9(05) VALUE ZERO.
           05  WS-INTEGRITY-MAX            PIC 9(05) VALUE ZERO.

       01  WS-MEASURES.
           05  WS-REJECT-PCT               PIC 9(03)V99 VALUE ZERO.
           05  WS-RJSUSP-DEPTH             PIC 9(05) VALUE ZERO.
           05  WS-EXCEPTION-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-FINDING-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-REJECT-PCT-EDIT          PIC ZZ9.99.

       01  WS-PARM-STRING                 PIC X(80) VALUE SPACES.
       01  WS-PARM-TABLE.
           05  WS-PARM-TOK                PIC X(20) OCCURS 4 TIMES.
       01  WS-PARM-INDEX                  PIC 9(02) COMP VALUE ZERO.
       01  WS-PARM-KEY                    PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                  PIC X(16) VALUE SPACES.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
                    WS-PARM-TOK(4)
           PERFORM 1050-APPLY-PARM-TOKEN THRU 1050-EXIT
               VARYING WS-PARM-INDEX FROM 1 BY 1
               UNTIL WS-PARM-INDEX > 4
           OPEN OUTPUT EXPALRPT-FILE
           IF WS-EXPALRPT-OK
               MOVE 'Y' TO WS-ALRPT-OPEN-SWITCH
                   IF WS-PARM-VALUE(1:5) IS NUMERIC
                       MOVE WS-PARM-VALUE(1:5) TO WS-EXCEPTION-MAX
                   END-IF
               WHEN 'INTMAX'
                   IF WS-PARM-VALUE(1:5) IS NUMERIC
                       MOVE WS-PARM-VALUE(1:5) TO WS-INTEGRITY-MAX
                   END-IF
           END-EVALUATE.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 2000-GATHER-MEASURES - THE RUN'S REJECT RATE, THE REPAIR-QUEUE
      *                        DEPTH, THE RECONCILIATION EXCEPTION
      *                        COUNT, AND THE REFERENTIAL INTEGRITY
      *                        FINDING COUNT.
      ******************************************************************
       2000-GATHER-MEASURES.
           OPEN INPUT EXPRPT-FILE
                           TO WS-EXCEPTION-COUNT
               END-READ
               CLOSE EXPRECEX-FILE
           END-IF
           OPEN INPUT EXPRFCEX-FILE
           IF WS-EXPRFCEX-OK
               READ EXPRFCEX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RFX-FINDING-COUNT
                           TO WS-FINDING-COUNT
               END-READ
               CLOSE EXPRFCEX-FILE
           END-IF.
       2000-EXIT.
           EXIT.
                      ' EXCEED THRESHOLD' DELIMITED BY SIZE
                   INTO ALR-RECORD
               PERFORM 3500-RAISE-ALERT THRU 3500-EXIT
           END-IF
           IF WS-FINDING-COUNT > WS-INTEGRITY-MAX
               MOVE SPACES TO ALR-RECORD
               STRING 'ALERT - INTEGRITY FINDINGS ' DELIMITED BY SIZE
                      WS-FINDING-COUNT DELIMITED BY SIZE
                      ' EXCEED THRESHOLD' DELIMITED BY SIZE
                   INTO ALR-RECORD
               PERFORM 3500-RAISE-ALERT THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
           DISPLAY V-PN 'REJECT RATE PCT......: ' WS-REJECT-PCT-EDIT
           DISPLAY V-PN 'REPAIR QUEUE DEPTH...: ' WS-RJSUSP-DEPTH
           DISPLAY V-PN 'RECON EXCEPTIONS.....: ' WS-EXCEPTION-COUNT
           DISPLAY V-PN 'INTEGRITY FINDINGS...: ' WS-FINDING-COUNT
           IF WS-ALERT-TRIPPED
               DISPLAY V-PN 'ONE OR MORE THRESHOLDS TRIPPED'
               MOVE 8 TO RETURN-CODE
