      *                    ACCT=... NAMES THE ACCOUNT; OPTIONAL
      *                    FROM=YYYYMMDD AND TO=YYYYMMDD BOUND THE
      *                    TRANSACTION-DATE RANGE.
      * 2026-10-15  DS    OPTIONAL REF=TEXT SEARCHES THE PAYER
      *                    REFERENCE AND REMITTANCE TEXT; EACH ENTRY'S
      *                    REFERENCE AND TEXT ARE LISTED UNDER IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEXTIDR.

       01  WS-PARM-STRING                 PIC X(80) VALUE SPACES.
       01  WS-PARM-TABLE.
           05  WS-PARM-TOK                PIC X(26) OCCURS 4 TIMES.
       01  WS-PARM-INDEX                  PIC 9(02) COMP VALUE ZERO.
       01  WS-PARM-KEY                    PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                  PIC X(16) VALUE SPACES.
           MOVE SPACES TO PTIQ-ACCOUNT-NUMBER
           MOVE ZERO TO PTIQ-FROM-DATE
           MOVE ZERO TO PTIQ-TO-DATE
           MOVE SPACES TO PTIQ-SEARCH-TEXT
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
                    WS-PARM-TOK(4)
           PERFORM 1050-APPLY-PARM-TOKEN THRU 1050-EXIT
               VARYING WS-PARM-INDEX FROM 1 BY 1
               UNTIL WS-PARM-INDEX > 4.
       1000-EXIT.
           EXIT.

                   IF WS-PARM-VALUE(1:8) IS NUMERIC
                       MOVE WS-PARM-VALUE(1:8) TO PTIQ-TO-DATE
                   END-IF
               WHEN 'REF'
                   MOVE WS-PARM-VALUE TO PTIQ-SEARCH-TEXT
           END-EVALUATE.
       1050-EXIT.
           EXIT.
               PTIQ-ENT-CURRENCY(WS-LIST-INDEX) ' '
               PTIQ-ENT-TRACE-ID(WS-LIST-INDEX) ' '
               PTIQ-ENT-OPERATOR(WS-LIST-INDEX) ' RC '
               PTIQ-ENT-RETURN-CODE(WS-LIST-INDEX)
           IF PTIQ-ENT-PAYER-REF(WS-LIST-INDEX) NOT = SPACES OR
                   PTIQ-ENT-REMIT-TEXT(WS-LIST-INDEX) NOT = SPACES
               DISPLAY V-PN '    REF '
                   PTIQ-ENT-PAYER-REF(WS-LIST-INDEX) ' '
                   PTIQ-ENT-REMIT-TEXT(WS-LIST-INDEX)
           END-IF.
       2100-EXIT.
           EXIT.
