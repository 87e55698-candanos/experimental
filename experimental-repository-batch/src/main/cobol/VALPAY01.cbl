      *                    CHECK (BLANK REQUIRED FIELD, NON-NUMERIC
      *                    PACKED AMOUNT) -- IT IS NOT A REPLACEMENT FOR
      *                    PSEXPERI'S OWN FRONT-END FIELD EDITS.
      * 2026-10-15  DS    THE ACCOUNT NUMBER'S CHECK DIGIT IS NOW
      *                    VERIFIED THROUGH THE SHARED ACCTCHK ROUTINE
      *                    RIGHT AFTER THE BLANK TEST - A NUMBER THAT
      *                    FAILS IS REFUSED WITH RETURN CODE 84 BEFORE
      *                    SUBPGM01 EVER LOOKS IT UP, SO A TRANSPOSED
      *                    DIGIT CANNOT POST TO SOMEBODY ELSE'S
      *                    ACCOUNT. ACCTCHK ONLY REFUSES WHILE
      *                    ACCT-CHECK-DIGIT=Y IS SET.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALPAY01.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'VALPAY01->'.
       01  WS-ACCTCHK-NAME                 PIC X(08) VALUE 'ACCTCHK'.
           COPY ACCKPARM.

       LINKAGE SECTION.
           COPY SUBPRM01.

      ******************************************************************
      * 0000-MAINLINE - RUN THE SANITY CHECKS AND SET SP1-RETURN-CODE TO
      *                 20 (INVALID DATA) WHEN ONE FAILS, OR 84 WHEN
      *                 THE ACCOUNT NUMBER FAILS ITS CHECK DIGIT. A
      *                 RECORD THAT IS ALREADY FLAGGED FAILED/DUPLICATE/
      *                 UNKNOWN ACCOUNT BY AN EARLIER STEP IS LEFT
      *                 ALONE - THIS CHECK ONLY EVER RAISES A NEW
      *                 REJECTION, NEVER CLEARS ONE.
      ******************************************************************
       PROCEDURE DIVISION USING SUBPRM01.

               DISPLAY V-PN 'ACCOUNT NUMBER IS BLANK OR LOW-VALUES'
               GO TO 1000-EXIT
           END-IF
           MOVE 'V' TO ACK-FUNCTION
           MOVE SP1-ACCOUNT-NUMBER TO ACK-ACCOUNT-NUMBER
           CALL WS-ACCTCHK-NAME USING ACCTCHK-PARM
           CANCEL WS-ACCTCHK-NAME
           IF ACK-INVALID
               MOVE 84 TO SP1-RETURN-CODE
               DISPLAY V-PN 'ACCOUNT ' SP1-ACCOUNT-NUMBER
                   ' FAILS ITS CHECK DIGIT - TRACE ' SP1-TRACE-ID
               GO TO 1000-EXIT
           END-IF
           IF SP1-AMOUNT NOT NUMERIC
               MOVE 20 TO SP1-RETURN-CODE
               DISPLAY V-PN 'AMOUNT FIELD IS NOT NUMERIC - TRACE '
