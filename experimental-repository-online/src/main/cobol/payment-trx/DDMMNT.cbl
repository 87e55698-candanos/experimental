      ******************************************************************
      * PROGRAM-ID : DDMMNT
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - COMMAREA-DRIVEN
      *                    MAINTENANCE FOR THE DDMANDT DIRECT-DEBIT
      *                    MANDATE REGISTRY, CALLABLE THE SAME WAY
      *                    BENMNT IS. REGISTERS A MANDATE A CUSTOMER
      *                    HAS SIGNED FOR ONE CREDITOR TO COLLECT FROM
      *                    ONE ACCOUNT (REFERENCE, MAXIMUM AMOUNT,
      *                    FREQUENCY, DATE SIGNED), CHANGES ITS
      *                    TERMS, OR CANCELS IT. A CANCELLED MANDATE
      *                    IS KEPT WITH ITS CANCELLATION DATE SO
      *                    EXPCONV STILL REFUSES A LATER COLLECTION ON
      *                    IT; RE-ADDING ONE STARTS IT AFRESH. THE
      *                    OPERATOR IS CHECKED AGAINST OPERCHK
      *                    (SERVICE DDMMNT, ACTION = THE FUNCTION).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDMMNT.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDMANDT-FILE ASSIGN TO 'DDMANDT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DDM-KEY
               FILE STATUS IS WS-DDMANDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DDMANDT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DDMANDT.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'DDMMNT->  '.
       01  WS-OPERCHK-NAME                 PIC X(08) VALUE 'OPERCHK'.
           COPY OPCHKPRM.

       01  WS-FILE-STATUSES.
           05  WS-DDMANDT-STATUS           PIC X(02) VALUE '00'.
               88  WS-DDMANDT-OK               VALUE '00'.
               88  WS-DDMANDT-NOT-FOUND        VALUES '23' '35'.

       01  WS-SWITCHES.
           05  WS-DDMANDT-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-DDMANDT-IS-OPEN          VALUE 'Y'.
           05  WS-RECORD-FOUND-SW          PIC X(01) VALUE 'N'.
               88  WS-RECORD-FOUND             VALUE 'Y'.

       01  WS-TODAY                        PIC 9(08) VALUE ZERO.

       LINKAGE SECTION.
           COPY DDMMCOMM.

      ******************************************************************
      * 0000-MAINLINE - EDIT THE REQUEST, OPEN THE REGISTRY, AND APPLY
      *                 THE REQUESTED FUNCTION.
      ******************************************************************
       PROCEDURE DIVISION USING DDMMNT-COMMAREA.

       0000-MAINLINE.
           MOVE ZERO TO DMC-RETURN-CODE
           MOVE SPACES TO DMC-REJECT-REASON
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-EDIT-REQUEST THRU 1000-EXIT
           IF DMC-REJECTED
               DISPLAY V-PN 'REQUEST REJECTED AT EDIT - '
                   DMC-REJECT-REASON
               GOBACK
           END-IF
           PERFORM 1100-OPEN-DDMANDT THRU 1100-EXIT
           IF DMC-REJECTED
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN DMC-FUNC-ADD
                   PERFORM 2000-ADD-MANDATE THRU 2000-EXIT
               WHEN DMC-FUNC-CHANGE
                   PERFORM 3000-CHANGE-MANDATE THRU 3000-EXIT
               WHEN DMC-FUNC-CANCEL
                   PERFORM 4000-CANCEL-MANDATE THRU 4000-EXIT
           END-EVALUATE
           IF WS-DDMANDT-IS-OPEN
               CLOSE DDMANDT-FILE
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-EDIT-REQUEST - FIELD-LEVEL EDITS ON THE COMMAREA.
      ******************************************************************
       1000-EDIT-REQUEST.
           IF NOT DMC-FUNC-ADD AND NOT DMC-FUNC-CHANGE AND
                   NOT DMC-FUNC-CANCEL
               MOVE 08 TO DMC-RETURN-CODE
               MOVE 'FUNCTION MUST BE A, C OR X' TO DMC-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF DMC-DEBTOR-ACCOUNT = SPACES OR LOW-VALUES
               MOVE 08 TO DMC-RETURN-CODE
               MOVE 'DEBTOR ACCOUNT IS BLANK' TO DMC-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF DMC-CREDITOR-ID = SPACES OR LOW-VALUES
               MOVE 08 TO DMC-RETURN-CODE
               MOVE 'CREDITOR ID IS BLANK' TO DMC-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF DMC-OPERATOR-ID = SPACES OR LOW-VALUES
               MOVE 08 TO DMC-RETURN-CODE
               MOVE 'OPERATOR ID IS BLANK' TO DMC-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           MOVE DMC-OPERATOR-ID TO OPC-OPERATOR-ID
           MOVE 'DDMMNT  ' TO OPC-SERVICE-NAME
           MOVE DMC-FUNCTION TO OPC-ACTION
           CALL WS-OPERCHK-NAME USING OPERCHK-PARM
           CANCEL WS-OPERCHK-NAME
           IF OPC-NOT-AUTHORIZED
               MOVE 08 TO DMC-RETURN-CODE
               MOVE 'OPERATOR NOT ENTITLED TO THIS FUNCTION'
                   TO DMC-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF DMC-EFFECTIVE-DATE NOT NUMERIC
               MOVE 08 TO DMC-RETURN-CODE
               MOVE 'EFFECTIVE DATE IS NOT NUMERIC'
                   TO DMC-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF DMC-FUNC-CANCEL
               GO TO 1000-EXIT
           END-IF
           IF DMC-MANDATE-REFERENCE = SPACES
               MOVE 08 TO DMC-RETURN-CODE
               MOVE 'MANDATE REFERENCE IS BLANK' TO DMC-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF DMC-MAXIMUM-AMOUNT NOT NUMERIC OR
                   DMC-MAXIMUM-AMOUNT NOT > ZERO
               MOVE 08 TO DMC-RETURN-CODE
               MOVE 'MAXIMUM AMOUNT MUST BE ABOVE ZERO'
                   TO DMC-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           MOVE DMC-FREQUENCY TO DDM-FREQUENCY
           IF NOT DDM-FREQ-VALID
               MOVE 08 TO DMC-RETURN-CODE
               MOVE 'FREQUENCY MUST BE O, W, M, Q, A OR V'
                   TO DMC-REJECT-REASON
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-OPEN-DDMANDT - OPEN THE REGISTRY FOR UPDATE, CREATING IT
      *                     THE FIRST TIME THIS RUNS IN A GIVEN PLACE.
      ******************************************************************
       1100-OPEN-DDMANDT.
           OPEN I-O DDMANDT-FILE
           IF WS-DDMANDT-NOT-FOUND
               OPEN OUTPUT DDMANDT-FILE
               IF WS-DDMANDT-OK
                   CLOSE DDMANDT-FILE
                   OPEN I-O DDMANDT-FILE
               END-IF
           END-IF
           IF WS-DDMANDT-OK
               MOVE 'Y' TO WS-DDMANDT-OPEN-SW
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN DDMANDT - STATUS '
                   WS-DDMANDT-STATUS
               MOVE 08 TO DMC-RETURN-CODE
               MOVE 'MANDATE REGISTRY UNAVAILABLE'
                   TO DMC-REJECT-REASON
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-READ-MANDATE - RANDOM READ OF THE REQUESTED MANDATE.
      ******************************************************************
       1200-READ-MANDATE.
           MOVE 'N' TO WS-RECORD-FOUND-SW
           MOVE DMC-DEBTOR-ACCOUNT TO DDM-DEBTOR-ACCOUNT
           MOVE DMC-CREDITOR-ID TO DDM-CREDITOR-ID
           READ DDMANDT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND-SW
           END-READ.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ADD-MANDATE - REGISTER A NEW MANDATE. A CANCELLED ONE FOR
      *                    THE SAME ACCOUNT AND CREDITOR IS REPLACED BY
      *                    THE NEWLY SIGNED ONE, USAGE STARTING AGAIN
      *                    FROM NOTHING; AN ACTIVE ONE MUST BE CHANGED
      *                    OR CANCELLED INSTEAD.
      ******************************************************************
       2000-ADD-MANDATE.
           PERFORM 1200-READ-MANDATE THRU 1200-EXIT
           IF WS-RECORD-FOUND AND DDM-ACTIVE
               MOVE 08 TO DMC-RETURN-CODE
               MOVE 'ACTIVE MANDATE ALREADY REGISTERED'
                   TO DMC-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO DDMANDT-RECORD
           MOVE DMC-DEBTOR-ACCOUNT TO DDM-DEBTOR-ACCOUNT
           MOVE DMC-CREDITOR-ID TO DDM-CREDITOR-ID
           PERFORM 2500-FILL-MANDATE THRU 2500-EXIT
           MOVE 'A' TO DDM-STATUS
           IF DMC-EFFECTIVE-DATE = ZERO
               MOVE WS-TODAY TO DDM-SIGNED-DATE
           ELSE
               MOVE DMC-EFFECTIVE-DATE TO DDM-SIGNED-DATE
           END-IF
           MOVE ZERO TO DDM-CANCELLED-DATE
           MOVE DMC-OPERATOR-ID TO DDM-REGISTERED-BY
           MOVE ZERO TO DDM-COLLECTION-COUNT
           MOVE ZERO TO DDM-COLLECTED-AMOUNT
           MOVE ZERO TO DDM-LAST-COLLECTED-DATE
           IF WS-RECORD-FOUND
               REWRITE DDMANDT-RECORD
                   INVALID KEY
                       MOVE 08 TO DMC-RETURN-CODE
                       MOVE 'REGISTRY REWRITE FAILED'
                           TO DMC-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE DDMANDT-RECORD
                   INVALID KEY
                       MOVE 08 TO DMC-RETURN-CODE
                       MOVE 'REGISTRY WRITE FAILED'
                           TO DMC-REJECT-REASON
               END-WRITE
           END-IF
           IF DMC-SUCCESSFUL
               DISPLAY V-PN 'MANDATE ' DMC-MANDATE-REFERENCE
                   ' REGISTERED FOR ' DMC-DEBTOR-ACCOUNT
                   ' CREDITOR ' DMC-CREDITOR-ID
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CHANGE-MANDATE - REPLACE AN ACTIVE MANDATE'S REFERENCE,
      *                       MAXIMUM AMOUNT AND FREQUENCY. ITS USAGE
      *                       SO FAR IS KEPT.
      ******************************************************************
       3000-CHANGE-MANDATE.
           PERFORM 1200-READ-MANDATE THRU 1200-EXIT
           IF NOT WS-RECORD-FOUND
               MOVE 08 TO DMC-RETURN-CODE
               MOVE 'MANDATE NOT REGISTERED' TO DMC-REJECT-REASON
               GO TO 3000-EXIT
           END-IF
           IF DDM-CANCELLED
               MOVE 08 TO DMC-RETURN-CODE
               MOVE 'MANDATE IS CANCELLED - ADD A NEW ONE'
                   TO DMC-REJECT-REASON
               GO TO 3000-EXIT
           END-IF
           PERFORM 2500-FILL-MANDATE THRU 2500-EXIT
           REWRITE DDMANDT-RECORD
               INVALID KEY
                   MOVE 08 TO DMC-RETURN-CODE
                   MOVE 'REGISTRY REWRITE FAILED'
                       TO DMC-REJECT-REASON
           END-REWRITE
           IF DMC-SUCCESSFUL
               DISPLAY V-PN 'MANDATE ' DDM-MANDATE-REFERENCE
                   ' CHANGED'
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CANCEL-MANDATE - MARK AN ACTIVE MANDATE CANCELLED AS OF
      *                       THE EFFECTIVE DATE (TODAY IF NONE IS
      *                       GIVEN). COLLECTIONS DATED ON OR BEFORE
      *                       THAT DATE ARE STILL HONOURED.
      ******************************************************************
       4000-CANCEL-MANDATE.
           PERFORM 1200-READ-MANDATE THRU 1200-EXIT
           IF NOT WS-RECORD-FOUND
               MOVE 08 TO DMC-RETURN-CODE
               MOVE 'MANDATE NOT REGISTERED' TO DMC-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF DDM-CANCELLED
               MOVE 08 TO DMC-RETURN-CODE
               MOVE 'MANDATE ALREADY CANCELLED' TO DMC-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           MOVE 'C' TO DDM-STATUS
           IF DMC-EFFECTIVE-DATE = ZERO
               MOVE WS-TODAY TO DDM-CANCELLED-DATE
           ELSE
               MOVE DMC-EFFECTIVE-DATE TO DDM-CANCELLED-DATE
           END-IF
           MOVE WS-TODAY TO DDM-LAST-CHANGED-DATE
           MOVE DMC-OPERATOR-ID TO DDM-LAST-CHANGED-BY
           REWRITE DDMANDT-RECORD
               INVALID KEY
                   MOVE 08 TO DMC-RETURN-CODE
                   MOVE 'REGISTRY REWRITE FAILED'
                       TO DMC-REJECT-REASON
           END-REWRITE
           IF DMC-SUCCESSFUL
               DISPLAY V-PN 'MANDATE ' DDM-MANDATE-REFERENCE
                   ' CANCELLED AS OF ' DDM-CANCELLED-DATE
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 2500-FILL-MANDATE - THE MANDATE TERMS, STAMPED WITH WHO LAST
      *                     CHANGED THEM AND WHEN.
      ******************************************************************
       2500-FILL-MANDATE.
           MOVE DMC-MANDATE-REFERENCE TO DDM-MANDATE-REFERENCE
           MOVE DMC-MAXIMUM-AMOUNT TO DDM-MAXIMUM-AMOUNT
           MOVE DMC-FREQUENCY TO DDM-FREQUENCY
           MOVE WS-TODAY TO DDM-LAST-CHANGED-DATE
           MOVE DMC-OPERATOR-ID TO DDM-LAST-CHANGED-BY.
       2500-EXIT.
           EXIT.
