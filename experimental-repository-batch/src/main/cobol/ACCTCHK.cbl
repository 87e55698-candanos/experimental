      ******************************************************************
      * PROGRAM-ID : ACCTCHK
      * AUTHOR     : D. SILVERMAN
      * INSTALLATION : PAYMENTS SYSTEMS DEVELOPMENT
      * DATE-WRITTEN : 2026-10-15
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION - SHARED ACCOUNT NUMBER
      *                    CHECK-DIGIT ROUTINE, CALLABLE THE SAME WAY
      *                    VALPAY01 IS. AN ACCOUNT NUMBER WAS WHATEVER
      *                    THE BRANCH TYPED, SO A TRANSPOSED DIGIT
      *                    EITHER MISSED (CODE 16) OR, WORSE, LANDED
      *                    ON SOMEBODY ELSE'S ACCOUNT AND POSTED. A
      *                    NUMBER IS NOW A NINE-DIGIT BASE FOLLOWED BY
      *                    A MODULUS 11 CHECK DIGIT - THE BASE DIGITS
      *                    WEIGHTED 10 DOWN TO 2, THE WEIGHTED SUM
      *                    DIVIDED BY 11, AND THE CHECK DIGIT 11 LESS
      *                    THE REMAINDER (ZERO WHEN THE REMAINDER IS
      *                    ZERO). A BASE WHOSE CHECK DIGIT WOULD BE 10
      *                    IS NEVER ISSUED. THIS CATCHES EVERY SINGLE
      *                    WRONG DIGIT AND EVERY TRANSPOSITION OF TWO
      *                    DIGITS. ACCTMNT GENERATES ('G'); VALPAY01,
      *                    PSEXPERI AND EXPCONV VERIFY ('V') BEFORE ANY
      *                    MASTER LOOKUP; EXPACNCV TESTS ('T') THE
      *                    EXISTING MASTER. VERIFICATION ONLY REJECTS
      *                    WHILE ACCT-CHECK-DIGIT=Y IS SET IN THE
      *                    ENVIRONMENT, SO THE NUMBERS ISSUED BEFORE
      *                    CHECK DIGITS KEEP POSTING UNTIL EXPRENUM HAS
      *                    MOVED THEM - THE SAME OPT-IN GATE AS
      *                    CURRATE-REQUIRED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCHK.
       AUTHOR. D. SILVERMAN.
       INSTALLATION. PAYMENTS SYSTEMS DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'ACCTCHK-> '.

       01  WS-CHECK-ENV-VALUE              PIC X(01) VALUE SPACE.

      ******************************************************************
      * WS-NUMBER-WORK - THE NUMBER BEING CHECKED OR BUILT, DIGIT BY
      * DIGIT. POSITIONS 1-9 ARE THE BASE, POSITION 10 THE CHECK DIGIT.
      ******************************************************************
       01  WS-NUMBER-WORK                  PIC X(10) VALUE SPACES.
       01  WS-NUMBER-DIGITS REDEFINES WS-NUMBER-WORK.
           05  WS-NUMBER-DIGIT             PIC 9(01) OCCURS 10 TIMES.
       01  WS-BASE-WORK                    PIC 9(09) VALUE ZERO.

       01  WS-DIGIT-INDEX                  PIC 9(02) COMP VALUE ZERO.
       01  WS-WEIGHTED-SUM                 PIC 9(05) COMP VALUE ZERO.
       01  WS-QUOTIENT                     PIC 9(05) COMP VALUE ZERO.
       01  WS-REMAINDER                    PIC 9(02) COMP VALUE ZERO.
       01  WS-COMPUTED-CHECK               PIC 9(02) VALUE ZERO.

       LINKAGE SECTION.
           COPY ACCKPARM.

      ******************************************************************
      * 0000-MAINLINE - ANSWER THE REQUESTED FUNCTION.
      ******************************************************************
       PROCEDURE DIVISION USING ACCTCHK-PARM.

       0000-MAINLINE.
           MOVE ZERO TO ACK-RETURN-CODE
           EVALUATE TRUE
               WHEN ACK-FUNC-VERIFY
                   MOVE SPACE TO WS-CHECK-ENV-VALUE
                   ACCEPT WS-CHECK-ENV-VALUE FROM ENVIRONMENT
                       'ACCT-CHECK-DIGIT'
                   IF WS-CHECK-ENV-VALUE = 'Y'
                       PERFORM 2000-TEST-NUMBER THRU 2000-EXIT
                   END-IF
               WHEN ACK-FUNC-TEST
                   PERFORM 2000-TEST-NUMBER THRU 2000-EXIT
               WHEN ACK-FUNC-GENERATE
                   PERFORM 3000-GENERATE-NUMBER THRU 3000-EXIT
               WHEN OTHER
                   MOVE 08 TO ACK-RETURN-CODE
                   DISPLAY V-PN 'UNKNOWN FUNCTION ' ACK-FUNCTION
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * 1000-COMPUTE-CHECK-DIGIT - THE MODULUS 11 CHECK DIGIT FOR THE
      *                            BASE IN WS-NUMBER-DIGIT(1) THRU
      *                            (9). A RESULT OF 10 MEANS THE BASE
      *                            CANNOT CARRY A CHECK DIGIT.
      ******************************************************************
       1000-COMPUTE-CHECK-DIGIT.
           MOVE ZERO TO WS-WEIGHTED-SUM
           PERFORM 1050-WEIGH-ONE-DIGIT
               VARYING WS-DIGIT-INDEX FROM 1 BY 1
               UNTIL WS-DIGIT-INDEX > 9
           DIVIDE WS-WEIGHTED-SUM BY 11 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           IF WS-REMAINDER = ZERO
               MOVE ZERO TO WS-COMPUTED-CHECK
           ELSE
               COMPUTE WS-COMPUTED-CHECK = 11 - WS-REMAINDER
           END-IF.
       1000-EXIT.
           EXIT.

       1050-WEIGH-ONE-DIGIT.
           COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM +
               WS-NUMBER-DIGIT(WS-DIGIT-INDEX) * (11 - WS-DIGIT-INDEX).

      ******************************************************************
      * 2000-TEST-NUMBER - TEN DIGITS WHOSE LAST IS THE CHECK DIGIT OF
      *                    THE FIRST NINE, OR 08.
      ******************************************************************
       2000-TEST-NUMBER.
           MOVE ACK-ACCOUNT-NUMBER TO WS-NUMBER-WORK
           IF WS-NUMBER-WORK NOT NUMERIC
               MOVE 08 TO ACK-RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 1000-COMPUTE-CHECK-DIGIT THRU 1000-EXIT
           IF WS-COMPUTED-CHECK = 10 OR
                   WS-COMPUTED-CHECK NOT = WS-NUMBER-DIGIT(10)
               MOVE 08 TO ACK-RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-GENERATE-NUMBER - THE FULL TEN-DIGIT NUMBER FOR
      *                        ACK-BASE-NUMBER, OR 08 WHEN THE BASE
      *                        CANNOT CARRY A CHECK DIGIT.
      ******************************************************************
       3000-GENERATE-NUMBER.
           MOVE SPACES TO ACK-ACCOUNT-NUMBER
           MOVE ZERO TO ACK-CHECK-DIGIT
           IF ACK-BASE-NUMBER NOT NUMERIC
               MOVE 08 TO ACK-RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE ACK-BASE-NUMBER TO WS-BASE-WORK
           MOVE WS-BASE-WORK TO WS-NUMBER-WORK(1:9)
           MOVE ZERO TO WS-NUMBER-DIGIT(10)
           PERFORM 1000-COMPUTE-CHECK-DIGIT THRU 1000-EXIT
           IF WS-COMPUTED-CHECK = 10
               MOVE 08 TO ACK-RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-COMPUTED-CHECK TO WS-NUMBER-DIGIT(10)
           MOVE WS-COMPUTED-CHECK TO ACK-CHECK-DIGIT
           MOVE WS-NUMBER-WORK TO ACK-ACCOUNT-NUMBER.
       3000-EXIT.
           EXIT.
