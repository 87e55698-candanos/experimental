      *                    ITS OWN. UNTIL NOW A PAYROLL FILE WAS KEYED
      *                    AS UNRELATED PAYMENTS AND NOTHING PROVED
      *                    THE LEGS BALANCED THE FUNDING DEBIT.
      * 2026-10-15  DS    DIRECT-DEBIT MANDATE CHECK - THE PARTNER
      *                    LAYOUT NOW CARRIES THE CREDITOR ID AND
      *                    MANDATE REFERENCE OF A COLLECTION, AND EVERY
      *                    PARTNER DEBIT ('D') IS CHECKED AGAINST THE
      *                    DDMANDT REGISTRY BEFORE IT IS WRITTEN TO
      *                    EXPTRAN. NO USABLE MANDATE FOR THE ACCOUNT
      *                    AND CREDITOR, AN AMOUNT OVER THE MANDATE'S
      *                    MAXIMUM, OR A COLLECTION DATED AFTER THE
      *                    MANDATE WAS CANCELLED GOES TO RJSUSP WITH
      *                    RETURN CODE 76 INSTEAD. A COLLECTION LET
      *                    THROUGH IS COUNTED ON THE MANDATE, AND EVERY
      *                    CHECK IS LOGGED TO DDMEVNT FOR EXPDDMRP.
      *                    UNTIL NOW AN UNAUTHORIZED COLLECTION ONLY
      *                    SURFACED AS A PSEXDSP DISPUTE WEEKS LATER.
      *                    AN UNAVAILABLE REGISTRY REFUSES EVERY
      *                    COLLECTION RATHER THAN LETTING THEM ALL BY.
      * 2026-10-15  DS    EVERY PARTNER RECORD READ IS NOW REGISTERED
      *                    ON PARTREG - ITS OWN IMAGE, THE TRACE ID IT
      *                    WAS GIVEN, AND WHETHER IT WAS CONVERTED OR
      *                    REFUSED HERE (AND WHY) - SO EXPPRESP CAN
      *                    ANSWER THE PARTNER RECORD FOR RECORD AT THE
      *                    END OF THE NIGHT. A BULK SET'S MEMBERS ARE
      *                    REGISTERED WHEN THE SET IS RELEASED OR
      *                    REJECTED. THE PARTNER LAYOUT MOVED TO THE
      *                    PARTTRAN COPYBOOK, WHICH EXPPRESP SHARES.
      * 2026-10-15  DS    A CONVERTED PARTNER RECORD CARRYING A PAYER
      *                    REFERENCE OR REMITTANCE TEXT (THE NEW END OF
      *                    THE PARTTRAN LAYOUT) HAS THEM RECORDED ON THE
      *                    REMITINF COMPANION FILE UNDER THE TRACE ID IT
      *                    POSTS WITH - A BULK SET'S MEMBERS WHEN THE
      *                    SET IS RELEASED. PARTNER IMAGES WIDENED TO
      *                    THE 133-BYTE RECORD.
      * 2026-10-15  DS    A PARTNER ACCOUNT NUMBER IS NOW CHECKED
      *                    THROUGH ACCTCHK AS IT IS MAPPED. ONE THAT
      *                    FAILS ITS CHECK DIGIT IS REFUSED WITH RETURN
      *                    CODE 84 - QUEUED TO RJSUSP AND REGISTERED ON
      *                    PARTREG - BEFORE IT CAN REACH A MASTER
      *                    LOOKUP; IN A BULK SET IT REJECTS THE SET.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCONV.
           SELECT RJSUSP-FILE ASSIGN TO 'RJSUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RJSUSP-STATUS.
           SELECT DDMANDT-FILE ASSIGN TO 'DDMANDT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DDM-KEY
               FILE STATUS IS WS-DDMANDT-STATUS.
           SELECT DDMEVNT-FILE ASSIGN TO 'DDMEVNT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDMEVNT-STATUS.
           SELECT PARTREG-FILE ASSIGN TO 'PARTREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTREG-STATUS.
           SELECT REMITINF-FILE ASSIGN TO 'REMITINF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMI-TRACE-ID
               FILE STATUS IS WS-REMITINF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTTRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE PARTNER'S OWN TRANSACTION LAYOUT (SEE PARTTRAN).
           COPY PARTTRAN.

       FD  EXPTRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY RJSUSP.

       FD  DDMANDT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DDMANDT.

       FD  DDMEVNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY DDMEVNT.

       FD  PARTREG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY PARTREG.

       FD  REMITINF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REMITINF.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'EXPCONV->'.
       01  WS-ACCTCHK-NAME                 PIC X(08) VALUE 'ACCTCHK'.
           COPY ACCKPARM.

       01  WS-FILE-STATUSES.
           05  WS-PARTTRAN-STATUS          PIC X(02) VALUE '00'.
               88  WS-EXPTRAN-OK               VALUE '00'.
           05  WS-RJSUSP-STATUS            PIC X(02) VALUE '00'.
               88  WS-RJSUSP-OK                VALUE '00'.
           05  WS-DDMANDT-STATUS           PIC X(02) VALUE '00'.
               88  WS-DDMANDT-OK               VALUE '00'.
           05  WS-DDMEVNT-STATUS           PIC X(02) VALUE '00'.
               88  WS-DDMEVNT-OK               VALUE '00'.
           05  WS-PARTREG-STATUS           PIC X(02) VALUE '00'.
               88  WS-PARTREG-OK               VALUE '00'.
           05  WS-REMITINF-STATUS          PIC X(02) VALUE '00'.
               88  WS-REMITINF-OK              VALUE '00'.
               88  WS-REMITINF-NOT-FOUND       VALUE '35'.

       01  WS-SWITCHES.
           05  WS-PARTTRAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-RJSUSP-IS-OPEN           VALUE 'Y'.
           05  WS-PARTNER-OVERFLOW-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-PARTNER-OVERFLOW-DETECTED VALUE 'Y'.
           05  WS-DDMANDT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-DDMANDT-IS-OPEN          VALUE 'Y'.
           05  WS-DDMEVNT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-DDMEVNT-IS-OPEN          VALUE 'Y'.
           05  WS-PARTREG-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PARTREG-IS-OPEN          VALUE 'Y'.
           05  WS-REMITINF-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-REMITINF-IS-OPEN         VALUE 'Y'.
           05  WS-CHECK-DIGIT-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-CHECK-DIGIT-FAILED       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED         PIC 9(07) COMP VALUE ZERO.
           05  WS-BULK-SETS-WRITTEN        PIC 9(05) COMP VALUE ZERO.
           05  WS-BULK-SETS-REJECTED       PIC 9(05) COMP VALUE ZERO.
           05  WS-MANDATE-CHECKS           PIC 9(07) COMP VALUE ZERO.
           05  WS-MANDATE-REJECTS          PIC 9(07) COMP VALUE ZERO.
           05  WS-REMITTANCES-RECORDED     PIC 9(07) COMP VALUE ZERO.
           05  WS-CHECK-DIGIT-REJECTS      PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * WS-BULK-CONTROL - THE BULK SET CURRENTLY BEING COLLECTED: THE
           05  WS-BULK-LEG-TOTAL           PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-BULK-FUNDING-RECORD      PIC X(128) VALUE SPACES.
           05  WS-BULK-FUNDING-IMAGE       PIC X(133) VALUE SPACES.
           05  WS-BULK-LEG-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-BULK-LEG-INDEX           PIC 9(03) COMP VALUE ZERO.
           05  WS-BULK-SEQUENCE            PIC 9(03) VALUE ZERO.
           05  WS-BULK-REASON              PIC X(40) VALUE SPACES.
           05  WS-BULK-LEG-ENTRY           OCCURS 200 TIMES.
               10  WS-BULK-LEG-RECORD      PIC X(128).
               10  WS-BULK-LEG-IMAGE       PIC X(133).

      *    SET BY 1500-MAP-PARTNER-RECORD WHEN A PARTNER FIELD IS WIDER
      *    THAN THE SUBPRM01 FIELD IT MAPS TO - SAME WIDTH AS
      *    RJS-REJECT-REASON SO IT CAN BE MOVED STRAIGHT ACROSS.
       01  WS-OVERFLOW-REASON              PIC X(40) VALUE SPACES.

      *    THE PARTREG ENTRY ABOUT TO BE WRITTEN FOR ONE PARTNER
      *    RECORD. A REFUSAL WITH NO ERRCODES CODE OF ITS OWN (A FIELD
      *    THAT DOES NOT FIT, A BULK SET THAT DOES NOT BALANCE) IS
      *    ANSWERED AS CODE 20 WITH THE SPECIFIC REASON. THE IMAGE'S
      *    REMITTANCE FIELDS ARE NAMED FOR 1750-RECORD-REMITTANCE.
       01  WS-REGISTER-ENTRY.
           05  WS-REGISTER-IMAGE           VALUE SPACES.
               10  FILLER                  PIC X(82).
               10  WS-REGISTER-PAYER-REF   PIC X(16).
               10  WS-REGISTER-REMIT-TEXT  PIC X(35).
           05  WS-REGISTER-OUTCOME         PIC X(01) VALUE SPACE.
           05  WS-REGISTER-RETURN-CODE     PIC 9(02) VALUE ZERO.
           05  WS-REGISTER-REASON          PIC X(40) VALUE SPACES.

      *    THE PARTNER DATE ARRIVES MMDDYYYY - REORDERED HERE INTO
      *    YYYYMMDD BEFORE IT GOES INTO SP1-TRANSACTION-DATE.
       01  WS-PARTNER-DATE-EDIT.
           05  WS-PARTNER-DATE-YYYY        PIC 9(04).
       01  WS-PARTNER-DATE-REORDERED       PIC 9(08).

      ******************************************************************
      * WS-MANDATE-CHECK - THE OUTCOME OF CHECKING ONE PARTNER DEBIT
      * AGAINST DDMANDT. WS-MANDATE-CAUSE TAKES THE DDE-REJECT-CAUSE
      * VALUES (SEE DDMEVNT) AND IS SPACE WHEN THE DEBIT MAY POST.
      ******************************************************************
       01  WS-MANDATE-CHECK.
           05  WS-MANDATE-CAUSE            PIC X(01) VALUE SPACE.
               88  WS-MANDATE-ACCEPTED         VALUE SPACE.
               88  WS-MANDATE-NONE             VALUE 'N'.
               88  WS-MANDATE-OVER-MAXIMUM     VALUE 'O'.
               88  WS-MANDATE-AFTER-CANCEL     VALUE 'C'.
           05  WS-MANDATE-AMOUNT           PIC 9(11)V99 VALUE ZERO.
           05  WS-MANDATE-CAUSE-TEXT       PIC X(12) VALUE SPACES.

      ******************************************************************
      * WS-CONTROL-TOTALS - THE HEADER/TRAILER CONVENTION ON EXPTRAN
      * (SEE INTFCTL) - HASH TOTAL IS THE SUM OF ABSOLUTE AMOUNTS.

           COPY INTFCTL.

      ******************************************************************
      * WS-ERROR-LOOKUP - TRANSLATE SP1-RETURN-CODE INTO OPERATOR-
      * FACING TEXT VIA THE SHARED ERRCODES TABLE.
      ******************************************************************
           COPY ERRCODES.
       01  WS-ERROR-INDEX                  PIC 9(02) COMP VALUE ZERO.
       01  WS-ERROR-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-ERROR-TEXT-FOUND             VALUE 'Y'.
       01  WS-ERROR-TEXT                   PIC X(28) VALUE SPACES.
       01  WS-RETURN-CODE-EDIT             PIC X(02) VALUE SPACES.

           COPY SUBPRM01.

      ******************************************************************
                       DISPLAY V-PN 'UNABLE TO OPEN RJSUSP - STATUS '
                           WS-RJSUSP-STATUS
                   END-IF
                   PERFORM 1050-OPEN-MANDATE-FILES THRU 1050-EXIT
                   PERFORM 1060-OPEN-PARTNER-REGISTER THRU 1060-EXIT
                   PERFORM 1070-OPEN-REMITTANCE-FILE THRU 1070-EXIT
                   PERFORM 1100-WRITE-FILE-HEADER THRU 1100-EXIT
                   PERFORM 2900-READ-NEXT THRU 2900-EXIT
               END-IF
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-OPEN-MANDATE-FILES - THE MANDATE REGISTRY FOR UPDATE (THE
      *                           USAGE COUNTS) AND THE MANDATE CHECK
      *                           LOG, APPENDED TO ACROSS THE DAY'S
      *                           RUNS.
      ******************************************************************
       1050-OPEN-MANDATE-FILES.
           OPEN I-O DDMANDT-FILE
           IF WS-DDMANDT-OK
               MOVE 'Y' TO WS-DDMANDT-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN DDMANDT - STATUS '
                   WS-DDMANDT-STATUS
                   ' - PARTNER COLLECTION DEBITS WILL BE REFUSED'
           END-IF
           OPEN EXTEND DDMEVNT-FILE
           IF NOT WS-DDMEVNT-OK
               OPEN OUTPUT DDMEVNT-FILE
           END-IF
           IF WS-DDMEVNT-OK
               MOVE 'Y' TO WS-DDMEVNT-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN DDMEVNT - STATUS '
                   WS-DDMEVNT-STATUS
           END-IF.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1060-OPEN-PARTNER-REGISTER - APPENDED TO ACROSS THE DAY'S RUNS
      *                              AND READ BY EXPPRESP AT THE END
      *                              OF THE NIGHT.
      ******************************************************************
       1060-OPEN-PARTNER-REGISTER.
           OPEN EXTEND PARTREG-FILE
           IF NOT WS-PARTREG-OK
               OPEN OUTPUT PARTREG-FILE
           END-IF
           IF WS-PARTREG-OK
               MOVE 'Y' TO WS-PARTREG-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN PARTREG - STATUS '
                   WS-PARTREG-STATUS
                   ' - PARTNER RESPONSE WILL BE INCOMPLETE'
           END-IF.
       1060-EXIT.
           EXIT.

      ******************************************************************
      * 1070-OPEN-REMITTANCE-FILE - THE REMITINF COMPANION FILE FOR
      *                             UPDATE, CREATED THE FIRST TIME.
      *                             WITHOUT IT THE PAYMENTS STILL
      *                             CONVERT, LESS THEIR REMITTANCE.
      ******************************************************************
       1070-OPEN-REMITTANCE-FILE.
           OPEN I-O REMITINF-FILE
           IF WS-REMITINF-NOT-FOUND
               OPEN OUTPUT REMITINF-FILE
               IF WS-REMITINF-OK
                   CLOSE REMITINF-FILE
                   OPEN I-O REMITINF-FILE
               END-IF
           END-IF
           IF WS-REMITINF-OK
               MOVE 'Y' TO WS-REMITINF-OPEN-SWITCH
           ELSE
               DISPLAY V-PN 'UNABLE TO OPEN REMITINF - STATUS '
                   WS-REMITINF-STATUS
                   ' - REMITTANCE INFORMATION NOT RECORDED'
           END-IF.
       1070-EXIT.
           EXIT.

      ******************************************************************
      * 1100-WRITE-FILE-HEADER - THE STANDARD INTERFACE HEADER IS THE
      *                          FIRST RECORD ON EXPTRAN.
      *                       CLOSES AN OPEN SET AND THEN MAPS AND
      *                       WRITES AS BEFORE - UNLESS THE PARTNER'S
      *                       ACCOUNT NUMBER OR TRACE REFERENCE DOES
      *                       NOT FIT SUBPRM01, OR IT IS A COLLECTION
      *                       DEBIT WITHOUT A VALID MANDATE, IN WHICH
      *                       CASE IT IS QUEUED TO RJSUSP INSTEAD.
      ******************************************************************
       2000-CONVERT-RECORD.
           ADD 1 TO WS-RECORDS-READ
           PERFORM 1500-MAP-PARTNER-RECORD THRU 1500-EXIT
           IF WS-PARTNER-OVERFLOW-DETECTED
               PERFORM 1590-REJECT-OVERFLOW-RECORD THRU 1590-EXIT
               GO TO 2020-EXIT
           END-IF
           IF WS-CHECK-DIGIT-FAILED
               PERFORM 1595-REJECT-CHECK-DIGIT-RECORD THRU 1595-EXIT
               GO TO 2020-EXIT
           END-IF
           MOVE SPACE TO WS-MANDATE-CAUSE
           IF PRT-TYPE-DEBIT
               PERFORM 1600-CHECK-MANDATE THRU 1600-EXIT
           END-IF
           IF NOT WS-MANDATE-ACCEPTED
               PERFORM 1690-REJECT-MANDATE-RECORD THRU 1690-EXIT
           ELSE
               MOVE SUBPRM01 TO EXPTRAN-RECORD
               WRITE EXPTRAN-RECORD
               ADD 1 TO WS-RECORDS-CONVERTED
               MOVE SP1-AMOUNT TO WS-ABS-AMOUNT
               ADD WS-ABS-AMOUNT TO WS-HASH-TOTAL
               MOVE PARTTRAN-RECORD TO WS-REGISTER-IMAGE
               MOVE 'C' TO WS-REGISTER-OUTCOME
               MOVE ZERO TO WS-REGISTER-RETURN-CODE
               MOVE SPACES TO WS-REGISTER-REASON
               PERFORM 1700-REGISTER-PARTNER-RECORD THRU 1700-EXIT
               PERFORM 1750-RECORD-REMITTANCE THRU 1750-EXIT
           END-IF.
       2020-EXIT.
           EXIT.
               MOVE 'Y' TO WS-BULK-BAD-SWITCH
               MOVE WS-OVERFLOW-REASON TO WS-BULK-REASON
           END-IF
           IF WS-CHECK-DIGIT-FAILED
               PERFORM 1597-FLAG-BULK-CHECK-DIGIT THRU 1597-EXIT
           END-IF
           IF WS-BULK-REFERENCE = SPACES
               MOVE 'Y' TO WS-BULK-BAD-SWITCH
               MOVE 'BULK FUNDING HAS NO BATCH REFERENCE'
                   TO WS-BULK-REASON
           END-IF
           MOVE SUBPRM01 TO WS-BULK-FUNDING-RECORD
           MOVE PARTTRAN-RECORD TO WS-BULK-FUNDING-IMAGE.
       3000-EXIT.
           EXIT.

               MOVE 'BULK LEG WITHOUT FUNDING RECORD'
                   TO WS-BULK-REASON
               PERFORM 3750-QUEUE-BULK-RECORD THRU 3750-EXIT
               MOVE PARTTRAN-RECORD TO WS-REGISTER-IMAGE
               PERFORM 3760-REGISTER-REFUSED-MEMBER THRU 3760-EXIT
               GO TO 3100-EXIT
           END-IF
           PERFORM 1500-MAP-PARTNER-RECORD THRU 1500-EXIT
               MOVE 'Y' TO WS-BULK-BAD-SWITCH
               MOVE WS-OVERFLOW-REASON TO WS-BULK-REASON
           END-IF
           IF WS-CHECK-DIGIT-FAILED
               PERFORM 1597-FLAG-BULK-CHECK-DIGIT THRU 1597-EXIT
           END-IF
           ADD SP1-AMOUNT TO WS-BULK-LEG-TOTAL
           COMPUTE SP1-AMOUNT = ZERO - SP1-AMOUNT
           MOVE 'A' TO SP1-TRANSACTION-TYPE
               ADD 1 TO WS-BULK-LEG-COUNT
               MOVE SUBPRM01
                   TO WS-BULK-LEG-RECORD(WS-BULK-LEG-COUNT)
               MOVE PARTTRAN-RECORD
                   TO WS-BULK-LEG-IMAGE(WS-BULK-LEG-COUNT)
           ELSE
               MOVE 'Y' TO WS-BULK-BAD-SWITCH
               MOVE 'BULK SET EXCEEDS 200 LEGS' TO WS-BULK-REASON
      *        A LEG PAST THE END OF THE TABLE IS NOT HELD WITH THE
      *        SET, SO IT IS ANSWERED AS REFUSED HERE AND NOW.
               MOVE PARTTRAN-RECORD TO WS-REGISTER-IMAGE
               PERFORM 3760-REGISTER-REFUSED-MEMBER THRU 3760-EXIT
           END-IF.
       3100-EXIT.
           EXIT.
           ADD 1 TO WS-RECORDS-CONVERTED
           MOVE SP1-AMOUNT TO WS-ABS-AMOUNT
           ADD WS-ABS-AMOUNT TO WS-HASH-TOTAL
           MOVE WS-BULK-FUNDING-IMAGE TO WS-REGISTER-IMAGE
           PERFORM 3660-REGISTER-RELEASED-MEMBER THRU 3660-EXIT
           PERFORM 3650-RELEASE-ONE-LEG THRU 3650-EXIT
               VARYING WS-BULK-LEG-INDEX FROM 1 BY 1
               UNTIL WS-BULK-LEG-INDEX > WS-BULK-LEG-COUNT
           WRITE EXPTRAN-RECORD
           ADD 1 TO WS-RECORDS-CONVERTED
           MOVE SP1-AMOUNT TO WS-ABS-AMOUNT
           ADD WS-ABS-AMOUNT TO WS-HASH-TOTAL
           MOVE WS-BULK-LEG-IMAGE(WS-BULK-LEG-INDEX)
               TO WS-REGISTER-IMAGE
           PERFORM 3660-REGISTER-RELEASED-MEMBER THRU 3660-EXIT.
       3650-EXIT.
           EXIT.

       3660-REGISTER-RELEASED-MEMBER.
           MOVE 'C' TO WS-REGISTER-OUTCOME
           MOVE ZERO TO WS-REGISTER-RETURN-CODE
           MOVE SPACES TO WS-REGISTER-REASON
           PERFORM 1700-REGISTER-PARTNER-RECORD THRU 1700-EXIT
           PERFORM 1750-RECORD-REMITTANCE THRU 1750-EXIT.
       3660-EXIT.
           EXIT.

       3700-REJECT-BULK-SET.
           ADD 1 TO WS-BULK-SETS-REJECTED
           DISPLAY V-PN 'BULK SET ' WS-BULK-REFERENCE ' REJECTED - '
           MOVE WS-BULK-FUNDING-RECORD TO SUBPRM01
           ADD 1 TO WS-RECORDS-REJECTED
           PERFORM 3750-QUEUE-BULK-RECORD THRU 3750-EXIT
           MOVE WS-BULK-FUNDING-IMAGE TO WS-REGISTER-IMAGE
           PERFORM 3760-REGISTER-REFUSED-MEMBER THRU 3760-EXIT
           PERFORM 3720-REJECT-ONE-LEG THRU 3720-EXIT
               VARYING WS-BULK-LEG-INDEX FROM 1 BY 1
               UNTIL WS-BULK-LEG-INDEX > WS-BULK-LEG-COUNT.
       3720-REJECT-ONE-LEG.
           MOVE WS-BULK-LEG-RECORD(WS-BULK-LEG-INDEX) TO SUBPRM01
           ADD 1 TO WS-RECORDS-REJECTED
           PERFORM 3750-QUEUE-BULK-RECORD THRU 3750-EXIT
           MOVE WS-BULK-LEG-IMAGE(WS-BULK-LEG-INDEX)
               TO WS-REGISTER-IMAGE
           PERFORM 3760-REGISTER-REFUSED-MEMBER THRU 3760-EXIT.
       3720-EXIT.
           EXIT.

       3750-EXIT.
           EXIT.

       3760-REGISTER-REFUSED-MEMBER.
           MOVE 'R' TO WS-REGISTER-OUTCOME
           MOVE 20 TO WS-REGISTER-RETURN-CODE
           MOVE WS-BULK-REASON TO WS-REGISTER-REASON
           PERFORM 1700-REGISTER-PARTNER-RECORD THRU 1700-EXIT.
       3760-EXIT.
           EXIT.

      ******************************************************************
      * 3800-BUILD-BULK-TRACE - EVERY MEMBER OF A SET CARRIES 'K' +
      *                         THE BATCH REFERENCE + ITS LEG SEQUENCE
           MOVE ZERO TO SP1-EFFECTIVE-DATE
           MOVE ZERO TO SP1-RETURN-CODE
           MOVE 'N' TO SP1-TEST-MODE
           MOVE SPACES TO SP1-REGION-CODE
           PERFORM 1560-VERIFY-CHECK-DIGIT THRU 1560-EXIT.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 1560-VERIFY-CHECK-DIGIT - THE MAPPED ACCOUNT NUMBER'S CHECK
      *                           DIGIT, THROUGH ACCTCHK, BEFORE THE
      *                           RECORD GOES ANYWHERE NEAR A MASTER
      *                           LOOKUP. A NUMBER THAT ALREADY FAILED
      *                           ON WIDTH IS LEFT TO THAT REJECTION.
      ******************************************************************
       1560-VERIFY-CHECK-DIGIT.
           MOVE 'N' TO WS-CHECK-DIGIT-SWITCH
           IF WS-PARTNER-OVERFLOW-DETECTED
               GO TO 1560-EXIT
           END-IF
           MOVE 'V' TO ACK-FUNCTION
           MOVE SP1-ACCOUNT-NUMBER TO ACK-ACCOUNT-NUMBER
           CALL WS-ACCTCHK-NAME USING ACCTCHK-PARM
           CANCEL WS-ACCTCHK-NAME
           IF ACK-INVALID
               MOVE 'Y' TO WS-CHECK-DIGIT-SWITCH
           END-IF.
       1560-EXIT.
           EXIT.

      ******************************************************************
      * 1550-REORDER-PARTNER-DATE - PRT-TRANSACTION-DATE ARRIVES
      *                             MMDDYYYY - SP1-TRANSACTION-DATE
               ACCEPT RJS-REJECT-TIME FROM TIME
               MOVE 'P' TO RJS-STATUS
               WRITE RJSUSP-RECORD
           END-IF
           MOVE PARTTRAN-RECORD TO WS-REGISTER-IMAGE
           MOVE 'R' TO WS-REGISTER-OUTCOME
           MOVE 20 TO WS-REGISTER-RETURN-CODE
           MOVE WS-OVERFLOW-REASON TO WS-REGISTER-REASON
           PERFORM 1700-REGISTER-PARTNER-RECORD THRU 1700-EXIT.
       1590-EXIT.
           EXIT.

      ******************************************************************
      * 1595-REJECT-CHECK-DIGIT-RECORD - THE PARTNER'S ACCOUNT NUMBER
      *                                  FAILS ITS CHECK DIGIT - A
      *                                  MISKEYED NUMBER THAT MIGHT
      *                                  OTHERWISE LAND ON SOMEBODY
      *                                  ELSE'S ACCOUNT. QUEUED TO
      *                                  RJSUSP WITH RETURN CODE 84.
      ******************************************************************
       1595-REJECT-CHECK-DIGIT-RECORD.
           ADD 1 TO WS-RECORDS-REJECTED
           ADD 1 TO WS-CHECK-DIGIT-REJECTS
           MOVE 84 TO SP1-RETURN-CODE
           PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
           DISPLAY V-PN 'WARNING - PARTNER RECORD REFUSED - '
               WS-ERROR-TEXT ' - ACCOUNT ' SP1-ACCOUNT-NUMBER
           IF WS-RJSUSP-IS-OPEN
               MOVE SUBPRM01 TO RJS-PAYMENT-DATA
               MOVE 'EXPCONV' TO RJS-SOURCE-PROGRAM
               MOVE WS-ERROR-TEXT TO RJS-REJECT-REASON
               ACCEPT RJS-REJECT-DATE FROM DATE YYYYMMDD
               ACCEPT RJS-REJECT-TIME FROM TIME
               MOVE 'P' TO RJS-STATUS
               WRITE RJSUSP-RECORD
           END-IF
           MOVE PARTTRAN-RECORD TO WS-REGISTER-IMAGE
           MOVE 'R' TO WS-REGISTER-OUTCOME
           MOVE 84 TO WS-REGISTER-RETURN-CODE
           MOVE WS-ERROR-TEXT TO WS-REGISTER-REASON
           PERFORM 1700-REGISTER-PARTNER-RECORD THRU 1700-EXIT.
       1595-EXIT.
           EXIT.

      ******************************************************************
      * 1597-FLAG-BULK-CHECK-DIGIT - A BULK SET WITH ANY MEMBER WHOSE
      *                              ACCOUNT FAILS ITS CHECK DIGIT IS
      *                              REJECTED WHOLE, LIKE ANY OTHER BAD
      *                              MEMBER.
      ******************************************************************
       1597-FLAG-BULK-CHECK-DIGIT.
           ADD 1 TO WS-CHECK-DIGIT-REJECTS
           MOVE 84 TO SP1-RETURN-CODE
           PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
           MOVE ZERO TO SP1-RETURN-CODE
           MOVE 'Y' TO WS-BULK-BAD-SWITCH
           MOVE WS-ERROR-TEXT TO WS-BULK-REASON.
       1597-EXIT.
           EXIT.

      ******************************************************************
      * 1600-CHECK-MANDATE - A PARTNER DEBIT IS A COLLECTION FROM OUR
      *                      CUSTOMER AND MAY ONLY POST UNDER A MANDATE
      *                      THE CUSTOMER GAVE THAT CREDITOR. LOOK IT
      *                      UP, LOG THE OUTCOME, AND COUNT A
      *                      COLLECTION THAT IS LET THROUGH AGAINST THE
      *                      MANDATE.
      ******************************************************************
       1600-CHECK-MANDATE.
           ADD 1 TO WS-MANDATE-CHECKS
           MOVE SP1-AMOUNT TO WS-MANDATE-AMOUNT
           PERFORM 1610-FIND-MANDATE THRU 1610-EXIT
           PERFORM 1650-LOG-MANDATE-CHECK THRU 1650-EXIT
           IF WS-MANDATE-ACCEPTED
               PERFORM 1620-COUNT-COLLECTION THRU 1620-EXIT
           END-IF.
       1600-EXIT.
           EXIT.

      ******************************************************************
      * 1610-FIND-MANDATE - THE MANDATE FOR THIS ACCOUNT AND CREDITOR
      *                     MUST EXIST, MATCH THE REFERENCE THE PARTNER
      *                     QUOTES (WHEN THEY QUOTE ONE), BE SIGNED BY
      *                     THE COLLECTION DATE, NOT BE CANCELLED
      *                     BEFORE IT, AND COVER THE AMOUNT.
      ******************************************************************
       1610-FIND-MANDATE.
           IF NOT WS-DDMANDT-IS-OPEN OR PRT-CREDITOR-ID = SPACES
               MOVE 'N' TO WS-MANDATE-CAUSE
               GO TO 1610-EXIT
           END-IF
           MOVE SP1-ACCOUNT-NUMBER TO DDM-DEBTOR-ACCOUNT
           MOVE PRT-CREDITOR-ID TO DDM-CREDITOR-ID
           READ DDMANDT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MANDATE-CAUSE
           END-READ
           IF NOT WS-MANDATE-ACCEPTED
               GO TO 1610-EXIT
           END-IF
           IF PRT-MANDATE-REFERENCE NOT = SPACES AND
                   PRT-MANDATE-REFERENCE NOT = DDM-MANDATE-REFERENCE
               MOVE 'N' TO WS-MANDATE-CAUSE
               GO TO 1610-EXIT
           END-IF
           IF SP1-TRANSACTION-DATE < DDM-SIGNED-DATE
               MOVE 'N' TO WS-MANDATE-CAUSE
               GO TO 1610-EXIT
           END-IF
           IF DDM-CANCELLED AND
                   SP1-TRANSACTION-DATE > DDM-CANCELLED-DATE
               MOVE 'C' TO WS-MANDATE-CAUSE
               GO TO 1610-EXIT
           END-IF
           IF WS-MANDATE-AMOUNT > DDM-MAXIMUM-AMOUNT
               MOVE 'O' TO WS-MANDATE-CAUSE
           END-IF.
       1610-EXIT.
           EXIT.

      ******************************************************************
      * 1620-COUNT-COLLECTION - KEEP THE MANDATE'S USAGE FOR EXPDDMRP.
      ******************************************************************
       1620-COUNT-COLLECTION.
           ADD 1 TO DDM-COLLECTION-COUNT
           ADD WS-MANDATE-AMOUNT TO DDM-COLLECTED-AMOUNT
           MOVE SP1-TRANSACTION-DATE TO DDM-LAST-COLLECTED-DATE
           REWRITE DDMANDT-RECORD
               INVALID KEY
                   DISPLAY V-PN 'WARNING - MANDATE USAGE NOT UPDATED '
                       'FOR ' DDM-DEBTOR-ACCOUNT ' CREDITOR '
                       DDM-CREDITOR-ID ' - STATUS ' WS-DDMANDT-STATUS
           END-REWRITE.
       1620-EXIT.
           EXIT.

      ******************************************************************
      * 1650-LOG-MANDATE-CHECK - ONE DDMEVNT RECORD PER CHECK, LET
      *                          THROUGH OR REFUSED.
      ******************************************************************
       1650-LOG-MANDATE-CHECK.
           IF NOT WS-DDMEVNT-IS-OPEN
               GO TO 1650-EXIT
           END-IF
           MOVE SPACES TO DDMEVNT-RECORD
           MOVE WS-RUN-DATE TO DDE-RUN-DATE
           MOVE PRT-CREDITOR-ID TO DDE-CREDITOR-ID
           MOVE SP1-ACCOUNT-NUMBER TO DDE-DEBTOR-ACCOUNT
           MOVE PRT-MANDATE-REFERENCE TO DDE-MANDATE-REFERENCE
           MOVE SP1-TRACE-ID TO DDE-TRACE-ID
           MOVE WS-MANDATE-AMOUNT TO DDE-AMOUNT
           MOVE SP1-TRANSACTION-DATE TO DDE-COLLECTION-DATE
           IF WS-MANDATE-ACCEPTED
               MOVE 'A' TO DDE-OUTCOME
           ELSE
               MOVE 'R' TO DDE-OUTCOME
               MOVE WS-MANDATE-CAUSE TO DDE-REJECT-CAUSE
           END-IF
           WRITE DDMEVNT-RECORD.
       1650-EXIT.
           EXIT.

      ******************************************************************
      * 1690-REJECT-MANDATE-RECORD - A COLLECTION WITH NO VALID MANDATE
      *                              IS QUEUED TO RJSUSP WITH RETURN
      *                              CODE 76 INSTEAD OF POSTING.
      ******************************************************************
       1690-REJECT-MANDATE-RECORD.
           ADD 1 TO WS-RECORDS-REJECTED
           ADD 1 TO WS-MANDATE-REJECTS
           MOVE 76 TO SP1-RETURN-CODE
           PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
           EVALUATE TRUE
               WHEN WS-MANDATE-OVER-MAXIMUM
                   MOVE 'OVER MAXIMUM' TO WS-MANDATE-CAUSE-TEXT
               WHEN WS-MANDATE-AFTER-CANCEL
                   MOVE 'CANCELLED' TO WS-MANDATE-CAUSE-TEXT
               WHEN OTHER
                   MOVE 'NONE ON FILE' TO WS-MANDATE-CAUSE-TEXT
           END-EVALUATE
           DISPLAY V-PN 'WARNING - COLLECTION REFUSED - '
               WS-ERROR-TEXT ' - ' WS-MANDATE-CAUSE-TEXT
               ' - ACCOUNT ' SP1-ACCOUNT-NUMBER ' CREDITOR '
               PRT-CREDITOR-ID
           MOVE SPACES TO WS-REGISTER-REASON
           STRING WS-ERROR-TEXT DELIMITED BY '  '
                   ' - ' DELIMITED BY SIZE
                   WS-MANDATE-CAUSE-TEXT DELIMITED BY SIZE
               INTO WS-REGISTER-REASON
           END-STRING
           IF WS-RJSUSP-IS-OPEN
               MOVE SUBPRM01 TO RJS-PAYMENT-DATA
               MOVE 'EXPCONV' TO RJS-SOURCE-PROGRAM
               MOVE WS-REGISTER-REASON TO RJS-REJECT-REASON
               ACCEPT RJS-REJECT-DATE FROM DATE YYYYMMDD
               ACCEPT RJS-REJECT-TIME FROM TIME
               MOVE 'P' TO RJS-STATUS
               WRITE RJSUSP-RECORD
           END-IF
           MOVE PARTTRAN-RECORD TO WS-REGISTER-IMAGE
           MOVE 'R' TO WS-REGISTER-OUTCOME
           MOVE 76 TO WS-REGISTER-RETURN-CODE
           PERFORM 1700-REGISTER-PARTNER-RECORD THRU 1700-EXIT.
       1690-EXIT.
           EXIT.

      ******************************************************************
      * 1700-REGISTER-PARTNER-RECORD - ONE PARTREG ENTRY FROM
      *                                WS-REGISTER-ENTRY, UNDER THE
      *                                TRACE ID NOW IN SUBPRM01.
      ******************************************************************
       1700-REGISTER-PARTNER-RECORD.
           IF NOT WS-PARTREG-IS-OPEN
               GO TO 1700-EXIT
           END-IF
           MOVE SPACES TO PARTREG-RECORD
           MOVE WS-RUN-DATE TO PRG-RUN-DATE
           MOVE WS-REGISTER-IMAGE TO PRG-PARTNER-IMAGE
           MOVE SP1-TRACE-ID TO PRG-TRACE-ID
           MOVE WS-REGISTER-OUTCOME TO PRG-CONVERT-OUTCOME
           MOVE WS-REGISTER-RETURN-CODE TO PRG-RETURN-CODE
           MOVE WS-REGISTER-REASON TO PRG-REASON
           WRITE PARTREG-RECORD.
       1700-EXIT.
           EXIT.

      ******************************************************************
      * 1750-RECORD-REMITTANCE - A CONVERTED RECORD'S PAYER REFERENCE
      *                          AND REMITTANCE TEXT TO REMITINF UNDER
      *                          THE TRACE ID NOW IN SUBPRM01. A RERUN
      *                          OF THE SAME PARTNER FILE REPLACES THE
      *                          EARLIER RECORD.
      ******************************************************************
       1750-RECORD-REMITTANCE.
           IF NOT WS-REMITINF-IS-OPEN
               GO TO 1750-EXIT
           END-IF
           IF WS-REGISTER-PAYER-REF = SPACES AND
                   WS-REGISTER-REMIT-TEXT = SPACES
               GO TO 1750-EXIT
           END-IF
           MOVE SPACES TO REMITINF-RECORD
           MOVE SP1-TRACE-ID TO RMI-TRACE-ID
           MOVE SP1-ACCOUNT-NUMBER TO RMI-ACCOUNT-NUMBER
           MOVE SP1-TRANSACTION-DATE TO RMI-CAPTURE-DATE
           MOVE 'P' TO RMI-SOURCE
           MOVE WS-REGISTER-PAYER-REF TO RMI-PAYER-REFERENCE
           MOVE WS-REGISTER-REMIT-TEXT TO RMI-REMITTANCE-TEXT
           WRITE REMITINF-RECORD
               INVALID KEY
                   REWRITE REMITINF-RECORD
                       INVALID KEY
                           DISPLAY V-PN 'REMITINF REWRITE FAILED - '
                               'STATUS ' WS-REMITINF-STATUS
                               ' - TRACE ' SP1-TRACE-ID
                           GO TO 1750-EXIT
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-REMITTANCES-RECORDED.
       1750-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-NEXT - READ THE NEXT PARTNER RECORD, SETTING THE
      *                  END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
           IF WS-RJSUSP-IS-OPEN
               CLOSE RJSUSP-FILE
           END-IF
           IF WS-DDMANDT-IS-OPEN
               CLOSE DDMANDT-FILE
           END-IF
           IF WS-DDMEVNT-IS-OPEN
               CLOSE DDMEVNT-FILE
           END-IF
           IF WS-PARTREG-IS-OPEN
               CLOSE PARTREG-FILE
           END-IF
           IF WS-REMITINF-IS-OPEN
               CLOSE REMITINF-FILE
           END-IF
           DISPLAY V-PN 'RECORDS READ......: ' WS-RECORDS-READ
           DISPLAY V-PN 'RECORDS CONVERTED.: ' WS-RECORDS-CONVERTED
           DISPLAY V-PN 'RECORDS REJECTED..: ' WS-RECORDS-REJECTED
           DISPLAY V-PN 'BULK SETS WRITTEN.: ' WS-BULK-SETS-WRITTEN
           DISPLAY V-PN 'BULK SETS REJECTED: ' WS-BULK-SETS-REJECTED
           DISPLAY V-PN 'MANDATE CHECKS....: ' WS-MANDATE-CHECKS
           DISPLAY V-PN 'MANDATE REJECTS...: ' WS-MANDATE-REJECTS
           DISPLAY V-PN 'CHECK DIGIT FAILS.: ' WS-CHECK-DIGIT-REJECTS
           DISPLAY V-PN 'REMITTANCES.......: ' WS-REMITTANCES-RECORDED.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9800-LOOKUP-ERROR-TEXT - TRANSLATE SP1-RETURN-CODE INTO
      *                          OPERATOR-FACING TEXT.
      ******************************************************************
       9800-LOOKUP-ERROR-TEXT.
           MOVE SPACES TO WS-ERROR-TEXT
           MOVE 'N' TO WS-ERROR-FOUND-SWITCH
           PERFORM 9850-COMPARE-ERROR-CODE
               VARYING WS-ERROR-INDEX FROM 1 BY 1
               UNTIL WS-ERROR-INDEX > 23 OR WS-ERROR-TEXT-FOUND.
       9800-EXIT.
           EXIT.

       9850-COMPARE-ERROR-CODE.
           MOVE SP1-RETURN-CODE TO WS-RETURN-CODE-EDIT
           IF ERR-CODE(WS-ERROR-INDEX) = WS-RETURN-CODE-EDIT
               MOVE ERR-TEXT(WS-ERROR-INDEX) TO WS-ERROR-TEXT
               MOVE 'Y' TO WS-ERROR-FOUND-SWITCH
           END-IF.
