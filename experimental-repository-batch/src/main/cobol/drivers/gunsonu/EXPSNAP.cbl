      *                    CANNOT BE OPENED IS REPORTED AND THE STEP
      *                    ENDS CC 8 - AN INCOMPLETE SET MUST NOT
      *                    LOOK RESTORABLE.
      * 2026-10-15  DS    SNAPACM-RECORD WIDENED FROM 40 TO 60 BYTES
      *                    WITH THE ACCTMSTR RECORD (ACCOUNT
      *                    CURRENCY AND BASE EQUIVALENT).
      * 2026-10-15  DS    ALSO COPIES THE BALSNAP BALANCE SNAPSHOT
      *                    EXPBALPF HAS JUST REWRITTEN TO A DATED
      *                    SNAPBSN.SYYYYMMDD, CATALOGED AS 'BALSNAP', SO
      *                    A PAST DATE'S BALANCES SURVIVE THE NEXT
      *                    NIGHT'S REWRITE FOR EXPASOF AND PSEXHINQ TO
      *                    ROLL FORWARD FROM. EXPSNRST RESTORES ONLY ITS
      *                    OWN FIVE FILES AND PASSES THE NEW ENTRY BY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPSNAP.
           SELECT SNAPBDC-FILE ASSIGN TO WS-SNAP-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT BALSNAP-FILE ASSIGN TO 'BALSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT SNAPBSN-FILE ASSIGN TO WS-SNAP-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT SNAPCAT-FILE ASSIGN TO 'EXPSNPCAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPCAT-STATUS.
       FD  SNAPACM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SNAPACM-RECORD                 PIC X(60).

       FD  SNAPLIM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SNAPBDC-RECORD                 PIC X(24).

       FD  BALSNAP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    TONIGHT'S BALANCE SNAPSHOT, JUST REWRITTEN BY EXPBALPF.
           COPY BALSNAP.

       FD  SNAPBSN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SNAPBSN-RECORD                 PIC X(32).

       FD  SNAPCAT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           PERFORM 4000-SNAP-TRANXREF THRU 4000-EXIT
           PERFORM 5000-SNAP-REVXREF THRU 5000-EXIT
           PERFORM 6000-SNAP-BUSDCTL THRU 6000-EXIT
           PERFORM 7000-SNAP-BALSNAP THRU 7000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

       6100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-SNAP-BALSNAP - THE BALANCE SNAPSHOT EXPBALPF HAS JUST
      *                     PROVEN AND REWRITTEN. EXPBALPF KEEPS ONLY
      *                     TONIGHT'S; THE DATED COPY IS WHAT EXPASOF
      *                     AND PSEXHINQ ROLL FORWARD FROM TO ANSWER
      *                     FOR A PAST DATE. NOT PART OF THE EXPSNRST
      *                     RESTORE SET. HASH IS THE SUM OF ABSOLUTE
      *                     BALANCES.
      ******************************************************************
       7000-SNAP-BALSNAP.
           STRING 'SNAPBSN.S' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-SNAP-DSNAME
           MOVE ZERO TO WS-COPY-COUNT
           MOVE ZERO TO WS-COPY-HASH
           MOVE 'N' TO WS-LIVE-EOF-SWITCH
           OPEN INPUT BALSNAP-FILE
           IF NOT WS-LIVE-OK
               DISPLAY V-PN 'BALSNAP UNAVAILABLE - STATUS '
                   WS-LIVE-STATUS ' - SET INCOMPLETE'
               MOVE 'Y' TO WS-SET-FAILED-SWITCH
               GO TO 7000-EXIT
           END-IF
           OPEN OUTPUT SNAPBSN-FILE
           IF NOT WS-SNAP-OK
               DISPLAY V-PN 'UNABLE TO OPEN ' WS-SNAP-DSNAME
                   ' - STATUS ' WS-SNAP-STATUS
               MOVE 'Y' TO WS-SET-FAILED-SWITCH
               CLOSE BALSNAP-FILE
               GO TO 7000-EXIT
           END-IF
           PERFORM 7100-COPY-ONE-BALANCE THRU 7100-EXIT
               UNTIL WS-LIVE-EOF-REACHED
           CLOSE SNAPBSN-FILE
           CLOSE BALSNAP-FILE
           MOVE 'BALSNAP' TO SNC-FILE-ID
           PERFORM 8000-CATALOG-ONE-FILE THRU 8000-EXIT.
       7000-EXIT.
           EXIT.

       7100-COPY-ONE-BALANCE.
           READ BALSNAP-FILE
               AT END
                   MOVE 'Y' TO WS-LIVE-EOF-SWITCH
               NOT AT END
                   MOVE BALSNAP-RECORD TO SNAPBSN-RECORD
                   WRITE SNAPBSN-RECORD
                   ADD 1 TO WS-COPY-COUNT
                   IF BSN-BALANCE NUMERIC
                       MOVE BSN-BALANCE TO WS-ABS-AMOUNT
                       ADD WS-ABS-AMOUNT TO WS-COPY-HASH
                   END-IF
           END-READ.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-CATALOG-ONE-FILE - APPEND THE COPY JUST TAKEN TO THE
      *                         EXPSNPCAT CATALOG. SNC-FILE-ID IS
