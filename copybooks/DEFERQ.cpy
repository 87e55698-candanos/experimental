      ******************************************************************
      * COPYBOOK    : DEFERQ
      * DESCRIPTION : ONE ENTRY IN THE DEFERRED ONLINE REQUEST QUEUE.
      *               WHILE EXPCTRL HAS THE POSTING WINDOW OPEN
      *               (BDC-CHAIN-POSTING ON BUSDCTL), PSEXPERI,
      *               PSEXREV, PSEXAUTH, ACCTMNT AND TDMNT VALIDATE A
      *               REQUEST AS USUAL AND THEN APPEND IT HERE INSTEAD
      *               OF TOUCHING ACCTMSTR, MEMOPOST OR TRANLOG, AND
      *               HAND THE CALLER RETURN CODE 02 (ACCEPTED,
      *               PENDING). THE EXPDRAIN STEP AT THE END OF THE
      *               CHAIN REPLAYS EACH PENDING ENTRY, IN ARRIVAL
      *               ORDER, THROUGH THE SERVICE NAMED IN DFQ-SERVICE
      *               AND MARKS IT DONE OR FAILED.
      *
      *               DFQ-COMMAREA IS THE CALLER'S COMMAREA IMAGE AS
      *               IT STOOD WHEN THE REQUEST WAS ACCEPTED (WITH ANY
      *               TRACE OR AUTH ID THE SERVICE MINTED FOR IT), SO
      *               THE REPLAY IS THE SAME CALL THE CALLER MADE.
      *               DFQ-REFERENCE IS WHATEVER IDENTIFIES THE REQUEST
      *               TO A PERSON READING THE DRAIN REPORT - THE TRACE,
      *               AUTH OR ACCOUNT NUMBER.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  DEFERQ-RECORD.
           05  DFQ-SERVICE                 PIC X(08).
           05  DFQ-QUEUED-DATE             PIC 9(08).
           05  DFQ-QUEUED-TIME             PIC 9(08).
           05  DFQ-OPERATOR-ID             PIC X(08).
           05  DFQ-REFERENCE               PIC X(16).
           05  DFQ-STATUS                  PIC X(01) VALUE 'P'.
               88  DFQ-PENDING                 VALUE 'P'.
               88  DFQ-DONE                    VALUE 'D'.
               88  DFQ-FAILED                  VALUE 'F'.
           05  DFQ-RESULT-CODE             PIC 9(02).
           05  DFQ-RESULT-REASON           PIC X(40).
           05  DFQ-COMMAREA                PIC X(200).
           05  FILLER                      PIC X(09).
