      ******************************************************************
      * COPYBOOK    : PHIQCOMM
      * DESCRIPTION : COMMAREA PASSED INTO PSEXHINQ - THE AS-OF-DATE
      *               BALANCE INQUIRY. THE CALLER NAMES AN ACCOUNT AND
      *               A PAST BUSINESS DATE; THE SERVICE HANDS BACK THE
      *               DATED BALSNAP SNAPSHOT IT STARTED FROM, THE
      *               OPENING BALANCE ON IT, THE ENTRIES ROLLED FORWARD
      *               TO THE DATE AND THEIR NET, THE BALANCE AT CLOSE
      *               OF BUSINESS THAT DAY, WHETHER THAT BALANCE WAS
      *               PROVEN AGAINST THE DATE'S OWN SNAPSHOT, AND
      *               WHETHER A FREEZE OR HOLDS STOOD AGAINST THE
      *               ACCOUNT THAT DAY. FIGURES ON A FOREIGN-CURRENCY
      *               ACCOUNT ARE THE BASE-CURRENCY EQUIVALENT, AS THE
      *               SNAPSHOTS HOLD THEM. THE RETURN-CODE/
      *               REJECT-REASON CONVENTION IS THE SAME AS
      *               PBIQCOMM/PSEXBINQ.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  PSEXHINQ-COMMAREA.
           05  PHQ-ACCOUNT-NUMBER          PIC X(10).
           05  PHQ-AS-OF-DATE              PIC 9(08).
           05  PHQ-RETURN-CODE             PIC 9(02) VALUE ZERO.
               88  PHQ-SUCCESSFUL              VALUE 00.
               88  PHQ-REJECTED                VALUE 08.
           05  PHQ-REJECT-REASON           PIC X(40) VALUE SPACES.
           05  PHQ-SNAPSHOT-DATE           PIC 9(08) VALUE ZERO.
           05  PHQ-OPENING-BALANCE         PIC S9(11)V99 VALUE ZERO.
           05  PHQ-ENTRY-COUNT             PIC 9(05) VALUE ZERO.
           05  PHQ-NET-MOVEMENT            PIC S9(11)V99 VALUE ZERO.
           05  PHQ-AS-OF-BALANCE           PIC S9(11)V99 VALUE ZERO.
           05  PHQ-PROOF-SW                PIC X(01) VALUE SPACE.
               88  PHQ-PROVEN                  VALUE 'Y'.
               88  PHQ-PROOF-DISAGREES         VALUE 'N'.
               88  PHQ-NO-PROOF-SNAPSHOT       VALUE SPACE.
           05  PHQ-ACCOUNT-CURRENCY        PIC X(03) VALUE SPACES.
           05  PHQ-FREEZE-SW               PIC X(01) VALUE 'N'.
               88  PHQ-FROZEN                  VALUE 'Y'.
           05  PHQ-HOLD-COUNT              PIC 9(03) VALUE ZERO.
