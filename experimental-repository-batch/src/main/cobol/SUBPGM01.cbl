      *                    CHECK RUNS WITHOUT HOLDS, WITH A VISIBLE
      *                    WARNING, RATHER THAN REFUSING EVERY
      *                    POSTING.
      * 2026-10-15  DS    OFFSETTING ENTRIES CONVERT AT THE ORIGINAL'S
      *                    RATE - A REVERSAL, BANK RETURN OR FRAUD
      *                    REVERSAL NAMING SP1-ORIGINAL-TRACE-ID READS
      *                    THE ORIGINAL'S DATE OFF TRANXREF AND ITS
      *                    RATE FOR THAT DATE OFF THE NEW RATEHIST
      *                    HISTORY EXPRATCK KEEPS, SO A EUR PAYMENT
      *                    REVERSED A WEEK LATER NETS TO ZERO IN BASE.
      *                    WHEN NO ORIGINAL RATE CAN BE FOUND THE
      *                    ENTRY STILL CONVERTS AT TONIGHT'S RATE AND
      *                    THE REALIZED DIFFERENCE AGAINST ITS SHARE
      *                    OF THE ORIGINAL IS APPENDED TO FXDIFF FOR
      *                    THE EXPFXDRP DAILY REPORT.
      * 2026-10-15  DS    AUTOMATIC FEE REFUND - WHEN A REVERSAL, BANK
      *                    RETURN OR FRAUD REVERSAL NAMING ITS ORIGINAL
      *                    POSTS, THE ORIGINAL'S FEE IS UNDONE IN THE
      *                    SAME CALL. A POSTED FEE ('F' + THE
      *                    ORIGINAL'S TAIL, FOUND ON TRANXREF) IS
      *                    REFUNDED AS A TYPE 'A' CREDIT UNDER 'E' +
      *                    THE OFFSET'S TAIL AND ITS WITHHOLDING ('T')
      *                    REVERSED AS A TYPE 'T' ENTRY UNDER 'W' +
      *                    THE OFFSET'S TAIL. FOR A MONTHLY-BILLED
      *                    ACCOUNT THE FEEBILL ACCRUAL IS CANCELLED
      *                    (FBL-CANCELLED) WHILE STILL UNBILLED, OR
      *                    REFUNDED WITH THE BILL'S WITHHOLDING SHARE
      *                    ONCE BILLED. A PARTIAL OFFSET UNDOES ITS
      *                    SHARE OF THE FEE, SO A SERIES OF PARTIALS
      *                    ADDS UP TO EXACTLY THE FEE. EVERY REFUND IS
      *                    APPENDED TO THE NEW FEERFND LOG FOR THE
      *                    EXPFRFRP REPORT AND GL JOURNAL - THE
      *                    BRANCHES NO LONGER KEY THEM BY HAND.
      * 2026-10-15  DS    THE FEE NOW FOLLOWS THE ACCOUNT'S PRODMSTR
      *                    PRODUCT. 1100 KEEPS THE ACCOUNT'S
      *                    ACM-PRODUCT-CODE AND 1400 (NOW PERFORMED
      *                    JUST AFTER 1100 INSTEAD OF BEFORE IT) TAKES
      *                    THE FEESCHED ROW FOR THE REGION, CURRENCY,
      *                    TYPE AND THAT PRODUCT FIRST, FALLING BACK
      *                    TO THE BLANK-PRODUCT REGION-WIDE ROW. AN
      *                    ACCOUNT WITH NO PRODUCT, OR NOT ON FILE,
      *                    PAYS THE REGION-WIDE FEE AS BEFORE.
      * 2026-10-15  DS    JOINT ACCOUNTS. 1120 NOW LOADS THE ACCOUNT'S
      *                    FURTHER OWNERS AND JOINT OWNERS FROM THE NEW
      *                    ACCTREL RELATIONSHIP FILE (SIGNATORIES DO
      *                    NOT COUNT). UNDER THE ANY-OWNER SIGNING RULE
      *                    (ACM-JOINT-RULE 'A') A DEBIT IS REJECTED
      *                    WITH RETURN CODE 32 WHEN ANY OF THEM IS
      *                    DECEASED OR BLOCKED; UNDER THE LEAD-OWNER
      *                    RULE ONLY ACM-CUSTOMER-NUMBER IS CHECKED,
      *                    AS BEFORE. CUSTLIMS VELOCITY (1175/1355)
      *                    NOW COUNTS THE DEBIT AGAINST EVERY OWNER -
      *                    THE LEAD AND EACH FURTHER OWNER - AND ANY
      *                    ONE OF THEM AT A CAP REJECTS IT. NO ACCTREL
      *                    FILE MEANS NO FURTHER OWNERS.
      * 2026-10-15  DS    TERM DEPOSITS. A DEBIT AGAINST A TERM
      *                    DEPOSIT ACCOUNT (ACM-TERM-DEPOSIT) WHOSE
      *                    ACTIVE TERMDEP DEPOSIT HAS NOT REACHED ITS
      *                    MATURITY DATE IS REFUSED WITH THE NEW
      *                    RETURN CODE 72 UNLESS IT IS ITSELF A TERM
      *                    DEPOSIT ENTRY (TYPE 'M' - THE MATURITY,
      *                    PAY-OUT AND EARLY-BREAK POSTINGS). CREDITS
      *                    STILL POST. TERMDEP IS OPENED ONCE PER RUN
      *                    UNIT; NO FILE, OR NO ACTIVE DEPOSIT BOOKED
      *                    ON THE ACCOUNT, MEANS NOTHING IS LOCKED.
      * 2026-10-15  DS    INSTALLMENT LOAN ENTRIES (TYPES 'L' AND 'N')
      *                    POST AS THE SIGNED AMOUNT SUPPLIED, AND ARE
      *                    CHECKED FOR FUNDS LIKE ANY OTHER DEBIT - A
      *                    COLLECTION THE LINKED ACCOUNT CANNOT COVER
      *                    IS REFUSED WITH RETURN CODE 28.
      * 2026-10-15  DS    NSF FEES (TYPE 'U', CHARGED BY EXPNSFRP ON
      *                    RE-PRESENTING AN INSUFFICIENT-FUNDS REJECT)
      *                    POST AS THE SIGNED AMOUNT SUPPLIED, SKIP
      *                    THE FUNDS CHECK - THE ACCOUNT IS SHORT BY
      *                    DEFINITION - AND ATTRACT NO FEESCHED FEE OF
      *                    THEIR OWN. THE FEE'S WITHHOLDING POSTS
      *                    THROUGH 1470-POST-FEE-TAX (1475).
      * 2026-10-15  DS    BALANCE SWEEP LEGS (TYPE 'W', POSTED BY
      *                    EXPSWEEP) POST AS THE SIGNED AMOUNT
      *                    SUPPLIED AND ARE CHECKED LIKE ANY OTHER
      *                    DEBIT OR CREDIT.
      * 2026-10-15  DS    FOREIGN-CURRENCY ACCOUNTS. AN ACCOUNT WITH AN
      *                    ACM-ACCOUNT-CURRENCY IS POSTED IN ITS OWN
      *                    CURRENCY (1105): A PAYMENT IN THAT CURRENCY
      *                    POSTS ITS KEYED AMOUNT UNCONVERTED, ANY OTHER
      *                    POSTS ITS BASE AMOUNT CONVERTED AT TONIGHT'S
      *                    RATE FOR THE ACCOUNT'S CURRENCY, AND EVERY
      *                    POSTING ALSO MOVES ACM-BASE-EQUIVALENT BY THE
      *                    BASE AMOUNT. FEES AND FEE REFUNDS, PRICED IN
      *                    BASE, CONVERT THE SAME WAY. THE FUNDS CHECK
      *                    VALUES THE BALANCE IN BASE AT TONIGHT'S RATE.
      *                    NO RATE FOR THE ACCOUNT'S CURRENCY CONVERTS
      *                    AT 1:1, OR REJECTS WITH RETURN CODE 44 UNDER
      *                    CURRATE-REQUIRED=Y. A TYPE 'V' REVALUATION
      *                    (EXPREVAL) MOVES ONLY THE BASE EQUIVALENT AND
      *                    SKIPS THE FEE AND ALL THE CUSTOMER-SIDE
      *                    CHECKS. A SPLIT-NIGHT WORKER CARRIES BOTH
      *                    FIGURES ON WRKDELTA FOR EXPMERGE. THE RATE
      *                    THE ACCOUNT WAS POSTED AT IS HANDED TO
      *                    SUBPGM02 IN SP1-ACCOUNT-RATE FOR TRANLOG,
      *                    AND A FEE OR FEE REFUND ON SUCH AN ACCOUNT IS
      *                    LOGGED IN THE BASE CURRENCY IT IS PRICED IN.
      * 2026-10-15  DS    A CHARGED-OFF ACCOUNT (STATUS 'W') REFUSES
      *                    DEBITS WITH RETURN CODE 80. A PAYMENT OR
      *                    ADJUSTMENT CREDIT TO ONE WHILE AN AMOUNT IS
      *                    STILL WRITTEN OFF IS RETYPED 'Y' (RECOVERY):
      *                    IT REDUCES ACM-CHARGED-OFF-AMOUNT INSTEAD OF
      *                    THE BALANCE. TYPE 'O' IS THE EXPCHGOF
      *                    WRITE-OFF ENTRY ITSELF.
      * 2026-10-15  DS    BACK-VALUED ADJUSTMENTS. A TYPE 'A' ENTRY
      *                    WHOSE SP1-EFFECTIVE-DATE (ITS VALUE DATE)
      *                    IS BEFORE THE BUSINESS DATE IS APPENDED TO
      *                    BVALPST ONCE IT POSTS, PENDING THE EXPBVAL
      *                    INTEREST RE-ACCRUAL FOR THE DAYS IT MISSED.
      * 2026-10-15  DS    A VALPAY01 CHECK-DIGIT REFUSAL (84) STOPS THE
      *                    TRANSACTION THE SAME WAY INVALID DATA (20)
      *                    DOES, BEFORE THE ACCOUNT MASTER IS READ.
      * 2026-10-15  DS    ESTATE SETTLEMENT. TYPE 'E' IS THE EXPESTCL
      *                    PAY-OUT OF A DECEASED CUSTOMER'S ACCOUNTS TO
      *                    THE NOMINATED ACCOUNT, POSTED AS THE SIGNED
      *                    AMOUNT SUPPLIED AND HELD TO NEITHER THE
      *                    ACCOUNT NOR THE CUSTOMER DAILY LIMITS. A
      *                    DECEASED OWNER NO LONGER REFUSES AN ESTATE
      *                    ENTRY, AN INTEREST CREDIT, OR THE REVERSAL
      *                    OF A DEBIT; BLOCKED STILL REFUSES
      *                    EVERYTHING.
      * 2026-10-15  DS    BEHAVIOUR SCORING. A PAYMENT DEBIT THAT
      *                    PASSES EVERY OTHER CHECK IS SCORED (1180)
      *                    AGAINST THE ACCOUNT'S ACCTPROF PROFILE,
      *                    REBUILT NIGHTLY BY EXPBHVPF - SIZE AGAINST
      *                    ITS AVERAGE AND LARGEST, A NEW CURRENCY, A
      *                    NEW REGION, MORE PAYMENTS TODAY THAN ON ITS
      *                    BUSIEST DAY. OVER THE
      *                    SUBPGM01-BEHAVIOUR-THRESHOLD ENVIRONMENT
      *                    VALUE (ZERO OR ABSENT IS OFF) IT IS QUEUED
      *                    ON PNDAPPR WITH ITS SCORE AND REASONS AND
      *                    RETURNS NEW CODE 88 - HELD, NOT REFUSED. A
      *                    PAYMENT PSEXAPPR RELEASES IS NOT RESCORED,
      *                    NOR IS A PSEXAUTH CARD CAPTURE.
      * 2026-10-15  DS    THE FUNDS CHECK (1150) NOW ALSO TAKES OFF
      *                    THE ACCOUNT'S INCOMING CREDITS STILL
      *                    UNCOLLECTED ON UNCFLOAT (1162), WRITTEN BY
      *                    EXPINCRD AND RELEASED BY EXPFLTRL, SO A
      *                    CREDIT THE SENDING BANK CAN STILL RECALL
      *                    CANNOT BE SPENT. DEBITS ONLY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBPGM01.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RVX-ORIGINAL-TRACE-ID
               FILE STATUS IS WS-REVXREF-STATUS.
           SELECT RATEHIST-FILE ASSIGN TO 'RATEHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTH-KEY
               FILE STATUS IS WS-RATEHIST-STATUS.
           SELECT FXDIFF-FILE ASSIGN TO 'FXDIFF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXDIFF-STATUS.
           SELECT FEERFND-FILE ASSIGN TO 'FEERFND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEERFND-STATUS.
           SELECT BVALPST-FILE ASSIGN TO 'BVALPST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BVALPST-STATUS.
           SELECT ACCTREL-FILE ASSIGN TO 'ACCTREL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARL-KEY
               FILE STATUS IS WS-ACCTREL-STATUS.
           SELECT TERMDEP-FILE ASSIGN TO 'TERMDEP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TDP-ACCOUNT-NUMBER
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT ACCTPROF-FILE ASSIGN TO 'ACCTPROF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTPROF-STATUS.
           SELECT PNDAPPR-FILE ASSIGN TO 'PNDAPPR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNDAPPR-STATUS.
           SELECT UNCFLOAT-FILE ASSIGN TO 'UNCFLOAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UFL-KEY
               FILE STATUS IS WS-UNCFLOAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
           COPY REVXREF.

       FD  RATEHIST-FILE
           LABEL RECORDS ARE STANDARD.
      *    READ ONLY - EXPRATCK OWNS THE WRITES.
           COPY RATEHIST.

       FD  FXDIFF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    OPENED EXTEND TO APPEND ONE REALIZED DIFFERENCE, THE SAME
      *    AS THE CMPHOLD QUEUE.
           COPY FXDIFF.

       FD  FEERFND-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    OPENED EXTEND TO APPEND ONE FEE REFUND FOR EXPFRFRP.
           COPY FEERFND.

       FD  BVALPST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    OPENED EXTEND TO APPEND ONE BACK-VALUED POSTING FOR EXPBVAL.
           COPY BVALPST.

       FD  ACCTREL-FILE
           LABEL RECORDS ARE STANDARD.
      *    THE ACCOUNT'S FURTHER OWNERS, READ IN KEY ORDER FROM THE
      *    FIRST RECORD FOR THE ACCOUNT.
           COPY ACCTREL.

       FD  TERMDEP-FILE
           LABEL RECORDS ARE STANDARD.
      *    READ ONLY - THE ACCOUNT'S TERM DEPOSIT, FOR ITS MATURITY.
           COPY TERMDEP.

       FD  ACCTPROF-FILE
           LABEL RECORDS ARE STANDARD.
      *    READ ONLY - THE ACCOUNT'S BEHAVIOUR PROFILE, REBUILT EACH
      *    NIGHT BY EXPBHVPF.
           COPY ACCTPROF.

       FD  PNDAPPR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
      *    THE PENDING-APPROVAL QUEUE PSEXAPPR WORKS - OPENED EXTEND TO
      *    APPEND A PAYMENT HELD OUT OF PATTERN, THE SAME AS CMPHOLD.
           COPY PNDAPPR.

       FD  UNCFLOAT-FILE
           LABEL RECORDS ARE STANDARD.
      *    READ ONLY - THE ACCOUNT'S UNCOLLECTED INCOMING CREDITS, READ
      *    IN KEY ORDER FROM THE FIRST ENTRY FOR THE ACCOUNT.
           COPY UNCFLOAT.

       WORKING-STORAGE SECTION.
       01  V-PN                            PIC X(10) VALUE 'SUBPGM01->'.
       01  WS-SUBPGM02-NAME                PIC X(08) VALUE 'SUBPGM02'.
           05  WS-FEEBILL-STATUS           PIC X(02) VALUE '00'.
               88  WS-FEEBILL-OK               VALUE '00'.
               88  WS-FEEBILL-NOT-FOUND         VALUE '35'.
           05  WS-FEERFND-STATUS           PIC X(02) VALUE '00'.
               88  WS-FEERFND-OK               VALUE '00'.
               88  WS-FEERFND-NOT-FOUND         VALUE '35'.
           05  WS-BVALPST-STATUS           PIC X(02) VALUE '00'.
               88  WS-BVALPST-OK               VALUE '00'.
               88  WS-BVALPST-NOT-FOUND         VALUE '35'.
           05  WS-ACCTREL-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTREL-OK               VALUE '00'.
           05  WS-TERMDEP-STATUS           PIC X(02) VALUE '00'.
               88  WS-TERMDEP-OK               VALUE '00'.
           05  WS-ACCTPROF-STATUS          PIC X(02) VALUE '00'.
               88  WS-ACCTPROF-OK              VALUE '00'.
           05  WS-PNDAPPR-STATUS           PIC X(02) VALUE '00'.
               88  WS-PNDAPPR-OK               VALUE '00'.
               88  WS-PNDAPPR-NOT-FOUND         VALUE '35'.
           05  WS-UNCFLOAT-STATUS          PIC X(02) VALUE '00'.
               88  WS-UNCFLOAT-OK              VALUE '00'.
           05  WS-REVXREF-STATUS           PIC X(02) VALUE '00'.
               88  WS-REVXREF-OK               VALUE '00'.
               88  WS-REVXREF-NOT-FOUND        VALUES '30' '35'.
           05  WS-TRANXREF-STATUS          PIC X(02) VALUE '00'.
               88  WS-TRANXREF-OK              VALUE '00'.
           05  WS-RATEHIST-STATUS          PIC X(02) VALUE '00'.
               88  WS-RATEHIST-OK              VALUE '00'.
           05  WS-FXDIFF-STATUS            PIC X(02) VALUE '00'.
               88  WS-FXDIFF-OK                VALUE '00'.
               88  WS-FXDIFF-NOT-FOUND          VALUE '35'.
           05  WS-ACCTFRZ-STATUS           PIC X(02) VALUE '00'.
               88  WS-ACCTFRZ-OK               VALUE '00'.
           05  WS-BENREG-STATUS            PIC X(02) VALUE '00'.
               88  WS-TRANXREF-OPEN-ATTEMPTED  VALUE 'Y'.
           05  WS-TRANXREF-AVAILABLE-SW    PIC X(01) VALUE 'N'.
               88  WS-TRANXREF-AVAILABLE       VALUE 'Y'.
           05  WS-RATEHIST-ATTEMPTED-SW    PIC X(01) VALUE 'N'.
               88  WS-RATEHIST-OPEN-ATTEMPTED  VALUE 'Y'.
           05  WS-RATEHIST-AVAILABLE-SW    PIC X(01) VALUE 'N'.
               88  WS-RATEHIST-AVAILABLE       VALUE 'Y'.
           05  WS-ORIGINAL-RATE-SW         PIC X(01) VALUE 'N'.
               88  WS-ORIGINAL-RATE-FOUND      VALUE 'Y'.
           05  WS-FX-DIFF-SW               PIC X(01) VALUE 'N'.
               88  WS-FX-DIFF-PENDING          VALUE 'Y'.
           05  WS-RFD-FEE-POSTED-SW        PIC X(01) VALUE 'N'.
               88  WS-RFD-FEE-POSTED           VALUE 'Y'.
           05  WS-RFD-TAX-POSTED-SW        PIC X(01) VALUE 'N'.
               88  WS-RFD-TAX-POSTED           VALUE 'Y'.
           05  WS-RFD-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
               88  WS-RFD-SCAN-DONE            VALUE 'Y'.
           05  WS-RFD-ACCRUAL-SW           PIC X(01) VALUE 'N'.
               88  WS-RFD-ACCRUAL-FOUND        VALUE 'Y'.
           05  WS-ACCTFRZ-ATTEMPTED-SW     PIC X(01) VALUE 'N'.
               88  WS-ACCTFRZ-OPEN-ATTEMPTED   VALUE 'Y'.
           05  WS-ACCTFRZ-AVAILABLE-SW     PIC X(01) VALUE 'N'.
               88  WS-ACCTFRZ-AVAILABLE        VALUE 'Y'.
           05  WS-ACCTREL-ATTEMPTED-SW     PIC X(01) VALUE 'N'.
               88  WS-ACCTREL-OPEN-ATTEMPTED   VALUE 'Y'.
           05  WS-ACCTREL-AVAILABLE-SW     PIC X(01) VALUE 'N'.
               88  WS-ACCTREL-AVAILABLE        VALUE 'Y'.
           05  WS-TERMDEP-ATTEMPTED-SW     PIC X(01) VALUE 'N'.
               88  WS-TERMDEP-OPEN-ATTEMPTED   VALUE 'Y'.
           05  WS-TERMDEP-AVAILABLE-SW     PIC X(01) VALUE 'N'.
               88  WS-TERMDEP-AVAILABLE        VALUE 'Y'.
           05  WS-OWNER-SCAN-SW            PIC X(01) VALUE 'N'.
               88  WS-OWNER-SCAN-DONE          VALUE 'Y'.
           05  WS-PRIOR-REVERSAL-SW        PIC X(01) VALUE 'N'.
               88  WS-PRIOR-REVERSAL-FOUND     VALUE 'Y'.
           05  WS-FULLY-REVERSED-SW        PIC X(01) VALUE 'N'.
               88  WS-WATCH-HIT                VALUE 'Y'.
           05  WS-RELEASED-HIT-SW          PIC X(01) VALUE 'N'.
               88  WS-TRACE-RELEASED           VALUE 'Y'.
           05  WS-ACCTPROF-ATTEMPTED-SW    PIC X(01) VALUE 'N'.
               88  WS-ACCTPROF-OPEN-ATTEMPTED  VALUE 'Y'.
           05  WS-ACCTPROF-AVAILABLE-SW    PIC X(01) VALUE 'N'.
               88  WS-ACCTPROF-AVAILABLE       VALUE 'Y'.
           05  WS-PROFILE-LIST-SW          PIC X(01) VALUE 'N'.
               88  WS-PROFILE-LIST-HIT         VALUE 'Y'.
           05  WS-UNCFLOAT-ATTEMPTED-SW    PIC X(01) VALUE 'N'.
               88  WS-UNCFLOAT-OPEN-ATTEMPTED  VALUE 'Y'.
           05  WS-UNCFLOAT-AVAILABLE-SW    PIC X(01) VALUE 'N'.
               88  WS-UNCFLOAT-AVAILABLE       VALUE 'Y'.
           05  WS-FLOAT-SCAN-SW            PIC X(01) VALUE 'N'.
               88  WS-FLOAT-SCAN-DONE          VALUE 'Y'.

      ******************************************************************
      * WS-RATE-TABLE - DAILY CURRENCY CONVERSION RATES, LOADED ONCE AT
       01  WS-CONVERSION-SCALE             PIC 9(03)V9 COMP-3
                                            VALUE 1.0.

      ******************************************************************
      * WS-FX-DIFF-WORK - AN OFFSETTING ENTRY'S ORIGINAL, AND THE
      * REALIZED DIFFERENCE WHEN THE ORIGINAL'S RATE CANNOT BE FOUND.
      * THE UNSIGNED PICTURES TAKE THE ABSOLUTE VALUE ON THE MOVE.
      ******************************************************************
       01  WS-FX-DIFF-WORK.
           05  WS-FXD-ORIGINAL-DATE        PIC 9(08) VALUE ZERO.
           05  WS-FXD-REASON               PIC X(01) VALUE SPACE.
           05  WS-FXD-ORIG-AMOUNT-ABS      PIC 9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-FXD-ORIG-CONVERTED-ABS   PIC 9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-FXD-AMOUNT-ABS           PIC 9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-FXD-CONVERTED-ABS        PIC 9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-FXD-ORIGINAL-SHARE       PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-FXD-DIFFERENCE           PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

      *    THE BUSINESS DATE FOR THE ACCTLIMS DAY-TO-DATE ACCUMULATOR
      *    ROLL - FROM THE BUSDCTL CONTROL RECORD WHEN PRESENT, SO A
      *    NIGHTLY RUN PAST MIDNIGHT DOES NOT SPLIT THE DAILY CAPS
      *    THE SAME AS EXPBATCH'S OWN RUN-DATE HANDLING.
       01  WS-LIMITS-DATE-NOW              PIC 9(08) VALUE ZERO.

      ******************************************************************
      * WS-BEHAVIOUR-WORK - SCORING A PAYMENT DEBIT AGAINST THE
      * ACCOUNT'S ACCTPROF PROFILE. THE THRESHOLD COMES FROM THE
      * SUBPGM01-BEHAVIOUR-THRESHOLD ENVIRONMENT VALUE, READ ONCE PER
      * RUN UNIT; ZERO OR ABSENT TURNS THE SCORING OFF. A PROFILE OF
      * FEWER THAN WS-BHV-MIN-HISTORY PAYMENTS IS TOO THIN TO JUDGE.
      * EACH FACTOR'S POINTS ARE FIXED HERE; THE REASON FLAGS GO TO
      * PNDAPPR WITH THE SCORE FOR THE SUPERVISOR.
      ******************************************************************
       01  WS-BEHAVIOUR-WORK.
           05  WS-BHV-ATTEMPTED-SW         PIC X(01) VALUE 'N'.
               88  WS-BHV-THRESHOLD-ATTEMPTED  VALUE 'Y'.
           05  WS-BHV-ENV-VALUE            PIC X(03) VALUE SPACES.
           05  WS-BHV-ENV-LENGTH           PIC 9(02) COMP VALUE ZERO.
           05  WS-BHV-THRESHOLD            PIC 9(03) VALUE ZERO.
           05  WS-BHV-MIN-HISTORY          PIC 9(05) VALUE 3.
           05  WS-BHV-SIZE-MULTIPLE        PIC 9(02) VALUE 3.
           05  WS-BHV-POINTS-SIZE          PIC 9(03) VALUE 40.
           05  WS-BHV-POINTS-LARGEST       PIC 9(03) VALUE 20.
           05  WS-BHV-POINTS-CURRENCY      PIC 9(03) VALUE 30.
           05  WS-BHV-POINTS-REGION        PIC 9(03) VALUE 20.
           05  WS-BHV-POINTS-FREQUENCY     PIC 9(03) VALUE 20.
           05  WS-BHV-SCORE                PIC 9(03) VALUE ZERO.
           05  WS-BHV-REASONS.
               10  WS-BHV-REASON-SIZE      PIC X(01) VALUE SPACE.
               10  WS-BHV-REASON-CURRENCY  PIC X(01) VALUE SPACE.
               10  WS-BHV-REASON-REGION    PIC X(01) VALUE SPACE.
               10  WS-BHV-REASON-FREQUENCY PIC X(01) VALUE SPACE.
           05  WS-BHV-INDEX                PIC 9(01) COMP VALUE ZERO.

      ******************************************************************
      * WS-OWNER-TABLE - THE CURRENT ACCOUNT'S FURTHER OWNERS AND JOINT
      * OWNERS FROM ACCTREL, LOADED BY 1120 FOR EVERY TRANSACTION. THE
      * LEAD OWNER (ACM-CUSTOMER-NUMBER) IS NOT HELD HERE. WS-CHECK-
      * CUSTOMER IS THE ONE OWNER THE STATUS AND CUSTLIMS PARAGRAPHS
      * ARE WORKING ON.
      ******************************************************************
       01  WS-OWNER-TABLE.
           05  WS-OWNER-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-OWNER-INDEX              PIC 9(02) COMP VALUE ZERO.
           05  WS-OWNER-ENTRY              OCCURS 10 TIMES.
               10  WS-OWNER-CUSTOMER       PIC X(08).
       01  WS-CHECK-CUSTOMER               PIC X(08) VALUE SPACES.

      ******************************************************************
      * WS-MEMO-TABLE - THE MEMOPOST INTRADAY HOLDS, LOADED ONCE PER
      * RUN UNIT LIKE THE RATE TABLE. THE AVAILABLE-FUNDS CHECK
                                            VALUE 1.0000.
       01  WS-MEMO-HOLD-SCALE              PIC 9(03)V9 COMP-3
                                            VALUE 1.0.
      *    THE ACCOUNT'S INCOMING CREDITS STILL UNCOLLECTED ON
      *    UNCFLOAT, IN BASE - POSTED TO THE BALANCE BUT NOT YET
      *    SPENDABLE.
       01  WS-FLOAT-TOTAL                  PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
      *    THE ACCOUNT'S AUTHORIZED OVERDRAFT LINE FROM ACCTLIMS -
      *    ZERO WHEN THE ACCOUNT HAS NO LIMITS RECORD OR NO LINE.
       01  WS-OVERDRAFT-LINE               PIC S9(11)V99 COMP-3
       01  WS-DELTA-BAL-NOW                PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

      ******************************************************************
      * WS-ACCOUNT-CURRENCY-WORK - A FOREIGN-CURRENCY ACCOUNT'S RATE
      * FOR TONIGHT OFF WS-RATE-TABLE, THE POSTING EXPRESSED IN THE
      * ACCOUNT'S OWN CURRENCY (ON A BASE ACCOUNT SIMPLY THE CONVERTED
      * AMOUNT), AND THE BALANCE VALUED IN BASE FOR THE FUNDS CHECK.
      * A FEE ON SUCH AN ACCOUNT IS LOGGED IN WS-BASE-CURRENCY.
      ******************************************************************
       01  WS-ACCOUNT-CURRENCY-WORK.
           05  WS-FOREIGN-ACCOUNT-SW       PIC X(01) VALUE 'N'.
               88  WS-FOREIGN-ACCOUNT          VALUE 'Y'.
           05  WS-ACCOUNT-RATE-FOUND-SW    PIC X(01) VALUE 'N'.
               88  WS-ACCOUNT-RATE-FOUND       VALUE 'Y'.
           05  WS-ACCOUNT-RATE             PIC 9(04)V9999 COMP-3
                                            VALUE 1.0000.
           05  WS-ACCOUNT-AMOUNT           PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-FUNDS-BALANCE            PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-BASE-CURRENCY            PIC X(03) VALUE 'USD'.

      ******************************************************************
      * WS-FEE-TABLE - FEE SCHEDULE ENTRIES, LOADED ONCE AT FIRST CALL
      * AND SEARCHED LINEARLY FOR EACH TRANSACTION, THE SAME AS
               10  WS-FEE-TRANS-TYPE       PIC X(01).
               10  WS-FEE-FLAT-AMOUNT      PIC S9(07)V99 COMP-3.
               10  WS-FEE-RATE-PCT         PIC 9(02)V999 COMP-3.
               10  WS-FEE-PRODUCT-CODE     PIC X(04).
       01  WS-FEE-WORK.
      *    THE ACCOUNT'S PRODUCT AS 1100 READ IT, AND THE PRODUCT THE
      *    CURRENT FEE TABLE PASS IS MATCHING ON (SPACES ON THE
      *    REGION-WIDE FALLBACK PASS).
           05  WS-ACCOUNT-PRODUCT-CODE     PIC X(04) VALUE SPACES.
           05  WS-ACCOUNT-TYPE             PIC X(01) VALUE SPACES.
               88  WS-ACCOUNT-TERM-DEPOSIT     VALUE 'T'.
           05  WS-FEE-MATCH-PRODUCT        PIC X(04) VALUE SPACES.
           05  WS-FEE-AMOUNT               PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-FEE-FOUND-FLAT           PIC S9(07)V99 COMP-3
                                            VALUE ZERO.
           05  WS-FEE-TAX-TRACE-ID         PIC X(16) VALUE SPACES.

      ******************************************************************
      * WS-FEE-REFUND-WORK - UNDOING AN OFFSET ORIGINAL'S FEE. THE
      * OFFSET, ITS ORIGINAL AND WHAT WAS ALREADY OFFSET BEFORE IT ARE
      * HELD UNSIGNED (ABSOLUTE VALUE ON THE MOVE); THE BASES ARE THE
      * WHOLE FEE AND WITHHOLDING, THE SHARES WHAT THIS OFFSET UNDOES.
      * WS-RFD-SAVED-PARM HOLDS THE OFFSET'S OWN RECORD WHILE SUBPRM01
      * IS OVERLAID WITH THE REFUND ENTRIES.
      ******************************************************************
       01  WS-FEE-REFUND-WORK.
           05  WS-RFD-SAVED-PARM           PIC X(128) VALUE SPACES.
           05  WS-RFD-ACTION               PIC X(01) VALUE SPACE.
           05  WS-RFD-OFFSET-ABS           PIC 9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-RFD-PRIOR-ABS            PIC 9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-RFD-ORIGINAL-ABS         PIC 9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-RFD-FEE-BASE             PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-RFD-TAX-BASE             PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-RFD-FEE-SHARE            PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-RFD-TAX-SHARE            PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-RFD-SHARE-BEFORE         PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-RFD-FEE-TRACE-ID         PIC X(16) VALUE SPACES.
           05  WS-RFD-TAX-ORIGINAL-ID      PIC X(16) VALUE SPACES.
           05  WS-RFD-REFUND-TRACE-ID      PIC X(16) VALUE SPACES.
           05  WS-RFD-TAX-TRACE-ID         PIC X(16) VALUE SPACES.

      ******************************************************************
      * WS-ERROR-LOOKUP - TRANSLATE SP1-RETURN-CODE INTO OPERATOR-FACING
      * TEXT VIA THE SHARED ERRCODES TABLE.
           IF NOT WS-FEETAX-LOAD-ATTEMPTED
               PERFORM 0280-LOAD-FEE-TAX-RATE THRU 0280-EXIT
           END-IF
           MOVE ZERO TO SP1-ACCOUNT-RATE
           PERFORM 0300-VALIDATE-PAYMENT-DATA THRU 0300-EXIT
           IF SP1-INVALID-DATA OR SP1-CHECK-DIGIT-INVALID
               PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
               DISPLAY V-PN 'REJECTED - ACCOUNT ' SP1-ACCOUNT-NUMBER
                   ' - ' WS-ERROR-TEXT
                       SP1-ACCOUNT-NUMBER ' - ' WS-ERROR-TEXT
                   GO TO 0000-GOBACK
               END-IF
               PERFORM 1100-VALIDATE-ACCOUNT THRU 1100-EXIT
               PERFORM 1105-SET-ACCOUNT-AMOUNT THRU 1105-EXIT
      *        A REVALUATION RESTATES THE BOOKS, NOT THE CUSTOMER'S
      *        MONEY - NONE OF THE CUSTOMER-SIDE CHECKS APPLY.
               IF SP1-TYPE-REVALUATION
                   MOVE 'N' TO WS-LIMITS-FOUND-SW
                   MOVE 'N' TO WS-CUSTLIM-FOUND-SW
               ELSE
                   PERFORM 1400-CALCULATE-FEE THRU 1400-EXIT
                   IF NOT SP1-FAILED
                       PERFORM 1120-VALIDATE-CUSTOMER THRU 1120-EXIT
                   END-IF
                   IF NOT SP1-FAILED
                       PERFORM 1125-CHECK-ACCOUNT-FREEZE THRU 1125-EXIT
                   END-IF
                   IF NOT SP1-FAILED
                       PERFORM 1127-CHECK-TERM-DEPOSIT THRU 1127-EXIT
                   END-IF
                   IF NOT SP1-FAILED
                       PERFORM 1130-VERIFY-PAYEE-NAME THRU 1130-EXIT
                   END-IF
                   IF NOT SP1-FAILED
                       PERFORM 1135-SCREEN-WATCH-LIST THRU 1135-EXIT
                   END-IF
                   IF NOT SP1-FAILED
                       PERFORM 1145-CHECK-STOP-PAYMENT THRU 1145-EXIT
                   END-IF
                   IF NOT SP1-FAILED
                       PERFORM 1150-CHECK-AVAILABLE-FUNDS THRU 1150-EXIT
                   END-IF
                   IF NOT SP1-FAILED
                       PERFORM 1170-CHECK-LIMITS THRU 1170-EXIT
                   END-IF
                   IF NOT SP1-FAILED
                       PERFORM 1175-CHECK-CUSTOMER-LIMITS THRU 1175-EXIT
                   END-IF
                   IF NOT SP1-FAILED
                       PERFORM 1180-SCORE-BEHAVIOUR THRU 1180-EXIT
                   END-IF
                   IF NOT SP1-FAILED
                       PERFORM 1140-CHECK-ALREADY-REVERSED
                           THRU 1140-EXIT
                   END-IF
               END-IF
               IF SP1-UNKNOWN-ACCOUNT OR SP1-ACCOUNT-CLOSED OR
                       SP1-CUSTOMER-INELIGIBLE OR
                       OR SP1-CUST-LIMIT-EXCEEDED
                       OR SP1-COMPLIANCE-HELD
                       OR SP1-ACCOUNT-FROZEN
                       OR SP1-DEPOSIT-NOT-MATURED
                       OR SP1-RATE-NOT-FOUND
                       OR SP1-ACCOUNT-CHARGED-OFF
                       OR SP1-HELD-FOR-APPROVAL
                       OR SP1-RETURN-CODE = 08
                   PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
                   DISPLAY V-PN 'REJECTED - ACCOUNT ' SP1-ACCOUNT-NUMBER
                       ' - ' WS-ERROR-TEXT
                           SP1-RETURN-CODE ' - ' WS-ERROR-TEXT
                   ELSE
                       PERFORM 1300-POST-BALANCE THRU 1300-EXIT
                       IF WS-FX-DIFF-PENDING
                           PERFORM 1230-WRITE-FX-DIFFERENCE
                               THRU 1230-EXIT
                       END-IF
                       IF SP1-TYPE-ADJUSTMENT
                           PERFORM 1235-WRITE-BACK-VALUE THRU 1235-EXIT
                       END-IF
                       PERFORM 1350-UPDATE-LIMITS THRU 1350-EXIT
                       PERFORM 1355-UPDATE-CUSTOMER-LIMITS
                           THRU 1355-EXIT
                       IF WS-FEE-AMOUNT > ZERO
                           PERFORM 1450-POST-FEE THRU 1450-EXIT
                       END-IF
                       PERFORM 1480-REFUND-ORIGINAL-FEE
                           THRU 1480-EXIT
                       IF SP1-TYPE-NSF-FEE
                           PERFORM 1475-TAX-NSF-FEE THRU 1475-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
               WHEN SP1-TYPE-DISPUTE
                   DISPLAY V-PN 'DISPUTE ENTRY - POSTING SIGNED '
                       'AMOUNT AS SUPPLIED'
               WHEN SP1-TYPE-TERM-DEPOSIT
                   DISPLAY V-PN 'TERM DEPOSIT ENTRY - POSTING SIGNED '
                       'AMOUNT AS SUPPLIED'
               WHEN SP1-TYPE-LOAN-PRINCIPAL
                   DISPLAY V-PN 'LOAN PRINCIPAL ENTRY - POSTING SIGNED '
                       'AMOUNT AS SUPPLIED'
               WHEN SP1-TYPE-LOAN-INTEREST
                   DISPLAY V-PN 'LOAN INTEREST ENTRY - POSTING SIGNED '
                       'AMOUNT AS SUPPLIED'
               WHEN SP1-TYPE-NSF-FEE
                   DISPLAY V-PN 'NSF FEE - POSTING SIGNED AMOUNT AS '
                       'SUPPLIED'
               WHEN SP1-TYPE-SWEEP
                   DISPLAY V-PN 'BALANCE SWEEP - POSTING SIGNED AMOUNT '
                       'AS SUPPLIED'
               WHEN SP1-TYPE-REVALUATION
                   DISPLAY V-PN 'FX REVALUATION - RESTATING BASE '
                       'EQUIVALENT ONLY'
               WHEN SP1-TYPE-CHARGE-OFF
                   DISPLAY V-PN 'CHARGE-OFF - WRITING OFF OVERDRAWN '
                       'BALANCE'
               WHEN SP1-TYPE-RECOVERY
                   DISPLAY V-PN 'RECOVERY - APPLYING TO WRITTEN-OFF '
                       'AMOUNT'
               WHEN SP1-TYPE-ESTATE
                   DISPLAY V-PN 'ESTATE SETTLEMENT - POSTING SIGNED '
                       'AMOUNT AS SUPPLIED'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *                         RATE TABLE AND SET SP1-CONVERTED-AMOUNT
      *                         IN THE BATCH'S BASE REPORTING CURRENCY.
      *                         A CURRENCY NOT FOUND ON THE TABLE
      *                         CONVERTS AT 1:1. AN OFFSETTING ENTRY
      *                         THAT NAMES ITS ORIGINAL CONVERTS AT
      *                         THE ORIGINAL'S RATE WHEN RATEHIST
      *                         HAS IT (1210), AND OTHERWISE HAS ITS
      *                         REALIZED DIFFERENCE MEASURED (1220).
      ******************************************************************
       1200-CONVERT-CURRENCY.
           MOVE 1.0000 TO WS-CONVERSION-RATE
           MOVE 1.0 TO WS-CONVERSION-SCALE
           MOVE 'N' TO WS-RATE-FOUND-SWITCH
           MOVE 'N' TO WS-FX-DIFF-SW
           PERFORM 1250-COMPARE-CURRENCY-CODE
               VARYING WS-RATE-INDEX FROM 1 BY 1
               UNTIL WS-RATE-INDEX > WS-RATE-COUNT OR WS-RATE-FOUND
                   SP1-CURRENCY-CODE ' - REJECTED'
               GO TO 1200-EXIT
           END-IF
           IF WS-RATE-FOUND AND
                   (SP1-TYPE-REVERSAL OR SP1-TYPE-BANK-RETURN
                       OR SP1-TYPE-FRAUD-REVERSAL) AND
                   SP1-ORIGINAL-TRACE-ID NOT = SPACES AND
                   SP1-ORIGINAL-TRACE-ID NOT = LOW-VALUES
               PERFORM 1210-APPLY-ORIGINAL-RATE THRU 1210-EXIT
           END-IF
           COMPUTE SP1-CONVERTED-AMOUNT ROUNDED =
               SP1-AMOUNT * WS-CONVERSION-SCALE
               * WS-CONVERSION-RATE
           IF WS-FX-DIFF-PENDING
               PERFORM 1220-MEASURE-FX-DIFFERENCE THRU 1220-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-APPLY-ORIGINAL-RATE - THE ORIGINAL'S DATE OFF TRANXREF,
      *                            AND THE RATE RATEHIST HOLDS FOR
      *                            THAT DATE AND CURRENCY REPLACES
      *                            TONIGHT'S. NO ORIGINAL, OR NO RATE
      *                            FOR ITS DATE, LEAVES TONIGHT'S RATE
      *                            IN PLACE AND MARKS THE ENTRY FOR
      *                            THE REALIZED-DIFFERENCE LOG.
      ******************************************************************
       1210-APPLY-ORIGINAL-RATE.
           MOVE 'N' TO WS-ORIGINAL-RATE-SW
           MOVE ZERO TO WS-FXD-ORIGINAL-DATE
           MOVE ZERO TO WS-FXD-ORIG-AMOUNT-ABS
           MOVE ZERO TO WS-FXD-ORIG-CONVERTED-ABS
           IF NOT WS-TRANXREF-OPEN-ATTEMPTED
               PERFORM 0186-OPEN-TRANXREF THRU 0186-EXIT
           END-IF
           IF NOT WS-TRANXREF-AVAILABLE
               MOVE 'X' TO WS-FXD-REASON
               MOVE 'Y' TO WS-FX-DIFF-SW
               GO TO 1210-EXIT
           END-IF
           MOVE SP1-ORIGINAL-TRACE-ID TO TXR-TRACE-ID
           READ TRANXREF-FILE
               INVALID KEY
                   MOVE 'X' TO WS-FXD-REASON
                   MOVE 'Y' TO WS-FX-DIFF-SW
                   GO TO 1210-EXIT
           END-READ
           IF TXR-CURRENCY-CODE NOT = SP1-CURRENCY-CODE
               GO TO 1210-EXIT
           END-IF
           IF TXR-TRANSACTION-DATE NUMERIC
               MOVE TXR-TRANSACTION-DATE TO WS-FXD-ORIGINAL-DATE
           END-IF
           IF TXR-AMOUNT NUMERIC AND TXR-CONVERTED-AMOUNT NUMERIC
               MOVE TXR-AMOUNT TO WS-FXD-ORIG-AMOUNT-ABS
               MOVE TXR-CONVERTED-AMOUNT TO WS-FXD-ORIG-CONVERTED-ABS
           END-IF
           IF NOT WS-RATEHIST-OPEN-ATTEMPTED
               PERFORM 0187-OPEN-RATEHIST THRU 0187-EXIT
           END-IF
           IF WS-RATEHIST-AVAILABLE AND WS-FXD-ORIGINAL-DATE > ZERO
               MOVE WS-FXD-ORIGINAL-DATE TO RTH-RATE-DATE
               MOVE SP1-CURRENCY-CODE TO RTH-CURRENCY-CODE
               READ RATEHIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RTH-CONVERSION-RATE NUMERIC AND
                               RTH-CONVERSION-RATE > ZERO
                           MOVE 'Y' TO WS-ORIGINAL-RATE-SW
                       END-IF
               END-READ
           END-IF
           IF NOT WS-ORIGINAL-RATE-FOUND
               MOVE 'H' TO WS-FXD-REASON
               MOVE 'Y' TO WS-FX-DIFF-SW
               GO TO 1210-EXIT
           END-IF
           MOVE RTH-CONVERSION-RATE TO WS-CONVERSION-RATE
           MOVE 1.0 TO WS-CONVERSION-SCALE
           IF RTH-DECIMAL-PLACES NUMERIC
               EVALUATE RTH-DECIMAL-PLACES
                   WHEN 0
                       MOVE 100.0 TO WS-CONVERSION-SCALE
                   WHEN 1
                       MOVE 10.0 TO WS-CONVERSION-SCALE
                   WHEN 3
                       MOVE 0.1 TO WS-CONVERSION-SCALE
                   WHEN OTHER
                       MOVE 1.0 TO WS-CONVERSION-SCALE
               END-EVALUATE
           END-IF
           DISPLAY V-PN 'OFFSET OF ' SP1-ORIGINAL-TRACE-ID
               ' CONVERTS AT ITS ' WS-FXD-ORIGINAL-DATE ' RATE'.
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1220-MEASURE-FX-DIFFERENCE - TONIGHT'S CONVERTED AMOUNT LESS
      *                              THE SAME FRACTION OF THE
      *                              ORIGINAL'S CONVERTED AMOUNT. A
      *                              DIFFERENCE OF ZERO (THE RATE DID
      *                              NOT MOVE) IS NOT WORTH LOGGING;
      *                              AN UNKNOWN ORIGINAL ALWAYS IS.
      ******************************************************************
       1220-MEASURE-FX-DIFFERENCE.
           MOVE ZERO TO WS-FXD-ORIGINAL-SHARE
           MOVE ZERO TO WS-FXD-DIFFERENCE
           MOVE SP1-AMOUNT TO WS-FXD-AMOUNT-ABS
           MOVE SP1-CONVERTED-AMOUNT TO WS-FXD-CONVERTED-ABS
           IF WS-FXD-REASON = 'X' OR WS-FXD-ORIG-AMOUNT-ABS = ZERO
               MOVE 'X' TO WS-FXD-REASON
               GO TO 1220-EXIT
           END-IF
           COMPUTE WS-FXD-ORIGINAL-SHARE ROUNDED =
               WS-FXD-ORIG-CONVERTED-ABS * WS-FXD-AMOUNT-ABS
               / WS-FXD-ORIG-AMOUNT-ABS
           COMPUTE WS-FXD-DIFFERENCE =
               WS-FXD-CONVERTED-ABS - WS-FXD-ORIGINAL-SHARE
           IF WS-FXD-DIFFERENCE = ZERO
               MOVE 'N' TO WS-FX-DIFF-SW
           END-IF.
       1220-EXIT.
           EXIT.

      ******************************************************************
      * 1230-WRITE-FX-DIFFERENCE - APPEND THE POSTED OFFSET'S REALIZED
      *                            DIFFERENCE TO FXDIFF.
      ******************************************************************
       1230-WRITE-FX-DIFFERENCE.
           OPEN EXTEND FXDIFF-FILE
           IF WS-FXDIFF-NOT-FOUND
               OPEN OUTPUT FXDIFF-FILE
           END-IF
           IF NOT WS-FXDIFF-OK
               DISPLAY V-PN 'UNABLE TO OPEN FXDIFF - STATUS '
                   WS-FXDIFF-STATUS
               GO TO 1230-EXIT
           END-IF
           MOVE SPACES TO FXDIFF-RECORD
           MOVE WS-LIMITS-DATE-NOW TO FXD-POSTING-DATE
           MOVE SP1-TRACE-ID TO FXD-TRACE-ID
           MOVE SP1-ORIGINAL-TRACE-ID TO FXD-ORIGINAL-TRACE-ID
           MOVE WS-FXD-ORIGINAL-DATE TO FXD-ORIGINAL-DATE
           MOVE SP1-ACCOUNT-NUMBER TO FXD-ACCOUNT-NUMBER
           MOVE SP1-CURRENCY-CODE TO FXD-CURRENCY-CODE
           MOVE SP1-TRANSACTION-TYPE TO FXD-TRANSACTION-TYPE
           MOVE SP1-AMOUNT TO FXD-AMOUNT
           MOVE SP1-CONVERTED-AMOUNT TO FXD-CONVERTED-AMOUNT
           MOVE WS-FXD-ORIGINAL-SHARE TO FXD-ORIGINAL-SHARE
           MOVE WS-FXD-DIFFERENCE TO FXD-DIFFERENCE
           MOVE WS-FXD-REASON TO FXD-REASON
           WRITE FXDIFF-RECORD
           CLOSE FXDIFF-FILE.
       1230-EXIT.
           EXIT.

      ******************************************************************
      * 1235-WRITE-BACK-VALUE - AN ADJUSTMENT VALUE-DATED BEFORE THE
      *                         BUSINESS DATE IS APPENDED TO BVALPST,
      *                         PENDING, FOR EXPBVAL TO RE-ACCRUE THE
      *                         ACCOUNT'S INTEREST FROM THE VALUE
      *                         DATE. NO VALUE DATE, OR ONE NOT IN THE
      *                         PAST, IS AN ORDINARY ADJUSTMENT.
      ******************************************************************
       1235-WRITE-BACK-VALUE.
           IF SP1-EFFECTIVE-DATE NOT NUMERIC OR
                   SP1-EFFECTIVE-DATE = ZERO OR
                   SP1-EFFECTIVE-DATE NOT < WS-LIMITS-DATE-NOW
               GO TO 1235-EXIT
           END-IF
           OPEN EXTEND BVALPST-FILE
           IF WS-BVALPST-NOT-FOUND
               OPEN OUTPUT BVALPST-FILE
           END-IF
           IF NOT WS-BVALPST-OK
               DISPLAY V-PN 'UNABLE TO OPEN BVALPST - STATUS '
                   WS-BVALPST-STATUS
               GO TO 1235-EXIT
           END-IF
           MOVE SPACES TO BVALPST-RECORD
           MOVE WS-LIMITS-DATE-NOW TO BVP-POSTING-DATE
           MOVE SP1-TRACE-ID TO BVP-TRACE-ID
           MOVE SP1-ACCOUNT-NUMBER TO BVP-ACCOUNT-NUMBER
           MOVE SP1-TRANSACTION-TYPE TO BVP-TRANSACTION-TYPE
           MOVE SP1-EFFECTIVE-DATE TO BVP-VALUE-DATE
           MOVE SP1-CURRENCY-CODE TO BVP-CURRENCY-CODE
           MOVE SP1-AMOUNT TO BVP-AMOUNT
           MOVE SP1-CONVERTED-AMOUNT TO BVP-CONVERTED-AMOUNT
           MOVE 'P' TO BVP-STATUS
           MOVE ZERO TO BVP-PROCESS-DATE
           MOVE ZERO TO BVP-DAYS
           MOVE ZERO TO BVP-INTEREST-DIFFERENCE
           WRITE BVALPST-RECORD
           CLOSE BVALPST-FILE
           DISPLAY V-PN 'BACK-VALUED TO ' SP1-EFFECTIVE-DATE
               ' - LOGGED FOR RE-ACCRUAL'.
       1235-EXIT.
           EXIT.

       1250-COMPARE-CURRENCY-CODE.
           IF WS-RATE-CURRENCY-CODE(WS-RATE-INDEX) = SP1-CURRENCY-CODE
               MOVE WS-RATE-CONVERSION-RATE(WS-RATE-INDEX)
                           TO WS-FEE-FLAT-AMOUNT(WS-FEE-COUNT)
                       MOVE FEE-RATE-PCT
                           TO WS-FEE-RATE-PCT(WS-FEE-COUNT)
                       IF FEE-PRODUCT-CODE = LOW-VALUES
                           MOVE SPACES
                               TO WS-FEE-PRODUCT-CODE(WS-FEE-COUNT)
                       ELSE
                           MOVE FEE-PRODUCT-CODE
                               TO WS-FEE-PRODUCT-CODE(WS-FEE-COUNT)
                       END-IF
                   ELSE
                       DISPLAY V-PN 'WARNING - FEE TABLE FULL'
                   END-IF
      *                      AND COMPUTE THE FEE ON THE CONVERTED
      *                      AMOUNT. THE FEE IS ONLY POSTED (1450) IF
      *                      THE MAIN TRANSACTION ITSELF POSTS CLEANLY.
      *                      A ROW FOR THE ACCOUNT'S OWN PRODUCT WINS;
      *                      OTHERWISE THE BLANK-PRODUCT REGION-WIDE
      *                      ROW APPLIES.
      ******************************************************************
       1400-CALCULATE-FEE.
           MOVE ZERO TO WS-FEE-AMOUNT
           IF WS-FEE-COUNT = ZERO
               GO TO 1400-EXIT
           END-IF
      *    THE FEESCHED ROW FOR TYPE 'U' PRICES THE NSF FEE ITSELF -
      *    IT IS NEVER A FEE ON TOP OF THE FEE.
           IF SP1-TYPE-NSF-FEE
               GO TO 1400-EXIT
           END-IF
           MOVE 'N' TO WS-FEE-FOUND-SWITCH
           IF WS-ACCOUNT-PRODUCT-CODE NOT = SPACES
               MOVE WS-ACCOUNT-PRODUCT-CODE TO WS-FEE-MATCH-PRODUCT
               PERFORM 1420-COMPARE-FEE-ENTRY
                   VARYING WS-FEE-INDEX FROM 1 BY 1
                   UNTIL WS-FEE-INDEX > WS-FEE-COUNT OR WS-FEE-FOUND
           END-IF
           IF NOT WS-FEE-FOUND
               MOVE SPACES TO WS-FEE-MATCH-PRODUCT
               PERFORM 1420-COMPARE-FEE-ENTRY
                   VARYING WS-FEE-INDEX FROM 1 BY 1
                   UNTIL WS-FEE-INDEX > WS-FEE-COUNT OR WS-FEE-FOUND
           END-IF
           IF NOT WS-FEE-FOUND
               GO TO 1400-EXIT
           END-IF
                   WS-FEE-CURRENCY-CODE(WS-FEE-INDEX)
                       = SP1-CURRENCY-CODE AND
                   WS-FEE-TRANS-TYPE(WS-FEE-INDEX)
                       = SP1-TRANSACTION-TYPE AND
                   WS-FEE-PRODUCT-CODE(WS-FEE-INDEX)
                       = WS-FEE-MATCH-PRODUCT
               MOVE WS-FEE-FLAT-AMOUNT(WS-FEE-INDEX)
                   TO WS-FEE-FOUND-FLAT
               MOVE WS-FEE-RATE-PCT(WS-FEE-INDEX)
           MOVE SUBPRM01 TO WS-FEE-SAVED-PARM
           MOVE WS-FEE-AMOUNT TO SP1-AMOUNT
           MOVE WS-FEE-AMOUNT TO SP1-CONVERTED-AMOUNT
           IF WS-FOREIGN-ACCOUNT
               MOVE WS-BASE-CURRENCY TO SP1-CURRENCY-CODE
           END-IF
           MOVE WS-FEE-TRACE-ID TO SP1-TRACE-ID
           MOVE 'A' TO SP1-TRANSACTION-TYPE
           MOVE ZERO TO SP1-RETURN-CODE
               MOVE ZERO TO SP1-FEE-AMOUNT
               MOVE SPACES TO SP1-FEE-TRACE-ID
           ELSE
               PERFORM 1107-BASE-TO-ACCOUNT THRU 1107-EXIT
               PERFORM 1300-POST-BALANCE THRU 1300-EXIT
               PERFORM 1470-POST-FEE-TAX THRU 1470-EXIT
               MOVE WS-FEE-SAVED-PARM TO SUBPRM01
       1470-EXIT.
           EXIT.

      ******************************************************************
      * 1475-TAX-NSF-FEE - AN NSF FEE POSTED - IT IS FEE INCOME LIKE
      *                    ANY OTHER, SO ITS WITHHOLDING POSTS THROUGH
      *                    1470-POST-FEE-TAX UNDER 'T' + THE FEE
      *                    TRACE'S TAIL, WITH THE SAME SAVE / OVERLAY /
      *                    RESTORE AS 1450-POST-FEE.
      ******************************************************************
       1475-TAX-NSF-FEE.
           MOVE SUBPRM01 TO WS-FEE-SAVED-PARM
           MOVE SP1-CONVERTED-AMOUNT TO WS-FEE-AMOUNT
           MOVE SP1-TRACE-ID TO WS-FEE-TRACE-ID
           PERFORM 1470-POST-FEE-TAX THRU 1470-EXIT
           MOVE WS-FEE-SAVED-PARM TO SUBPRM01
           MOVE ZERO TO WS-FEE-AMOUNT
           MOVE SPACES TO WS-FEE-TRACE-ID.
       1475-EXIT.
           EXIT.

      ******************************************************************
      * 1480-REFUND-ORIGINAL-FEE - A REVERSAL, BANK RETURN OR FRAUD
      *                            REVERSAL NAMING ITS ORIGINAL POSTED
      *                            CLEANLY - UNDO THE ORIGINAL'S FEE.
      *                            A FEE THAT POSTED ('F' + THE
      *                            ORIGINAL'S TAIL, CLEAN ON TRANXREF)
      *                            IS REFUNDED WITH ITS WITHHOLDING;
      *                            OTHERWISE A MONTHLY-BILLED ACCOUNT'S
      *                            FEEBILL ACCRUAL IS SETTLED. THE
      *                            OFFSET'S SHARE IS MEASURED AGAINST
      *                            THE ORIGINAL'S AMOUNT AND WHAT
      *                            EARLIER PARTIALS ALREADY OFFSET (AS
      *                            1140 READ IT OFF REVXREF); AN
      *                            ORIGINAL OF UNKNOWN AMOUNT REFUNDS
      *                            THE WHOLE FEE.
      ******************************************************************
       1480-REFUND-ORIGINAL-FEE.
           IF NOT SP1-TYPE-REVERSAL AND NOT SP1-TYPE-BANK-RETURN
                   AND NOT SP1-TYPE-FRAUD-REVERSAL
               GO TO 1480-EXIT
           END-IF
           IF SP1-ORIGINAL-TRACE-ID = SPACES OR LOW-VALUES
               GO TO 1480-EXIT
           END-IF
           MOVE SP1-AMOUNT TO WS-RFD-OFFSET-ABS
           MOVE ZERO TO WS-RFD-PRIOR-ABS
           IF WS-REVXREF-AVAILABLE AND WS-PRIOR-REVERSAL-FOUND
               MOVE WS-REVERSED-SO-FAR TO WS-RFD-PRIOR-ABS
           END-IF
           PERFORM 1148-GET-ORIGINAL-AMOUNT THRU 1148-EXIT
           MOVE WS-ORIGINAL-ABS TO WS-RFD-ORIGINAL-ABS
           MOVE ZERO TO WS-RFD-FEE-SHARE
           MOVE ZERO TO WS-RFD-TAX-SHARE
           MOVE SPACES TO WS-RFD-FEE-TRACE-ID
           MOVE SPACES TO WS-RFD-TAX-ORIGINAL-ID
           MOVE SPACES TO WS-RFD-REFUND-TRACE-ID
           MOVE SPACES TO WS-RFD-TAX-TRACE-ID
           STRING 'E' DELIMITED BY SIZE
                   SP1-TRACE-ID(2:15) DELIMITED BY SIZE
               INTO WS-RFD-REFUND-TRACE-ID
           END-STRING
           STRING 'W' DELIMITED BY SIZE
                   SP1-TRACE-ID(2:15) DELIMITED BY SIZE
               INTO WS-RFD-TAX-TRACE-ID
           END-STRING
           PERFORM 1482-FIND-POSTED-FEE THRU 1482-EXIT
           IF WS-RFD-FEE-POSTED
               MOVE 'R' TO WS-RFD-ACTION
               PERFORM 1488-MEASURE-REFUND-SHARE THRU 1488-EXIT
               PERFORM 1490-POST-FEE-REFUND THRU 1490-EXIT
               GO TO 1480-EXIT
           END-IF
           IF WS-ACCTMST-AVAILABLE AND ACM-FEES-BILLED-MONTHLY
               PERFORM 1484-SETTLE-FEE-ACCRUAL THRU 1484-EXIT
           END-IF.
       1480-EXIT.
           EXIT.

      ******************************************************************
      * 1482-FIND-POSTED-FEE - THE ORIGINAL'S FEE AND ITS WITHHOLDING
      *                        OFF TRANXREF, BY THE TRACES 1450 AND
      *                        1470 POSTED THEM UNDER. ONLY A CLEAN
      *                        POSTING ON THE SAME ACCOUNT COUNTS.
      ******************************************************************
       1482-FIND-POSTED-FEE.
           MOVE 'N' TO WS-RFD-FEE-POSTED-SW
           MOVE ZERO TO WS-RFD-FEE-BASE
           MOVE ZERO TO WS-RFD-TAX-BASE
           STRING 'F' DELIMITED BY SIZE
                   SP1-ORIGINAL-TRACE-ID(2:15) DELIMITED BY SIZE
               INTO WS-RFD-FEE-TRACE-ID
           END-STRING
           STRING 'T' DELIMITED BY SIZE
                   SP1-ORIGINAL-TRACE-ID(2:15) DELIMITED BY SIZE
               INTO WS-RFD-TAX-ORIGINAL-ID
           END-STRING
           IF NOT WS-TRANXREF-OPEN-ATTEMPTED
               PERFORM 0186-OPEN-TRANXREF THRU 0186-EXIT
           END-IF
           IF NOT WS-TRANXREF-AVAILABLE
               GO TO 1482-EXIT
           END-IF
           MOVE WS-RFD-FEE-TRACE-ID TO TXR-TRACE-ID
           READ TRANXREF-FILE
               INVALID KEY
                   GO TO 1482-EXIT
           END-READ
           IF TXR-ACCOUNT-NUMBER NOT = SP1-ACCOUNT-NUMBER OR
                   TXR-RETURN-CODE NOT NUMERIC OR
                   TXR-RETURN-CODE NOT = ZERO OR
                   TXR-AMOUNT NOT NUMERIC
               GO TO 1482-EXIT
           END-IF
           IF TXR-AMOUNT NOT > ZERO
               GO TO 1482-EXIT
           END-IF
           MOVE TXR-AMOUNT TO WS-RFD-FEE-BASE
           MOVE 'Y' TO WS-RFD-FEE-POSTED-SW
           MOVE WS-RFD-TAX-ORIGINAL-ID TO TXR-TRACE-ID
           READ TRANXREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TXR-RETURN-CODE NUMERIC AND
                           TXR-RETURN-CODE = ZERO AND
                           TXR-AMOUNT NUMERIC
                       MOVE TXR-AMOUNT TO WS-RFD-TAX-BASE
                   END-IF
           END-READ.
       1482-EXIT.
           EXIT.

      ******************************************************************
      * 1484-SETTLE-FEE-ACCRUAL - MONTHLY BILLING: FIND THE ORIGINAL'S
      *                           FEEBILL ACCRUAL. STILL UNBILLED, IT
      *                           IS CANCELLED (OR CUT BY A PARTIAL
      *                           OFFSET'S SHARE) IN PLACE, SO EXPFEEBL
      *                           NEVER BILLS IT; ALREADY BILLED, ITS
      *                           SHARE IS REFUNDED WITH THE SAME SHARE
      *                           OF THE BILL'S WITHHOLDING.
      ******************************************************************
       1484-SETTLE-FEE-ACCRUAL.
           OPEN I-O FEEBILL-FILE
           IF NOT WS-FEEBILL-OK
               IF NOT WS-FEEBILL-NOT-FOUND
                   DISPLAY V-PN 'UNABLE TO OPEN FEEBILL - STATUS '
                       WS-FEEBILL-STATUS ' - FEE NOT REFUNDED - '
                       'ORIGINAL ' SP1-ORIGINAL-TRACE-ID
               END-IF
               GO TO 1484-EXIT
           END-IF
           MOVE 'N' TO WS-RFD-SCAN-DONE-SW
           MOVE 'N' TO WS-RFD-ACCRUAL-SW
           PERFORM 1485-SCAN-ONE-ACCRUAL THRU 1485-EXIT
               UNTIL WS-RFD-SCAN-DONE
           IF NOT WS-RFD-ACCRUAL-FOUND
               CLOSE FEEBILL-FILE
               GO TO 1484-EXIT
           END-IF
           IF FBL-ACCRUED
               PERFORM 1486-CANCEL-ACCRUAL THRU 1486-EXIT
               CLOSE FEEBILL-FILE
               GO TO 1484-EXIT
           END-IF
           MOVE FBL-FEE-AMOUNT TO WS-RFD-FEE-BASE
           MOVE FBL-BILL-TRACE-ID TO WS-RFD-FEE-TRACE-ID
           CLOSE FEEBILL-FILE
           MOVE SPACES TO WS-RFD-TAX-ORIGINAL-ID
           STRING 'T' DELIMITED BY SIZE
                   WS-RFD-FEE-TRACE-ID(2:15) DELIMITED BY SIZE
               INTO WS-RFD-TAX-ORIGINAL-ID
           END-STRING
           COMPUTE WS-RFD-TAX-BASE ROUNDED =
               WS-RFD-FEE-BASE * WS-FEE-TAX-RATE / 100
           MOVE 'B' TO WS-RFD-ACTION
           PERFORM 1488-MEASURE-REFUND-SHARE THRU 1488-EXIT
           PERFORM 1490-POST-FEE-REFUND THRU 1490-EXIT.
       1484-EXIT.
           EXIT.

       1485-SCAN-ONE-ACCRUAL.
           READ FEEBILL-FILE
               AT END
                   MOVE 'Y' TO WS-RFD-SCAN-DONE-SW
               NOT AT END
                   IF FBL-ORIGINAL-TRACE-ID = SP1-ORIGINAL-TRACE-ID
                           AND FBL-ACCOUNT-NUMBER = SP1-ACCOUNT-NUMBER
                           AND (FBL-ACCRUED OR FBL-BILLED)
                           AND FBL-FEE-AMOUNT NUMERIC
                       MOVE 'Y' TO WS-RFD-ACCRUAL-SW
                       MOVE 'Y' TO WS-RFD-SCAN-DONE-SW
                   END-IF
           END-READ
           IF NOT WS-FEEBILL-OK
               MOVE 'Y' TO WS-RFD-SCAN-DONE-SW
           END-IF.
       1485-EXIT.
           EXIT.

      ******************************************************************
      * 1486-CANCEL-ACCRUAL - THE ACCRUAL IS STILL UNBILLED. A FULL
      *                       OFFSET (OR ONE AGAINST AN ORIGINAL OF
      *                       UNKNOWN AMOUNT) CANCELS IT; A PARTIAL
      *                       CUTS IT BY THE OFFSET'S SHARE OF WHAT
      *                       REMAINED UNOFFSET, SO THE LAST PARTIAL
      *                       TAKES EXACTLY THE REST.
      ******************************************************************
       1486-CANCEL-ACCRUAL.
           IF NOT WS-ORIGINAL-AMOUNT-KNOWN OR
                   WS-RFD-PRIOR-ABS + WS-RFD-OFFSET-ABS
                       NOT < WS-RFD-ORIGINAL-ABS
               MOVE FBL-FEE-AMOUNT TO WS-RFD-FEE-SHARE
           ELSE
               COMPUTE WS-RFD-FEE-SHARE ROUNDED =
                   FBL-FEE-AMOUNT * WS-RFD-OFFSET-ABS /
                   (WS-RFD-ORIGINAL-ABS - WS-RFD-PRIOR-ABS)
               IF WS-RFD-FEE-SHARE > FBL-FEE-AMOUNT
                   MOVE FBL-FEE-AMOUNT TO WS-RFD-FEE-SHARE
               END-IF
           END-IF
           IF WS-RFD-FEE-SHARE NOT > ZERO
               GO TO 1486-EXIT
           END-IF
           SUBTRACT WS-RFD-FEE-SHARE FROM FBL-FEE-AMOUNT
           IF FBL-FEE-AMOUNT NOT > ZERO
               MOVE ZERO TO FBL-FEE-AMOUNT
               MOVE 'C' TO FBL-STATUS
           END-IF
           REWRITE FEEBILL-RECORD
           IF NOT WS-FEEBILL-OK
               DISPLAY V-PN 'FEEBILL REWRITE FAILED - STATUS '
                   WS-FEEBILL-STATUS ' - ACCRUAL FOR '
                   SP1-ORIGINAL-TRACE-ID ' NOT CANCELLED'
               GO TO 1486-EXIT
           END-IF
           DISPLAY V-PN 'FEE ACCRUAL ' WS-RFD-FEE-SHARE
               ' CANCELLED FOR ORIGINAL ' SP1-ORIGINAL-TRACE-ID
           MOVE 'C' TO WS-RFD-ACTION
           MOVE SPACES TO WS-RFD-FEE-TRACE-ID
           MOVE SPACES TO WS-RFD-REFUND-TRACE-ID
           MOVE 'N' TO WS-RFD-TAX-POSTED-SW
           PERFORM 1494-WRITE-REFUND-LOG THRU 1494-EXIT.
       1486-EXIT.
           EXIT.

      ******************************************************************
      * 1488-MEASURE-REFUND-SHARE - THE OFFSET'S SHARE OF THE FEE AND
      *                             WITHHOLDING BASES: WHAT THE OFFSETS
      *                             TO DATE COVER, LESS WHAT THE
      *                             OFFSETS BEFORE THIS ONE COVERED,
      *                             EACH ROUNDED - SO THE PARTIALS OF
      *                             ONE ORIGINAL NEVER REFUND A CENT
      *                             MORE OR LESS THAN THE WHOLE FEE.
      ******************************************************************
       1488-MEASURE-REFUND-SHARE.
           IF NOT WS-ORIGINAL-AMOUNT-KNOWN OR
                   WS-RFD-ORIGINAL-ABS = ZERO
               MOVE WS-RFD-FEE-BASE TO WS-RFD-FEE-SHARE
               MOVE WS-RFD-TAX-BASE TO WS-RFD-TAX-SHARE
               GO TO 1488-EXIT
           END-IF
           IF WS-RFD-PRIOR-ABS + WS-RFD-OFFSET-ABS
                   NOT < WS-RFD-ORIGINAL-ABS
               MOVE WS-RFD-FEE-BASE TO WS-RFD-FEE-SHARE
               MOVE WS-RFD-TAX-BASE TO WS-RFD-TAX-SHARE
           ELSE
               COMPUTE WS-RFD-FEE-SHARE ROUNDED =
                   WS-RFD-FEE-BASE *
                   (WS-RFD-PRIOR-ABS + WS-RFD-OFFSET-ABS) /
                   WS-RFD-ORIGINAL-ABS
               COMPUTE WS-RFD-TAX-SHARE ROUNDED =
                   WS-RFD-TAX-BASE *
                   (WS-RFD-PRIOR-ABS + WS-RFD-OFFSET-ABS) /
                   WS-RFD-ORIGINAL-ABS
           END-IF
           COMPUTE WS-RFD-SHARE-BEFORE ROUNDED =
               WS-RFD-FEE-BASE * WS-RFD-PRIOR-ABS / WS-RFD-ORIGINAL-ABS
           SUBTRACT WS-RFD-SHARE-BEFORE FROM WS-RFD-FEE-SHARE
           COMPUTE WS-RFD-SHARE-BEFORE ROUNDED =
               WS-RFD-TAX-BASE * WS-RFD-PRIOR-ABS / WS-RFD-ORIGINAL-ABS
           SUBTRACT WS-RFD-SHARE-BEFORE FROM WS-RFD-TAX-SHARE.
       1488-EXIT.
           EXIT.

      ******************************************************************
      * 1490-POST-FEE-REFUND - POST THE FEE SHARE BACK TO THE CUSTOMER
      *                        AS A TYPE 'A' CREDIT UNDER 'E' + THE
      *                        OFFSET'S TAIL, NAMING THE FEE (OR BILL)
      *                        AS ITS ORIGINAL, AND APPLY IT TO THE
      *                        BALANCE - THE SAME SAVE / OVERLAY /
      *                        RESTORE AS 1450-POST-FEE. THE OFFSET
      *                        ITSELF HAS ALREADY POSTED, SO A REFUSED
      *                        REFUND IS REPORTED, NOT PROPAGATED.
      ******************************************************************
       1490-POST-FEE-REFUND.
           IF WS-RFD-FEE-SHARE NOT > ZERO
               GO TO 1490-EXIT
           END-IF
           MOVE 'N' TO WS-RFD-TAX-POSTED-SW
           MOVE SUBPRM01 TO WS-RFD-SAVED-PARM
           COMPUTE SP1-AMOUNT = ZERO - WS-RFD-FEE-SHARE
           MOVE SP1-AMOUNT TO SP1-CONVERTED-AMOUNT
           IF WS-FOREIGN-ACCOUNT
               MOVE WS-BASE-CURRENCY TO SP1-CURRENCY-CODE
           END-IF
           MOVE WS-RFD-REFUND-TRACE-ID TO SP1-TRACE-ID
           MOVE WS-RFD-FEE-TRACE-ID TO SP1-ORIGINAL-TRACE-ID
           MOVE 'A' TO SP1-TRANSACTION-TYPE
           MOVE ZERO TO SP1-RETURN-CODE
           DISPLAY V-PN 'REFUNDING FEE ' WS-RFD-FEE-SHARE
               ' AS TRACE ' WS-RFD-REFUND-TRACE-ID
           CALL WS-SUBPGM02-NAME USING SUBPRM01
           IF SP1-FAILED
               PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
               DISPLAY V-PN 'FEE REFUND FAILED - ' WS-ERROR-TEXT
                   ' - FEE ' WS-RFD-FEE-TRACE-ID ' STILL CHARGED'
               MOVE WS-RFD-SAVED-PARM TO SUBPRM01
               GO TO 1490-EXIT
           END-IF
           PERFORM 1107-BASE-TO-ACCOUNT THRU 1107-EXIT
           PERFORM 1300-POST-BALANCE THRU 1300-EXIT
           PERFORM 1492-REVERSE-FEE-TAX THRU 1492-EXIT
           MOVE WS-RFD-SAVED-PARM TO SUBPRM01
           PERFORM 1494-WRITE-REFUND-LOG THRU 1494-EXIT.
       1490-EXIT.
           EXIT.

      ******************************************************************
      * 1492-REVERSE-FEE-TAX - THE REFUND POSTED - REVERSE ITS SHARE OF
      *                        THE WITHHOLDING AS A NEGATIVE TYPE 'T'
      *                        ENTRY UNDER 'W' + THE OFFSET'S TAIL.
      *                        BOOKS-SIDE ONLY, LIKE 1470 - THE
      *                        CUSTOMER BALANCE IS NOT TOUCHED.
      ******************************************************************
       1492-REVERSE-FEE-TAX.
           IF WS-RFD-TAX-SHARE NOT > ZERO
               GO TO 1492-EXIT
           END-IF
           COMPUTE SP1-AMOUNT = ZERO - WS-RFD-TAX-SHARE
           MOVE SP1-AMOUNT TO SP1-CONVERTED-AMOUNT
           MOVE WS-RFD-TAX-TRACE-ID TO SP1-TRACE-ID
           MOVE WS-RFD-TAX-ORIGINAL-ID TO SP1-ORIGINAL-TRACE-ID
           MOVE 'T' TO SP1-TRANSACTION-TYPE
           MOVE ZERO TO SP1-RETURN-CODE
           DISPLAY V-PN 'REVERSING WITHHOLDING ' WS-RFD-TAX-SHARE
               ' AS TRACE ' WS-RFD-TAX-TRACE-ID
           CALL WS-SUBPGM02-NAME USING SUBPRM01
           IF SP1-FAILED
               PERFORM 9800-LOOKUP-ERROR-TEXT THRU 9800-EXIT
               DISPLAY V-PN 'WITHHOLDING REVERSAL FAILED - '
                   WS-ERROR-TEXT
           ELSE
               MOVE 'Y' TO WS-RFD-TAX-POSTED-SW
           END-IF.
       1492-EXIT.
           EXIT.

      ******************************************************************
      * 1494-WRITE-REFUND-LOG - APPEND WHAT WAS DONE TO THE FEERFND LOG
      *                         FOR THE EXPFRFRP REPORT AND JOURNAL.
      *                         SUBPRM01 HOLDS THE OFFSET AGAIN HERE.
      ******************************************************************
       1494-WRITE-REFUND-LOG.
           OPEN EXTEND FEERFND-FILE
           IF WS-FEERFND-NOT-FOUND
               OPEN OUTPUT FEERFND-FILE
           END-IF
           IF NOT WS-FEERFND-OK
               DISPLAY V-PN 'UNABLE TO OPEN FEERFND - STATUS '
                   WS-FEERFND-STATUS ' - REFUND NOT LOGGED - TRACE '
                   SP1-TRACE-ID
               GO TO 1494-EXIT
           END-IF
           MOVE SPACES TO FEERFND-RECORD
           MOVE WS-LIMITS-DATE-NOW TO FRF-REFUND-DATE
           MOVE SP1-ACCOUNT-NUMBER TO FRF-ACCOUNT-NUMBER
           MOVE SP1-REGION-CODE TO FRF-REGION-CODE
           MOVE SP1-CURRENCY-CODE TO FRF-CURRENCY-CODE
           MOVE SP1-TRACE-ID TO FRF-OFFSET-TRACE-ID
           MOVE SP1-TRANSACTION-TYPE TO FRF-OFFSET-TYPE
           MOVE SP1-ORIGINAL-TRACE-ID TO FRF-ORIGINAL-TRACE-ID
           MOVE WS-RFD-ACTION TO FRF-ACTION
           MOVE WS-RFD-FEE-TRACE-ID TO FRF-FEE-TRACE-ID
           MOVE WS-RFD-REFUND-TRACE-ID TO FRF-REFUND-TRACE-ID
           MOVE WS-RFD-FEE-SHARE TO FRF-FEE-REFUNDED
           MOVE ZERO TO FRF-TAX-REVERSED
           IF WS-RFD-TAX-POSTED
               MOVE WS-RFD-TAX-TRACE-ID TO FRF-TAX-TRACE-ID
               MOVE WS-RFD-TAX-SHARE TO FRF-TAX-REVERSED
           END-IF
           WRITE FEERFND-RECORD
           CLOSE FEERFND-FILE.
       1494-EXIT.
           EXIT.

      ******************************************************************
      * 1100-VALIDATE-ACCOUNT - REJECT THE TRANSACTION IF THE ACCOUNT
      *                         IS NOT ON THE ACCOUNT MASTER, OR IF IT
      *                         IS ON FILE BUT CLOSED.
      ******************************************************************
       1100-VALIDATE-ACCOUNT.
           MOVE SPACES TO WS-ACCOUNT-PRODUCT-CODE
           MOVE SPACES TO WS-ACCOUNT-TYPE
           MOVE 'N' TO WS-FOREIGN-ACCOUNT-SW
           IF WS-ACCTMST-AVAILABLE
               MOVE SP1-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
               READ ACCTMST-FILE
                   INVALID KEY
                       MOVE 16 TO SP1-RETURN-CODE
                   NOT INVALID KEY
                       IF ACM-PRODUCT-CODE NOT = LOW-VALUES
                           MOVE ACM-PRODUCT-CODE
                               TO WS-ACCOUNT-PRODUCT-CODE
                       END-IF
                       MOVE ACM-ACCOUNT-TYPE TO WS-ACCOUNT-TYPE
                       IF NOT ACM-BASE-CURRENCY-ACCOUNT
                           MOVE 'Y' TO WS-FOREIGN-ACCOUNT-SW
                       END-IF
               END-READ
               IF WS-ACCTMST-OK AND ACM-CLOSED
                   MOVE 24 TO SP1-RETURN-CODE
      *        THROUGH ACCTMNT; CREDITS STILL POST.
               IF WS-ACCTMST-OK AND ACM-DORMANT AND
                       SP1-CONVERTED-AMOUNT > ZERO AND
                       NOT SP1-TYPE-REVALUATION AND
                       NOT SP1-FAILED
                   MOVE 48 TO SP1-RETURN-CODE
               END-IF
               IF WS-ACCTMST-OK AND
                       ACM-CHARGED-OFF-AMOUNT NOT NUMERIC
                   MOVE ZERO TO ACM-CHARGED-OFF-AMOUNT
               END-IF
      *        A CHARGED-OFF ACCOUNT REFUSES DEBITS OUTRIGHT. A
      *        PAYMENT OR ADJUSTMENT CREDIT WHILE ANYTHING IS STILL
      *        WRITTEN OFF IS A RECOVERY AGAINST THE WRITE-OFF, NOT
      *        A DEPOSIT TO THE (ZEROED) BALANCE.
               IF WS-ACCTMST-OK AND ACM-CHARGED-OFF AND
                       SP1-CONVERTED-AMOUNT > ZERO AND
                       NOT SP1-TYPE-REVALUATION AND
                       NOT SP1-FAILED
                   MOVE 80 TO SP1-RETURN-CODE
               END-IF
               IF WS-ACCTMST-OK AND ACM-CHARGED-OFF AND
                       SP1-CONVERTED-AMOUNT < ZERO AND
                       (SP1-TYPE-PAYMENT OR SP1-TYPE-ADJUSTMENT) AND
                       ACM-CHARGED-OFF-AMOUNT > ZERO AND
                       NOT SP1-FAILED
                   MOVE 'Y' TO SP1-TRANSACTION-TYPE
                   DISPLAY V-PN 'CHARGED-OFF ACCOUNT '
                       SP1-ACCOUNT-NUMBER ' - CREDIT TAKEN AS RECOVERY'
               END-IF
      *        AN ACCOUNT LOADED BEFORE THE BALANCE FIELD EXISTED
      *        CARRIES SPACES WHERE THE PACKED BALANCE NOW LIVES -
      *        TREAT IT AS A ZERO OPENING BALANCE RATHER THAN ABEND
               IF WS-ACCTMST-OK AND ACM-CURRENT-BALANCE NOT NUMERIC
                   MOVE ZERO TO ACM-CURRENT-BALANCE
               END-IF
               IF WS-FOREIGN-ACCOUNT AND
                       ACM-BASE-EQUIVALENT NOT NUMERIC
                   MOVE ZERO TO ACM-BASE-EQUIVALENT
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1105-SET-ACCOUNT-AMOUNT - THE POSTING IN THE ACCOUNT'S OWN
      *                           CURRENCY. A BASE ACCOUNT TAKES THE
      *                           CONVERTED AMOUNT AS ALWAYS. A
      *                           FOREIGN-CURRENCY ACCOUNT TAKES A
      *                           PAYMENT IN ITS OWN CURRENCY AT THE
      *                           KEYED AMOUNT (RESCALED TO WHOLE
      *                           UNITS), ANYTHING ELSE AT THE BASE
      *                           AMOUNT OVER TONIGHT'S RATE FOR THE
      *                           ACCOUNT'S CURRENCY, AND A
      *                           REVALUATION NOT AT ALL.
      ******************************************************************
       1105-SET-ACCOUNT-AMOUNT.
           MOVE SP1-CONVERTED-AMOUNT TO WS-ACCOUNT-AMOUNT
      *    A RECOVERY LEAVES THE BALANCE ALONE - 1300 APPLIES IT TO
      *    THE WRITTEN-OFF AMOUNT.
           IF SP1-TYPE-RECOVERY
               MOVE ZERO TO WS-ACCOUNT-AMOUNT
               GO TO 1105-EXIT
           END-IF
           IF NOT WS-FOREIGN-ACCOUNT
               GO TO 1105-EXIT
           END-IF
           MOVE 1.0000 TO WS-ACCOUNT-RATE
           MOVE 'N' TO WS-ACCOUNT-RATE-FOUND-SW
           PERFORM 1106-COMPARE-ACCOUNT-CURRENCY
               VARYING WS-RATE-INDEX FROM 1 BY 1
               UNTIL WS-RATE-INDEX > WS-RATE-COUNT
                   OR WS-ACCOUNT-RATE-FOUND
           IF NOT WS-ACCOUNT-RATE-FOUND AND WS-RATE-REQUIRED
               MOVE 44 TO SP1-RETURN-CODE
               DISPLAY V-PN 'NO CURRATE ENTRY FOR ACCOUNT CURRENCY '
                   ACM-ACCOUNT-CURRENCY ' - REJECTED'
               GO TO 1105-EXIT
           END-IF
           IF WS-ACCOUNT-RATE = ZERO
               MOVE 1.0000 TO WS-ACCOUNT-RATE
           END-IF
           MOVE WS-ACCOUNT-RATE TO SP1-ACCOUNT-RATE
           EVALUATE TRUE
               WHEN SP1-TYPE-REVALUATION
                   MOVE ZERO TO WS-ACCOUNT-AMOUNT
               WHEN SP1-CURRENCY-CODE = ACM-ACCOUNT-CURRENCY
                   COMPUTE WS-ACCOUNT-AMOUNT ROUNDED =
                       SP1-AMOUNT * WS-CONVERSION-SCALE
               WHEN OTHER
                   PERFORM 1107-BASE-TO-ACCOUNT THRU 1107-EXIT
           END-EVALUATE.
       1105-EXIT.
           EXIT.

       1106-COMPARE-ACCOUNT-CURRENCY.
           IF WS-RATE-CURRENCY-CODE(WS-RATE-INDEX) =
                   ACM-ACCOUNT-CURRENCY
               MOVE WS-RATE-CONVERSION-RATE(WS-RATE-INDEX)
                   TO WS-ACCOUNT-RATE
               MOVE 'Y' TO WS-ACCOUNT-RATE-FOUND-SW
           END-IF.

      ******************************************************************
      * 1107-BASE-TO-ACCOUNT - SP1-CONVERTED-AMOUNT EXPRESSED IN THE
      *                        ACCOUNT'S OWN CURRENCY. ALSO USED FOR
      *                        THE FEE AND FEE-REFUND POSTINGS, WHICH
      *                        ARE PRICED IN BASE.
      ******************************************************************
       1107-BASE-TO-ACCOUNT.
           IF WS-FOREIGN-ACCOUNT
               COMPUTE WS-ACCOUNT-AMOUNT ROUNDED =
                   SP1-CONVERTED-AMOUNT / WS-ACCOUNT-RATE
           ELSE
               MOVE SP1-CONVERTED-AMOUNT TO WS-ACCOUNT-AMOUNT
           END-IF.
       1107-EXIT.
           EXIT.

      ******************************************************************
      * 1125-CHECK-ACCOUNT-FREEZE - A COURT-ORDERED FREEZE ON THE
      *                             ACCTFRZ FILE REFUSES A DEBIT WITH
       1125-EXIT.
           EXIT.

      ******************************************************************
      * 1127-CHECK-TERM-DEPOSIT - A TERM DEPOSIT ACCOUNT WHOSE ACTIVE
      *                           TERMDEP DEPOSIT HAS NOT REACHED ITS
      *                           MATURITY DATE REFUSES AN ORDINARY
      *                           DEBIT WITH CODE 72. A TYPE 'M'
      *                           ENTRY (EXPTDMAT AT MATURITY, TDMNT
      *                           ON AN EARLY BREAK) IS THE ONE WAY
      *                           MONEY LEAVES A LOCKED DEPOSIT.
      *                           CREDITS ALWAYS POST. NO FILE, NO
      *                           RECORD, OR A DEPOSIT NO LONGER
      *                           ACTIVE MEANS NOTHING IS LOCKED.
      ******************************************************************
       1127-CHECK-TERM-DEPOSIT.
           IF NOT WS-ACCOUNT-TERM-DEPOSIT
               GO TO 1127-EXIT
           END-IF
           IF SP1-CONVERTED-AMOUNT NOT > ZERO OR
                   SP1-TYPE-TERM-DEPOSIT
               GO TO 1127-EXIT
           END-IF
           IF NOT WS-TERMDEP-OPEN-ATTEMPTED
               PERFORM 0184-OPEN-TERMDEP THRU 0184-EXIT
           END-IF
           IF NOT WS-TERMDEP-AVAILABLE
               GO TO 1127-EXIT
           END-IF
           MOVE SP1-ACCOUNT-NUMBER TO TDP-ACCOUNT-NUMBER
           READ TERMDEP-FILE
               INVALID KEY
                   GO TO 1127-EXIT
           END-READ
           IF NOT TDP-ACTIVE
               GO TO 1127-EXIT
           END-IF
           IF NOT WS-BUSDATE-ATTEMPTED
               PERFORM 0175-SET-BUSINESS-DATE THRU 0175-EXIT
           END-IF
           IF TDP-MATURITY-DATE NUMERIC AND
                   TDP-MATURITY-DATE NOT > WS-LIMITS-DATE-NOW
               GO TO 1127-EXIT
           END-IF
           MOVE 72 TO SP1-RETURN-CODE
           DISPLAY V-PN 'ACCOUNT ' SP1-ACCOUNT-NUMBER ' TERM DEPOSIT '
               'LOCKED UNTIL ' TDP-MATURITY-DATE.
       1127-EXIT.
           EXIT.

      ******************************************************************
      * 1120-VALIDATE-CUSTOMER - REJECT THE TRANSACTION IF THE
      *                          ACCOUNT'S OWNING CUSTOMER IS DECEASED
      *                          LINK EXISTED) OR A CUSTOMER NOT ON
      *                          FILE IS LET THROUGH - THE CHECK ONLY
      *                          EVER RAISES A REJECTION ON A POSITIVE
      *                          DECEASED/BLOCKED MATCH. UNDER THE
      *                          ANY-OWNER SIGNING RULE A DEBIT IS
      *                          ALSO REJECTED FOR ANY FURTHER OWNER
      *                          ON ACCTREL; CREDITS ONLY EVER LOOK
      *                          AT THE LEAD. A DECEASED CUSTOMER'S
      *                          ESTATE IS STILL SETTLED - SEE 1124.
      ******************************************************************
       1120-VALIDATE-CUSTOMER.
           PERFORM 1121-LOAD-JOINT-OWNERS THRU 1121-EXIT
           IF NOT WS-ACCTMST-AVAILABLE OR NOT WS-CUSTMST-AVAILABLE
               GO TO 1120-EXIT
           END-IF
           IF ACM-CUSTOMER-NUMBER NOT = SPACES AND
                   ACM-CUSTOMER-NUMBER NOT = LOW-VALUES
               MOVE ACM-CUSTOMER-NUMBER TO WS-CHECK-CUSTOMER
               PERFORM 1124-CHECK-OWNER-STATUS THRU 1124-EXIT
               IF SP1-FAILED
                   GO TO 1120-EXIT
               END-IF
           END-IF
           IF NOT ACM-RULE-ANY-OWNER OR
                   SP1-CONVERTED-AMOUNT NOT > ZERO
               GO TO 1120-EXIT
           END-IF
           PERFORM 1123-CHECK-JOINT-OWNER THRU 1123-EXIT
               VARYING WS-OWNER-INDEX FROM 1 BY 1
               UNTIL WS-OWNER-INDEX > WS-OWNER-COUNT OR SP1-FAILED.
       1120-EXIT.
           EXIT.

      ******************************************************************
      * 1121-LOAD-JOINT-OWNERS - TABLE THE ACCOUNT'S FURTHER OWNERS
      *                          AND JOINT OWNERS FROM ACCTREL. THE
      *                          TABLE IS EMPTIED FIRST, SO AN ACCOUNT
      *                          WITH NO LINKS (OR NO ACCTREL FILE)
      *                          BEHAVES EXACTLY AS A SINGLE-OWNER
      *                          ACCOUNT ALWAYS HAS.
      ******************************************************************
       1121-LOAD-JOINT-OWNERS.
           MOVE ZERO TO WS-OWNER-COUNT
           IF NOT WS-ACCTMST-AVAILABLE
               GO TO 1121-EXIT
           END-IF
           IF NOT WS-ACCTREL-OPEN-ATTEMPTED
               PERFORM 0189-OPEN-ACCTREL THRU 0189-EXIT
           END-IF
           IF NOT WS-ACCTREL-AVAILABLE
               GO TO 1121-EXIT
           END-IF
           MOVE 'N' TO WS-OWNER-SCAN-SW
           MOVE ACM-ACCOUNT-NUMBER TO ARL-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO ARL-CUSTOMER-NUMBER
           START ACCTREL-FILE KEY IS NOT LESS THAN ARL-KEY
               INVALID KEY
                   GO TO 1121-EXIT
           END-START
           PERFORM 1122-TABLE-ONE-OWNER THRU 1122-EXIT
               UNTIL WS-OWNER-SCAN-DONE.
       1121-EXIT.
           EXIT.

       1122-TABLE-ONE-OWNER.
           READ ACCTREL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OWNER-SCAN-SW
                   GO TO 1122-EXIT
           END-READ
           IF ARL-ACCOUNT-NUMBER NOT = ACM-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-OWNER-SCAN-SW
               GO TO 1122-EXIT
           END-IF
           IF NOT ARL-OWNING-ROLE OR
                   ARL-CUSTOMER-NUMBER = ACM-CUSTOMER-NUMBER
               GO TO 1122-EXIT
           END-IF
           IF WS-OWNER-COUNT >= 10
               DISPLAY V-PN 'OWNER TABLE FULL - ACCOUNT '
                   ACM-ACCOUNT-NUMBER ' CUSTOMER '
                   ARL-CUSTOMER-NUMBER ' NOT CHECKED'
               GO TO 1122-EXIT
           END-IF
           ADD 1 TO WS-OWNER-COUNT
           MOVE ARL-CUSTOMER-NUMBER
               TO WS-OWNER-CUSTOMER(WS-OWNER-COUNT).
       1122-EXIT.
           EXIT.

       1123-CHECK-JOINT-OWNER.
           MOVE WS-OWNER-CUSTOMER(WS-OWNER-INDEX) TO WS-CHECK-CUSTOMER
           PERFORM 1124-CHECK-OWNER-STATUS THRU 1124-EXIT.
       1123-EXIT.
           EXIT.

      ******************************************************************
      * 1124-CHECK-OWNER-STATUS - RETURN CODE 32 IF WS-CHECK-CUSTOMER
      *                           IS DECEASED OR BLOCKED. NOT ON FILE
      *                           IS LET THROUGH. A DECEASED OWNER
      *                           STILL TAKES THE EXPESTCL ESTATE
      *                           SETTLEMENT ENTRIES, AN INTEREST
      *                           CREDIT (THE FINAL INTEREST ACCTMNT
      *                           SWEEPS IN BEFORE A CLOSURE) AND A
      *                           REVERSAL THAT PUTS A DEBIT BACK
      *                           (EXPESTCL BACKING OUT A PAY-OUT THE
      *                           NOMINEE'S SIDE REFUSED) - THE ESTATE
      *                           COULD NOT OTHERWISE BE PAID OUT AND
      *                           CLOSED.
      ******************************************************************
       1124-CHECK-OWNER-STATUS.
           MOVE WS-CHECK-CUSTOMER TO CUS-CUSTOMER-NUMBER
           READ CUSTMST-FILE
               INVALID KEY
                   GO TO 1124-EXIT
           END-READ
           IF CUS-DECEASED
               IF SP1-TYPE-ESTATE
                   GO TO 1124-EXIT
               END-IF
               IF SP1-TYPE-INTEREST AND SP1-CONVERTED-AMOUNT < ZERO
                   GO TO 1124-EXIT
               END-IF
               IF SP1-TYPE-REVERSAL AND SP1-CONVERTED-AMOUNT < ZERO
                   GO TO 1124-EXIT
               END-IF
           END-IF
           IF CUS-DECEASED OR CUS-BLOCKED
               MOVE 32 TO SP1-RETURN-CODE
           END-IF.
       1124-EXIT.
           EXIT.

      ******************************************************************
      * 0189-OPEN-ACCTREL - OPEN THE RELATIONSHIP FILE READ-ONLY ONCE
      *                     PER RUN UNIT. AN ABSENT FILE MEANS NO
      *                     ACCOUNT HAS EVER HAD A FURTHER OWNER.
      ******************************************************************
       0189-OPEN-ACCTREL.
           OPEN INPUT ACCTREL-FILE
           IF WS-ACCTREL-OK
               MOVE 'Y' TO WS-ACCTREL-AVAILABLE-SW
           END-IF
           MOVE 'Y' TO WS-ACCTREL-ATTEMPTED-SW.
       0189-EXIT.
           EXIT.

      ******************************************************************
       1160-EXIT.
           EXIT.

      ******************************************************************
      * 1162-SUM-UNCOLLECTED - THE ACCOUNT'S INCOMING CREDITS STILL
      *                        UNCOLLECTED ON UNCFLOAT - ON THE BALANCE
      *                        BUT NOT SPENDABLE BEFORE THEIR RELEASE
      *                        DATE. ONLY A DEBIT IS HELD BACK BY THEM;
      *                        A CREDIT OR REVERSAL POSTS AS BEFORE. AN
      *                        ENTRY ALREADY DUE IS NOT COUNTED EVEN IF
      *                        EXPFLTRL HAS NOT YET RELEASED IT.
      ******************************************************************
       1162-SUM-UNCOLLECTED.
           MOVE ZERO TO WS-FLOAT-TOTAL
           IF SP1-CONVERTED-AMOUNT NOT > ZERO
               GO TO 1162-EXIT
           END-IF
           IF NOT WS-UNCFLOAT-OPEN-ATTEMPTED
               PERFORM 0183-OPEN-UNCFLOAT THRU 0183-EXIT
           END-IF
           IF NOT WS-UNCFLOAT-AVAILABLE
               GO TO 1162-EXIT
           END-IF
           MOVE 'N' TO WS-FLOAT-SCAN-SW
           MOVE SP1-ACCOUNT-NUMBER TO UFL-ACCOUNT-NUMBER
           MOVE ZERO TO UFL-RELEASE-DATE
           MOVE LOW-VALUES TO UFL-TRACE-ID
           START UNCFLOAT-FILE KEY IS NOT LESS THAN UFL-KEY
               INVALID KEY
                   GO TO 1162-EXIT
           END-START
           PERFORM 1163-ADD-ONE-FLOAT THRU 1163-EXIT
               UNTIL WS-FLOAT-SCAN-DONE.
       1162-EXIT.
           EXIT.

       1163-ADD-ONE-FLOAT.
           READ UNCFLOAT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FLOAT-SCAN-SW
                   GO TO 1163-EXIT
           END-READ
           IF UFL-ACCOUNT-NUMBER NOT = SP1-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-FLOAT-SCAN-SW
               GO TO 1163-EXIT
           END-IF
           IF UFL-RELEASE-DATE > WS-LIMITS-DATE-NOW AND
                   UFL-BASE-AMOUNT NUMERIC AND
                   UFL-BASE-AMOUNT > ZERO
               ADD UFL-BASE-AMOUNT TO WS-FLOAT-TOTAL
           END-IF.
       1163-EXIT.
           EXIT.

      ******************************************************************
      * 0183-OPEN-UNCFLOAT - OPEN THE FLOAT REGISTER READ-ONLY ONCE PER
      *                      RUN UNIT. AN ABSENT FILE MEANS NO CREDIT
      *                      HAS EVER BEEN HELD.
      ******************************************************************
       0183-OPEN-UNCFLOAT.
           OPEN INPUT UNCFLOAT-FILE
           IF WS-UNCFLOAT-OK
               MOVE 'Y' TO WS-UNCFLOAT-AVAILABLE-SW
           END-IF
           MOVE 'Y' TO WS-UNCFLOAT-ATTEMPTED-SW.
       0183-EXIT.
           EXIT.

      *    A HOLD CARRIES THE KEYED AMOUNT IN ITS OWN CURRENCY - IT IS
      *    CONVERTED TO BASE THROUGH THE DAILY RATE TABLE BEFORE IT
      *    COUNTS AGAINST THE BASE-CURRENCY BALANCE. A CURRENCY NOT ON
       0188-EXIT.
           EXIT.

      ******************************************************************
      * 0184-OPEN-TERMDEP - OPEN THE TERM DEPOSIT FILE READ-ONLY ONCE
      *                     PER RUN UNIT. AN ABSENT FILE MEANS NO
      *                     DEPOSIT HAS EVER BEEN BOOKED.
      ******************************************************************
       0184-OPEN-TERMDEP.
           OPEN INPUT TERMDEP-FILE
           IF WS-TERMDEP-OK
               MOVE 'Y' TO WS-TERMDEP-AVAILABLE-SW
           END-IF
           MOVE 'Y' TO WS-TERMDEP-ATTEMPTED-SW.
       0184-EXIT.
           EXIT.

      ******************************************************************
      * 0186-OPEN-TRANXREF - OPEN THE TRACE CROSS-REFERENCE READ-ONLY
      *                      ONCE PER RUN UNIT, FOR THE ORIGINAL'S
       0186-EXIT.
           EXIT.

      ******************************************************************
      * 0187-OPEN-RATEHIST - OPEN THE DATED RATE HISTORY READ-ONLY ONCE
      *                      PER RUN UNIT. WITHOUT IT EVERY OFFSET
      *                      CONVERTS AT TONIGHT'S RATE AND IS LOGGED
      *                      AS A REALIZED DIFFERENCE.
      ******************************************************************
       0187-OPEN-RATEHIST.
           OPEN INPUT RATEHIST-FILE
           IF WS-RATEHIST-OK
               MOVE 'Y' TO WS-RATEHIST-AVAILABLE-SW
           ELSE
               DISPLAY V-PN 'RATEHIST UNAVAILABLE - STATUS '
                   WS-RATEHIST-STATUS
                   ' - OFFSETS CONVERT AT TONIGHT''S RATE'
           END-IF
           MOVE 'Y' TO WS-RATEHIST-ATTEMPTED-SW.
       0187-EXIT.
           EXIT.

      ******************************************************************
      * 1320-RECORD-REVERSAL - THE OFFSETTING TRANSACTION POSTED -
      *                        RECORD IT ON REVXREF. A FIRST REVERSAL

      ******************************************************************
      * 1150-CHECK-AVAILABLE-FUNDS - REJECT A DEBIT THAT WOULD OVERDRAW
      *                              THE ACCOUNT. THE CHECK IS MADE IN
      *                              THE BASE REPORTING CURRENCY WITH
      *                              SP1-CONVERTED-AMOUNT - A FOREIGN-
      *                              CURRENCY ACCOUNT'S BALANCE IS
      *                              VALUED AT TONIGHT'S RATE FOR IT -
      *                              AND THE ACCOUNT'S OUTSTANDING
      *                              MEMOPOST INTRADAY HOLDS AND ITS
      *                              UNCOLLECTED UNCFLOAT CREDITS COUNT
      *                              AGAINST THE BALANCE. SKIPPED WHEN
      *                              THE MASTER IS UNAVAILABLE, THE
      *                              SAME AS 1100-VALIDATE-ACCOUNT.
      ******************************************************************
       1150-CHECK-AVAILABLE-FUNDS.
      *    AN NSF FEE IS CHARGED BECAUSE THE ACCOUNT IS ALREADY SHORT -
      *    IT MAY TAKE THE BALANCE BELOW THE OVERDRAFT LINE.
           IF SP1-TYPE-NSF-FEE
               GO TO 1150-EXIT
           END-IF
           IF WS-ACCTMST-AVAILABLE
               PERFORM 1160-SUM-MEMO-HOLDS THRU 1160-EXIT
               PERFORM 1162-SUM-UNCOLLECTED THRU 1162-EXIT
               PERFORM 1155-GET-OVERDRAFT-LINE THRU 1155-EXIT
      *        A SPLIT-NIGHT WORKER NEVER REWRITES THE MASTER, SO THE
      *        STREAM'S OWN EARLIER POSTINGS LIVE IN THE DELTA TABLE
      *        THE BALANCE MAY RUN NEGATIVE WITHIN THE ACCOUNT'S
      *        AUTHORIZED OVERDRAFT LINE - A ZERO LINE IS THE OLD
      *        FLAT REJECT.
               IF WS-FOREIGN-ACCOUNT
                   COMPUTE WS-FUNDS-BALANCE ROUNDED =
                       (ACM-CURRENT-BALANCE + WS-DELTA-BAL-NOW)
                       * WS-ACCOUNT-RATE
               ELSE
                   COMPUTE WS-FUNDS-BALANCE =
                       ACM-CURRENT-BALANCE + WS-DELTA-BAL-NOW
               END-IF
               IF WS-FUNDS-BALANCE
                       - WS-MEMO-HOLD-TOTAL
                       - WS-FLOAT-TOTAL
                       - SP1-CONVERTED-AMOUNT
                       < (ZERO - WS-OVERDRAFT-LINE)
                   MOVE 28 TO SP1-RETURN-CODE
           IF SP1-CONVERTED-AMOUNT NOT > ZERO
               GO TO 1170-EXIT
           END-IF
      *    AN ESTATE PAY-OUT EMPTIES THE ACCOUNT WHATEVER ITS DAILY CAP.
           IF SP1-TYPE-ESTATE
               GO TO 1170-EXIT
           END-IF
           MOVE SP1-ACCOUNT-NUMBER TO LIM-ACCOUNT-NUMBER
           READ ACCTLIMS-FILE
               INVALID KEY

      ******************************************************************
      * 1175-CHECK-CUSTOMER-LIMITS - REJECT A DEBIT THAT WOULD PUSH
      *                              ANY OF THE ACCOUNT'S OWNERS - THE
      *                              LEAD AND EVERY FURTHER OWNER 1120
      *                              TABLED FROM ACCTREL - PAST ITS
      *                              DAILY COUNT OR AMOUNT CAP,
      *                              ACCUMULATED ACROSS EVERY ACCOUNT
      *                              LINKED TO THE CUSTOMER. CREDITS
      *                              DO NOT COUNT; A ZERO CAP IS NOT
      *                              APPLIED; A CUSTOMER WITH NO
      *                              RECORD IS UNLIMITED.
      ******************************************************************
       1175-CHECK-CUSTOMER-LIMITS.
           MOVE 'N' TO WS-CUSTLIM-FOUND-SW
           IF NOT WS-ACCTMST-AVAILABLE
               GO TO 1175-EXIT
           END-IF
           IF SP1-CONVERTED-AMOUNT NOT > ZERO
               GO TO 1175-EXIT
           END-IF
           IF SP1-TYPE-ESTATE
               GO TO 1175-EXIT
           END-IF
           IF NOT WS-CUSTLIMS-OPEN-ATTEMPTED
           IF NOT WS-CUSTLIMS-AVAILABLE
               GO TO 1175-EXIT
           END-IF
           IF ACM-CUSTOMER-NUMBER NOT = SPACES AND
                   ACM-CUSTOMER-NUMBER NOT = LOW-VALUES
               MOVE ACM-CUSTOMER-NUMBER TO WS-CHECK-CUSTOMER
               PERFORM 1176-CHECK-ONE-CUSTOMER THRU 1176-EXIT
           END-IF
           PERFORM 1177-CHECK-JOINT-OWNER-LIMIT THRU 1177-EXIT
               VARYING WS-OWNER-INDEX FROM 1 BY 1
               UNTIL WS-OWNER-INDEX > WS-OWNER-COUNT OR SP1-FAILED.
       1175-EXIT.
           EXIT.

      ******************************************************************
      * 1176-CHECK-ONE-CUSTOMER - THE CAP CHECK FOR WS-CHECK-CUSTOMER.
      *                           THE FOUND SWITCH TELLS 1355 THAT AT
      *                           LEAST ONE OWNER HAS A POSITION TO
      *                           ACCUMULATE.
      ******************************************************************
       1176-CHECK-ONE-CUSTOMER.
           MOVE WS-CHECK-CUSTOMER TO CLM-CUSTOMER-NUMBER
           READ CUSTLIMS-FILE
               INVALID KEY
                   GO TO 1176-EXIT
           END-READ
           MOVE 'Y' TO WS-CUSTLIM-FOUND-SW
           IF CLM-DTD-DATE NOT NUMERIC OR
           IF CLM-DAILY-COUNT-CAP > ZERO AND
                   CLM-DTD-COUNT + 1 > CLM-DAILY-COUNT-CAP
               MOVE 60 TO SP1-RETURN-CODE
               GO TO 1176-EXIT
           END-IF
           IF CLM-DAILY-AMOUNT-CAP > ZERO AND
                   CLM-DTD-AMOUNT + SP1-CONVERTED-AMOUNT
                       > CLM-DAILY-AMOUNT-CAP
               MOVE 60 TO SP1-RETURN-CODE
           END-IF.
       1176-EXIT.
           EXIT.

       1177-CHECK-JOINT-OWNER-LIMIT.
           MOVE WS-OWNER-CUSTOMER(WS-OWNER-INDEX) TO WS-CHECK-CUSTOMER
           PERFORM 1176-CHECK-ONE-CUSTOMER THRU 1176-EXIT.
       1177-EXIT.
           EXIT.

      ******************************************************************
      * 0181-OPEN-ACCTPROF - OPEN THE BEHAVIOUR PROFILES READ-ONLY ONCE
      *                      PER RUN UNIT. IF THEY CANNOT BE OPENED (OR
      *                      EXPBHVPF HAS NEVER BUILT THEM), NO PAYMENT
      *                      IS SCORED.
      ******************************************************************
       0181-OPEN-ACCTPROF.
           OPEN INPUT ACCTPROF-FILE
           IF WS-ACCTPROF-OK
               MOVE 'Y' TO WS-ACCTPROF-AVAILABLE-SW
           ELSE
               DISPLAY V-PN 'NO ACCTPROF PROFILES AVAILABLE - STATUS '
                   WS-ACCTPROF-STATUS
               DISPLAY V-PN 'BEHAVIOUR SCORING SKIPPED'
           END-IF
           MOVE 'Y' TO WS-ACCTPROF-ATTEMPTED-SW.
       0181-EXIT.
           EXIT.

      ******************************************************************
      * 0182-SET-BEHAVIOUR-THRESHOLD - THE SCORE AT WHICH A PAYMENT IS
      *                                HELD, FROM THE ENVIRONMENT. THE
      *                                VALUE ARRIVES LEFT-JUSTIFIED, SO
      *                                ONLY THE LEADING DIGITS ARE
      *                                TESTED AND MOVED.
      ******************************************************************
       0182-SET-BEHAVIOUR-THRESHOLD.
           MOVE ZERO TO WS-BHV-THRESHOLD
           MOVE SPACES TO WS-BHV-ENV-VALUE
           ACCEPT WS-BHV-ENV-VALUE FROM ENVIRONMENT
               'SUBPGM01-BEHAVIOUR-THRESHOLD'
           MOVE ZERO TO WS-BHV-ENV-LENGTH
           INSPECT WS-BHV-ENV-VALUE
               TALLYING WS-BHV-ENV-LENGTH FOR CHARACTERS
                   BEFORE INITIAL SPACE
           IF WS-BHV-ENV-LENGTH > ZERO AND
                   WS-BHV-ENV-VALUE(1:WS-BHV-ENV-LENGTH) IS NUMERIC
               MOVE WS-BHV-ENV-VALUE(1:WS-BHV-ENV-LENGTH)
                   TO WS-BHV-THRESHOLD
           END-IF
           MOVE 'Y' TO WS-BHV-ATTEMPTED-SW.
       0182-EXIT.
           EXIT.

      ******************************************************************
      * 1180-SCORE-BEHAVIOUR - A PAYMENT DEBIT THAT PASSED EVERY OTHER
      *                        CHECK IS SCORED AGAINST THE ACCOUNT'S
      *                        ACCTPROF PROFILE: A SIZE WELL ABOVE ITS
      *                        AVERAGE (AND MORE IF ABOVE ITS LARGEST),
      *                        A CURRENCY IT HAS NOT PAID IN, A REGION
      *                        IT HAS NOT PAID TO, AND MORE PAYMENTS
      *                        TODAY THAN ON ITS BUSIEST DAY (WHERE THE
      *                        ACCOUNT KEEPS AN ACCTLIMS DAY-TO-DATE
      *                        COUNT). A SCORE OVER THE THRESHOLD GOES
      *                        TO PNDAPPR FOR A SUPERVISOR WITH ITS
      *                        REASONS AND RETURNS 88 - HELD, NOT
      *                        REFUSED. A PAYMENT PSEXAPPR IS RELEASING
      *                        (SP1-APPROVER-ID SET) IS NOT SCORED
      *                        AGAIN.
      ******************************************************************
       1180-SCORE-BEHAVIOUR.
           IF NOT WS-BHV-THRESHOLD-ATTEMPTED
               PERFORM 0182-SET-BEHAVIOUR-THRESHOLD THRU 0182-EXIT
           END-IF
           IF WS-BHV-THRESHOLD = ZERO
               GO TO 1180-EXIT
           END-IF
           IF NOT SP1-TYPE-PAYMENT
               GO TO 1180-EXIT
           END-IF
           IF SP1-CONVERTED-AMOUNT NOT > ZERO
               GO TO 1180-EXIT
           END-IF
           IF SP1-APPROVER-ID NOT = SPACES AND
                   SP1-APPROVER-ID NOT = LOW-VALUES
               GO TO 1180-EXIT
           END-IF
      *    A PAYMENT NAMING AN ORIGINAL IS THE CAPTURE OF AN EARLIER
      *    PSEXAUTH AUTHORIZATION - ITS FUNDS ARE ALREADY COMMITTED.
           IF SP1-ORIGINAL-TRACE-ID NOT = SPACES AND
                   SP1-ORIGINAL-TRACE-ID NOT = LOW-VALUES
               GO TO 1180-EXIT
           END-IF
           IF NOT WS-ACCTPROF-OPEN-ATTEMPTED
               PERFORM 0181-OPEN-ACCTPROF THRU 0181-EXIT
           END-IF
           IF NOT WS-ACCTPROF-AVAILABLE
               GO TO 1180-EXIT
           END-IF
           MOVE SP1-ACCOUNT-NUMBER TO PRF-ACCOUNT-NUMBER
           READ ACCTPROF-FILE
               INVALID KEY
                   GO TO 1180-EXIT
           END-READ
           IF PRF-PAYMENT-COUNT NOT NUMERIC OR
                   PRF-PAYMENT-COUNT < WS-BHV-MIN-HISTORY
               GO TO 1180-EXIT
           END-IF
           MOVE ZERO TO WS-BHV-SCORE
           MOVE SPACES TO WS-BHV-REASONS
      *    SIZE.
           IF SP1-CONVERTED-AMOUNT >
                   PRF-AVERAGE-AMOUNT * WS-BHV-SIZE-MULTIPLE
               ADD WS-BHV-POINTS-SIZE TO WS-BHV-SCORE
               MOVE 'Y' TO WS-BHV-REASON-SIZE
               IF SP1-CONVERTED-AMOUNT > PRF-LARGEST-AMOUNT
                   ADD WS-BHV-POINTS-LARGEST TO WS-BHV-SCORE
               END-IF
           END-IF
      *    CURRENCY - A FULL LIST MAY HAVE LEFT THIS ONE OUT.
           IF PRF-CURRENCY-COUNT < 5
               MOVE 'N' TO WS-PROFILE-LIST-SW
               PERFORM 1181-COMPARE-PROFILE-CURRENCY
                   VARYING WS-BHV-INDEX FROM 1 BY 1
                   UNTIL WS-BHV-INDEX > PRF-CURRENCY-COUNT
                       OR WS-PROFILE-LIST-HIT
               IF NOT WS-PROFILE-LIST-HIT
                   ADD WS-BHV-POINTS-CURRENCY TO WS-BHV-SCORE
                   MOVE 'Y' TO WS-BHV-REASON-CURRENCY
               END-IF
           END-IF
      *    REGION - ONLY WHEN THE PAYMENT NAMES ONE.
           IF PRF-REGION-COUNT < 5 AND SP1-REGION-CODE NOT = SPACES
               MOVE 'N' TO WS-PROFILE-LIST-SW
               PERFORM 1182-COMPARE-PROFILE-REGION
                   VARYING WS-BHV-INDEX FROM 1 BY 1
                   UNTIL WS-BHV-INDEX > PRF-REGION-COUNT
                       OR WS-PROFILE-LIST-HIT
               IF NOT WS-PROFILE-LIST-HIT
                   ADD WS-BHV-POINTS-REGION TO WS-BHV-SCORE
                   MOVE 'Y' TO WS-BHV-REASON-REGION
               END-IF
           END-IF
      *    FREQUENCY - 1170 LEFT TODAY'S ACCTLIMS POSITION IN THE
      *    RECORD AREA, ROLLED TO THE BUSINESS DATE.
           IF WS-LIMITS-RECORD-FOUND AND
                   PRF-BUSIEST-DAY-COUNT NUMERIC AND
                   LIM-DTD-COUNT + 1 > PRF-BUSIEST-DAY-COUNT
               ADD WS-BHV-POINTS-FREQUENCY TO WS-BHV-SCORE
               MOVE 'Y' TO WS-BHV-REASON-FREQUENCY
           END-IF
           IF WS-BHV-SCORE NOT > WS-BHV-THRESHOLD
               GO TO 1180-EXIT
           END-IF
           MOVE 88 TO SP1-RETURN-CODE
      *    A DRY RUN IS SCORED BUT NOTHING IS QUEUED.
           IF NOT SP1-TEST-RUN
               PERFORM 1189-WRITE-APPROVAL-HOLD THRU 1189-EXIT
           END-IF
           DISPLAY V-PN 'OUT OF PATTERN - SCORE ' WS-BHV-SCORE
               ' (SIZE/CCY/REGION/FREQ ' WS-BHV-REASONS ') - TRACE '
               SP1-TRACE-ID.
       1180-EXIT.
           EXIT.

       1181-COMPARE-PROFILE-CURRENCY.
           IF PRF-CURRENCY-CODE(WS-BHV-INDEX) = SP1-CURRENCY-CODE
               MOVE 'Y' TO WS-PROFILE-LIST-SW
           END-IF.

       1182-COMPARE-PROFILE-REGION.
           IF PRF-REGION-CODE(WS-BHV-INDEX) = SP1-REGION-CODE
               MOVE 'Y' TO WS-PROFILE-LIST-SW
           END-IF.

      ******************************************************************
      * 1189-WRITE-APPROVAL-HOLD - THE HELD PAYMENT, ITS SCORE AND ITS
      *                            REASONS, ONTO THE PENDING-APPROVAL
      *                            QUEUE AS PSEXPERI QUEUES ONE OVER
      *                            THE APPROVAL LIMIT. A QUEUE THAT
      *                            CANNOT BE OPENED REFUSES THE
      *                            PAYMENT (08) SO THE CALLER SENDS IT
      *                            TO REPAIR RATHER THAN LOSING IT.
      ******************************************************************
       1189-WRITE-APPROVAL-HOLD.
           OPEN EXTEND PNDAPPR-FILE
           IF WS-PNDAPPR-NOT-FOUND
               OPEN OUTPUT PNDAPPR-FILE
           END-IF
           IF NOT WS-PNDAPPR-OK
               DISPLAY V-PN 'UNABLE TO OPEN PNDAPPR - STATUS '
                   WS-PNDAPPR-STATUS
               MOVE 08 TO SP1-RETURN-CODE
               GO TO 1189-EXIT
           END-IF
           MOVE SPACES TO PNDAPPR-RECORD
           MOVE SUBPRM01 TO PND-PAYMENT-DATA
           MOVE WS-LIMITS-DATE-NOW TO PND-REQUEST-DATE
           ACCEPT PND-REQUEST-TIME FROM TIME
           MOVE 'P' TO PND-STATUS
           MOVE SPACES TO PND-APPROVER-ID
           MOVE WS-BHV-SCORE TO PND-RISK-SCORE
           MOVE WS-BHV-REASON-SIZE TO PND-REASON-SIZE
           MOVE WS-BHV-REASON-CURRENCY TO PND-REASON-CURRENCY
           MOVE WS-BHV-REASON-REGION TO PND-REASON-REGION
           MOVE WS-BHV-REASON-FREQUENCY TO PND-REASON-FREQUENCY
           WRITE PNDAPPR-RECORD
           CLOSE PNDAPPR-FILE.
       1189-EXIT.
           EXIT.

      ******************************************************************
      * 1355-UPDATE-CUSTOMER-LIMITS - THE DEBIT POSTED CLEANLY - ADD
      *                               IT TO THE DAY-TO-DATE POSITION
      *                               OF EVERY OWNER 1175 CHECKED AND
      *                               REWRITE EACH ONE. EACH RECORD IS
      *                               READ AGAIN, SINCE 1175 LEFT ONLY
      *                               THE LAST ONE IN THE RECORD AREA.
      *                               A SPLIT-NIGHT WORKER DOES NOT
      *                               ACCUMULATE - THE DELTA PATH DOES
      *                               NOT CARRY CUSTOMER POSITIONS YET.
      ******************************************************************
       1355-UPDATE-CUSTOMER-LIMITS.
           IF NOT WS-CUSTLIM-RECORD-FOUND
           IF SP1-CONVERTED-AMOUNT NOT > ZERO
               GO TO 1355-EXIT
           END-IF
           IF ACM-CUSTOMER-NUMBER NOT = SPACES AND
                   ACM-CUSTOMER-NUMBER NOT = LOW-VALUES
               MOVE ACM-CUSTOMER-NUMBER TO WS-CHECK-CUSTOMER
               PERFORM 1356-ADD-TO-ONE-CUSTOMER THRU 1356-EXIT
           END-IF
           PERFORM 1357-ADD-TO-JOINT-OWNER THRU 1357-EXIT
               VARYING WS-OWNER-INDEX FROM 1 BY 1
               UNTIL WS-OWNER-INDEX > WS-OWNER-COUNT.
       1355-EXIT.
           EXIT.

       1356-ADD-TO-ONE-CUSTOMER.
           MOVE WS-CHECK-CUSTOMER TO CLM-CUSTOMER-NUMBER
           READ CUSTLIMS-FILE
               INVALID KEY
                   GO TO 1356-EXIT
           END-READ
           IF CLM-DTD-DATE NOT NUMERIC OR
                   CLM-DTD-DATE NOT = WS-LIMITS-DATE-NOW
               MOVE WS-LIMITS-DATE-NOW TO CLM-DTD-DATE
               MOVE ZERO TO CLM-DTD-COUNT
               MOVE ZERO TO CLM-DTD-AMOUNT
           END-IF
           ADD 1 TO CLM-DTD-COUNT
           ADD SP1-CONVERTED-AMOUNT TO CLM-DTD-AMOUNT
           REWRITE CUSTLIMS-RECORD
                   WS-CUSTLIMS-STATUS ' - CUSTOMER '
                   CLM-CUSTOMER-NUMBER
           END-IF.
       1356-EXIT.
           EXIT.

       1357-ADD-TO-JOINT-OWNER.
           MOVE WS-OWNER-CUSTOMER(WS-OWNER-INDEX) TO WS-CHECK-CUSTOMER
           PERFORM 1356-ADD-TO-ONE-CUSTOMER THRU 1356-EXIT.
       1357-EXIT.
           EXIT.

      ******************************************************************
           MOVE SP1-TRACE-ID TO WDL-TRACE-ID
           MOVE SP1-ACCOUNT-NUMBER TO WDL-ACCOUNT-NUMBER
           MOVE ZERO TO WDL-BALANCE-DELTA
           MOVE ZERO TO WDL-BASE-DELTA
           MOVE ZERO TO WDL-CHARGED-OFF-DELTA
           MOVE WS-LIMITS-DATE-NOW TO WDL-DTD-DATE
           MOVE 1 TO WDL-DTD-COUNT-DELTA
           MOVE SP1-CONVERTED-AMOUNT TO WDL-DTD-AMOUNT-DELTA
               PERFORM 1330-RECORD-BALANCE-DELTA THRU 1330-EXIT
               GO TO 1300-EXIT
           END-IF
           SUBTRACT WS-ACCOUNT-AMOUNT FROM ACM-CURRENT-BALANCE
           IF WS-FOREIGN-ACCOUNT AND NOT SP1-TYPE-RECOVERY
               SUBTRACT SP1-CONVERTED-AMOUNT FROM ACM-BASE-EQUIVALENT
           END-IF
           IF SP1-TYPE-RECOVERY
               ADD SP1-CONVERTED-AMOUNT TO ACM-CHARGED-OFF-AMOUNT
           END-IF
           REWRITE ACCTMST-RECORD
           IF NOT WS-ACCTMST-OK
               DISPLAY V-PN 'ACCTMSTR BALANCE REWRITE FAILED - '
       1330-RECORD-BALANCE-DELTA.
           PERFORM 1600-FIND-DELTA-SLOT THRU 1600-EXIT
           IF WS-DELTA-SLOT > ZERO
               SUBTRACT WS-ACCOUNT-AMOUNT
                   FROM WS-DELTA-BALANCE(WS-DELTA-SLOT)
           END-IF
           MOVE SP1-TRACE-ID TO WDL-TRACE-ID
           MOVE SP1-ACCOUNT-NUMBER TO WDL-ACCOUNT-NUMBER
           COMPUTE WDL-BALANCE-DELTA = ZERO - WS-ACCOUNT-AMOUNT
           IF SP1-TYPE-RECOVERY
               MOVE ZERO TO WDL-BASE-DELTA
               MOVE SP1-CONVERTED-AMOUNT TO WDL-CHARGED-OFF-DELTA
           ELSE
               COMPUTE WDL-BASE-DELTA = ZERO - SP1-CONVERTED-AMOUNT
               MOVE ZERO TO WDL-CHARGED-OFF-DELTA
           END-IF
           MOVE ZERO TO WDL-DTD-DATE
           MOVE ZERO TO WDL-DTD-COUNT-DELTA
           MOVE ZERO TO WDL-DTD-AMOUNT-DELTA
           MOVE 'N' TO WS-ERROR-FOUND-SWITCH
           PERFORM 9850-COMPARE-ERROR-CODE
               VARYING WS-ERROR-INDEX FROM 1 BY 1
               UNTIL WS-ERROR-INDEX > 23 OR WS-ERROR-TEXT-FOUND.
       9800-EXIT.
           EXIT.

