      ******************************************************************
      * COPYBOOK    : RUNSCHED
      * DESCRIPTION : ONE PERIODIC JOB ON THE EXPRNSCH RUN SCHEDULE READ
      *               BY THE EXPCTRL JOB-STREAM CONTROLLER - WHICH
      *               PROGRAM, HOW OFTEN AND ON WHICH BUSINESS DAY IT
      *               FALLS DUE, WHICH CHAIN STEP IT IS INSERTED AFTER,
      *               ITS OWN RETURN-CODE TOLERANCE AND THE PARM IT IS
      *               HANDED. EXPCTRL KEEPS THE LAST THREE DATES UP TO
      *               DATE ITSELF SO A DUE DATE THAT PASSED WITHOUT A
      *               CLEAN RUN IS REPORTED AS MISSED.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  RUNSCHED-RECORD.
           05  RSC-PROGRAM                 PIC X(08).
           05  RSC-FREQUENCY               PIC X(01).
               88  RSC-WEEKLY                  VALUE 'W'.
               88  RSC-MONTHLY                 VALUE 'M'.
               88  RSC-QUARTERLY               VALUE 'Q'.
               88  RSC-YEARLY                  VALUE 'Y'.
      *    MONTHLY, QUARTERLY AND YEARLY JOBS FALL DUE ON THE LAST
      *    BUSINESS DAY OF THE PERIOD OR THE FIRST BUSINESS DAY AFTER
      *    IT. QUARTERS ARE CALENDAR QUARTERS; THE YEAR ENDS IN
      *    DECEMBER.
           05  RSC-TIMING                  PIC X(01).
               88  RSC-LAST-BUSINESS-DAY       VALUE 'L'.
               88  RSC-FIRST-AFTER-END         VALUE 'F'.
      *    A WEEKLY JOB'S DAY, 1 (MONDAY) TO 7 (SUNDAY). WHEN THAT DAY
      *    IS NOT A BUSINESS DAY THE JOB FALLS DUE ON THE NEXT ONE.
           05  RSC-WEEKDAY                 PIC 9(01).
      *    THE CHAIN STEP THE JOB RUNS AFTER. SPACES, OR A PROGRAM NOT
      *    IN THE NIGHT'S CHAIN, RUNS IT AT THE END.
           05  RSC-AFTER-PROGRAM           PIC X(08).
           05  RSC-TOLERANCE               PIC 9(04).
           05  RSC-PARM-TYPE               PIC X(01).
               88  RSC-PARM-NONE               VALUE SPACE.
               88  RSC-PARM-PERIOD             VALUE 'P'.
               88  RSC-PARM-FIXED              VALUE 'F'.
      *    'P' HANDS THE JOB PERIOD=YYYYMM - THE MONTH JUST ENDING FOR
      *    A LAST-BUSINESS-DAY JOB, THE MONTH JUST ENDED FOR A FIRST-
      *    BUSINESS-DAY-AFTER JOB. 'F' HANDS IT RSC-PARM-TEXT AS IT
      *    STANDS (FOR EXAMPLE YEARS=02).
           05  RSC-PARM-TEXT               PIC X(20).
      *    MAINTAINED BY EXPCTRL - THE LAST BUSINESS DATE JUDGED, THE
      *    LATEST DUE DATE FOUND, AND THE BUSINESS DATE OF THE LAST
      *    RUN THAT ENDED WITHIN TOLERANCE.
           05  RSC-LAST-CHECKED-DATE       PIC 9(08).
           05  RSC-LAST-DUE-DATE           PIC 9(08).
           05  RSC-LAST-RUN-DATE           PIC 9(08).
           05  FILLER                      PIC X(12).
