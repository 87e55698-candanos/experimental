      *               ALSO RETURNS THE FIRST BUSINESS DAY ON OR AFTER
      *               THE INPUT DATE; FUNCTION 'D' RETURNS THE INPUT
      *               DATE'S SERIAL DAY NUMBER SO TWO DATES CAN BE
      *               DIFFERENCED IN DAYS; FUNCTION 'M' RETURNS THE
      *               INPUT DATE PLUS BDP-MONTHS CALENDAR MONTHS;
      *               FUNCTION 'P' RETURNS THE LAST BUSINESS DAY
      *               STRICTLY BEFORE THE INPUT DATE.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      *                    STRICTLY AFTER THE INPUT DATE - FOR THE
      *                    EXPDAYND BUSINESS-DATE ADVANCE AND
      *                    PSEXPERI'S AFTER-CUTOFF DATING.
      * 2026-10-15  DS    ADDED FUNCTION 'M' AND BDP-MONTHS - THE
      *                    INPUT DATE PLUS A NUMBER OF CALENDAR
      *                    MONTHS, THE DAY HELD TO THE LAST DAY OF A
      *                    SHORTER MONTH - FOR THE TERM DEPOSIT
      *                    MATURITY DATES SET BY TDMNT AND EXPTDMAT.
      * 2026-10-15  DS    ADDED FUNCTION 'P' - THE LAST BUSINESS DAY
      *                    BEFORE THE INPUT DATE - FOR THE EXPSTRUC
      *                    ROLLING BUSINESS-DAY WINDOW.
      ******************************************************************
       01  BUSDAY-PARM.
           05  BDP-FUNCTION                PIC X(01).
               88  BDP-FUNC-NEXT-BUSINESS      VALUE 'N'.
               88  BDP-FUNC-NEXT-AFTER         VALUE 'A'.
               88  BDP-FUNC-DAY-NUMBER         VALUE 'D'.
               88  BDP-FUNC-ADD-MONTHS         VALUE 'M'.
               88  BDP-FUNC-PREVIOUS-BEFORE    VALUE 'P'.
           05  BDP-INPUT-DATE              PIC 9(08).
           05  BDP-RESULT-DATE             PIC 9(08).
           05  BDP-BUSINESS-DAY-SW         PIC X(01).
           05  BDP-RETURN-CODE             PIC 9(02).
               88  BDP-SUCCESSFUL              VALUE 00.
               88  BDP-FAILED                  VALUE 08.
           05  BDP-MONTHS                  PIC 9(03).
