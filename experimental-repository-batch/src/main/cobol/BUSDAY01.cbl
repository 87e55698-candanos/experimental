      *                    ADVANCING A BUSINESS DATE (EXPDAYND, AND
      *                    PSEXPERI'S AFTER-CUTOFF DATING) DO NOT EACH
      *                    CARRY THEIR OWN CIVIL-DATE ROLL ARITHMETIC.
      * 2026-10-15  DS    ADDED FUNCTION 'M' - THE INPUT DATE PLUS
      *                    BDP-MONTHS CALENDAR MONTHS, THE DAY HELD TO
      *                    THE LAST DAY OF A SHORTER TARGET MONTH (A
      *                    31 JANUARY START MATURES ON 28 OR 29
      *                    FEBRUARY). USED FOR TERM DEPOSIT MATURITY
      *                    DATES. NO BUSINESS-DAY ROLL IS APPLIED -
      *                    A CALLER WANTING ONE ASKS FOR 'N' AFTER.
      * 2026-10-15  DS    ADDED FUNCTION 'P' - THE LAST BUSINESS DAY
      *                    STRICTLY BEFORE THE INPUT DATE - SO A CALLER
      *                    CAN COUNT A WINDOW OF BUSINESS DAYS BACK
      *                    FROM THE BUSINESS DATE (EXPSTRUC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAY01.
           05  WS-SERIAL-YEARS             PIC S9(07) COMP VALUE ZERO.
           05  WS-SERIAL-DAYS              PIC S9(07) COMP VALUE ZERO.
           05  WS-SERIAL-MM                PIC 9(02) VALUE ZERO.
           05  WS-MONTH-TOTAL              PIC 9(05) COMP VALUE ZERO.
           05  WS-YEAR-STEP                PIC 9(04) COMP VALUE ZERO.

       LINKAGE SECTION.
           COPY BUSDPARM.
                   MOVE WS-WORK-DATE-NUM TO BDP-RESULT-DATE
               WHEN BDP-FUNC-DAY-NUMBER
                   PERFORM 4000-COMPUTE-DAY-NUMBER THRU 4000-EXIT
               WHEN BDP-FUNC-ADD-MONTHS
                   PERFORM 5000-ADD-MONTHS THRU 5000-EXIT
                   MOVE WS-WORK-DATE-NUM TO BDP-RESULT-DATE
               WHEN BDP-FUNC-PREVIOUS-BEFORE
                   PERFORM 3400-SUBTRACT-ONE-DAY THRU 3400-EXIT
                   PERFORM 2000-CHECK-BUSINESS-DAY THRU 2000-EXIT
                   MOVE WS-DAY-BUSINESS-SW TO BDP-BUSINESS-DAY-SW
                   PERFORM 3500-FIND-PREVIOUS-BUSINESS THRU 3500-EXIT
                   MOVE WS-WORK-DATE-NUM TO BDP-RESULT-DATE
               WHEN OTHER
                   MOVE 08 TO BDP-RETURN-CODE
           END-EVALUATE.
       3350-EXIT.
           EXIT.

      ******************************************************************
      * 3400-SUBTRACT-ONE-DAY - STEP WS-WORK-DATE BACK ONE CALENDAR
      *                         DAY, ACROSS A MONTH OR YEAR END.
      ******************************************************************
       3400-SUBTRACT-ONE-DAY.
           IF WS-WORK-DD > 1
               SUBTRACT 1 FROM WS-WORK-DD
           ELSE
               IF WS-WORK-MM > 1
                   SUBTRACT 1 FROM WS-WORK-MM
               ELSE
                   MOVE 12 TO WS-WORK-MM
                   SUBTRACT 1 FROM WS-WORK-YYYY
               END-IF
               PERFORM 3300-SET-DAYS-IN-MONTH THRU 3300-EXIT
               MOVE WS-DAYS-IN-MONTH TO WS-WORK-DD
           END-IF.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-FIND-PREVIOUS-BUSINESS - ROLL WS-WORK-DATE BACK UNTIL IT
      *                               LANDS ON A BUSINESS DAY, UNDER
      *                               THE SAME GUARD AS 3000.
      ******************************************************************
       3500-FIND-PREVIOUS-BUSINESS.
           MOVE ZERO TO WS-ROLL-GUARD
           PERFORM 3510-ROLL-BACK-ONE-DAY THRU 3510-EXIT
               UNTIL WS-DAY-IS-BUSINESS OR WS-ROLL-GUARD > 60.
       3500-EXIT.
           EXIT.

       3510-ROLL-BACK-ONE-DAY.
           ADD 1 TO WS-ROLL-GUARD
           PERFORM 3400-SUBTRACT-ONE-DAY THRU 3400-EXIT
           PERFORM 2000-CHECK-BUSINESS-DAY THRU 2000-EXIT.
       3510-EXIT.
           EXIT.

      ******************************************************************
      * 4000-COMPUTE-DAY-NUMBER - A SIMPLE SERIAL DAY NUMBER (DAYS
      *                           SINCE 1900-01-01, CIVIL CALENDAR)
           END-EVALUATE.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-ADD-MONTHS - MOVE WS-WORK-DATE FORWARD BDP-MONTHS CALENDAR
      *                   MONTHS. A DAY PAST THE END OF THE TARGET
      *                   MONTH IS HELD TO ITS LAST DAY.
      ******************************************************************
       5000-ADD-MONTHS.
           IF BDP-MONTHS NOT NUMERIC
               MOVE 08 TO BDP-RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           COMPUTE WS-MONTH-TOTAL = WS-WORK-MM - 1 + BDP-MONTHS
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-YEAR-STEP
               REMAINDER WS-SERIAL-MM
           ADD WS-YEAR-STEP TO WS-WORK-YYYY
           COMPUTE WS-WORK-MM = WS-SERIAL-MM + 1
           PERFORM 3300-SET-DAYS-IN-MONTH THRU 3300-EXIT
           IF WS-WORK-DD > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WORK-DD
           END-IF.
       5000-EXIT.
           EXIT.
