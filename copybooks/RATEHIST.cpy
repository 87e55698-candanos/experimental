      ******************************************************************
      * COPYBOOK    : RATEHIST
      * DESCRIPTION : ONE DAY'S CONVERSION RATE FOR ONE CURRENCY, KEPT
      *               PER BUSINESS DATE IN AN INDEXED HISTORY FILE.
      *               EXPRATCK ADDS THE NIGHT'S CURRATE ENTRIES HERE
      *               EVERY TIME A CLEAN CHECK ROLLS THE RATES, SO THE
      *               RATE ANY PAST DAY POSTED AT CAN BE READ BACK BY
      *               DATE AND CURRENCY - SUBPGM01 CONVERTS AN
      *               OFFSETTING ENTRY (REVERSAL, BANK RETURN, FRAUD
      *               REVERSAL) AT ITS ORIGINAL'S RATE FROM HERE
      *               RATHER THAN AT TONIGHT'S. CURRPREV REMAINS THE
      *               ONE-DAY COPY FOR THE DAY-OVER-DAY MOVE CHECK.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  RATEHIST-RECORD.
           05  RTH-KEY.
               10  RTH-RATE-DATE           PIC 9(08).
               10  RTH-CURRENCY-CODE       PIC X(03).
           05  RTH-CONVERSION-RATE         PIC 9(04)V9999 COMP-3.
           05  RTH-DECIMAL-PLACES          PIC 9(01).
           05  FILLER                      PIC X(07).
