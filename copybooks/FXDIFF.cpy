      ******************************************************************
      * COPYBOOK    : FXDIFF
      * DESCRIPTION : ONE REALIZED FX DIFFERENCE - AN OFFSETTING ENTRY
      *               (REVERSAL, BANK RETURN, FRAUD REVERSAL) THAT
      *               NAMED ITS ORIGINAL BUT HAD TO CONVERT AT
      *               TONIGHT'S CURRATE BECAUSE NO RATE FOR THE
      *               ORIGINAL'S DATE COULD BE FOUND ON RATEHIST.
      *               APPENDED BY SUBPGM01 WHEN SUCH AN ENTRY POSTS,
      *               AND REPORTED EACH NIGHT BY EXPFXDRP. THE
      *               DIFFERENCE IS THE BASE-CURRENCY AMOUNT THE
      *               OFFSET DID NOT NET AGAINST ITS SHARE OF THE
      *               ORIGINAL'S CONVERTED AMOUNT (POSITIVE WHEN THE
      *               OFFSET WAS WORTH MORE IN BASE THAN THE PART OF
      *               THE ORIGINAL IT UNDOES).
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  FXDIFF-RECORD.
           05  FXD-POSTING-DATE            PIC 9(08).
           05  FXD-TRACE-ID                PIC X(16).
           05  FXD-ORIGINAL-TRACE-ID       PIC X(16).
           05  FXD-ORIGINAL-DATE           PIC 9(08).
           05  FXD-ACCOUNT-NUMBER          PIC X(10).
           05  FXD-CURRENCY-CODE           PIC X(03).
           05  FXD-TRANSACTION-TYPE        PIC X(01).
           05  FXD-AMOUNT                  PIC S9(11)V99 COMP-3.
           05  FXD-CONVERTED-AMOUNT        PIC S9(11)V99 COMP-3.
           05  FXD-ORIGINAL-SHARE          PIC S9(11)V99 COMP-3.
           05  FXD-DIFFERENCE              PIC S9(11)V99 COMP-3.
           05  FXD-REASON                  PIC X(01).
               88  FXD-NO-RATE-HISTORY         VALUE 'H'.
               88  FXD-ORIGINAL-UNKNOWN        VALUE 'X'.
           05  FILLER                      PIC X(09).
