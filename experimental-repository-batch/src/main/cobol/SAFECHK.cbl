      *                    COPY ('G'), NOTHING ON FILE AT ALL ('N'),
      *                    OR NO COPY THAT PROVES VALID ('U') - ON 'U'
      *                    THE CALLER MUST REFUSE THE FILE.
      * 2026-10-15  DS    STORDER AND STORDERN RECORD IMAGES WIDENED TO
      *                    THE 100-BYTE STANDING-ORDER RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFECHK.
       FD  STORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  STORDER-RECORD                 PIC X(100).

       FD  STORDERN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  STORDERN-RECORD                PIC X(100).

       FD  MEMOPOST-FILE
           LABEL RECORDS ARE STANDARD
