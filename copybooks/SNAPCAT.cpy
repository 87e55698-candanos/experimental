      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-09-02  DS    INITIAL VERSION.
      * 2026-10-15  DS    EXPSNAP NOW ALSO CATALOGS A DATED COPY OF
      *                    BALSNAP UNDER FILE ID 'BALSNAP' - THE
      *                    STARTING POINT FOR AN AS-OF-DATE BALANCE. IT
      *                    IS NOT PART OF THE EXPSNRST RESTORE SET.
      ******************************************************************
       01  SNAPCAT-RECORD.
           05  SNC-BUSINESS-DATE           PIC 9(08).
