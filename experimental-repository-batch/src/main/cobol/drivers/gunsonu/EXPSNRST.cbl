      *                    AGAINST THE SAME FIGURES BEFORE THE
      *                    RESTORE IS DECLARED GOOD (CC 0). ANY
      *                    FAILURE AT ANY PHASE ENDS CC 8.
      * 2026-10-15  DS    SNAPACM-RECORD WIDENED FROM 40 TO 60 BYTES
      *                    WITH THE ACCTMSTR RECORD (ACCOUNT
      *                    CURRENCY AND BASE EQUIVALENT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPSNRST.
       FD  SNAPACM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SNAPACM-RECORD                 PIC X(60).

       FD  SNAPLIM-FILE
           LABEL RECORDS ARE STANDARD
