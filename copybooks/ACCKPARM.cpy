      ******************************************************************
      * COPYBOOK    : ACCKPARM
      * DESCRIPTION : PARAMETER RECORD FOR THE SHARED ACCTCHK ACCOUNT
      *               NUMBER CHECK-DIGIT ROUTINE. AN ACCOUNT NUMBER IS
      *               TEN DIGITS - A NINE-DIGIT BASE AND A MODULUS 11
      *               CHECK DIGIT. FUNCTION 'V' VERIFIES A NUMBER
      *               WHEN THE ACCT-CHECK-DIGIT=Y SWITCH IS ON (AND
      *               PASSES EVERY NUMBER WHEN IT IS NOT); FUNCTION
      *               'T' VERIFIES REGARDLESS OF THE SWITCH; FUNCTION
      *               'G' BUILDS THE FULL NUMBER FOR ACK-BASE-NUMBER.
      *               A BASE WHOSE CHECK DIGIT WORKS OUT AT 10 CANNOT
      *               BE USED AND IS ANSWERED 08.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  ACCTCHK-PARM.
           05  ACK-FUNCTION                PIC X(01).
               88  ACK-FUNC-VERIFY             VALUE 'V'.
               88  ACK-FUNC-TEST               VALUE 'T'.
               88  ACK-FUNC-GENERATE           VALUE 'G'.
           05  ACK-ACCOUNT-NUMBER          PIC X(10).
           05  ACK-BASE-NUMBER             PIC 9(09).
           05  ACK-CHECK-DIGIT             PIC 9(01).
           05  ACK-RETURN-CODE             PIC 9(02).
               88  ACK-VALID                   VALUE 00.
               88  ACK-INVALID                 VALUE 08.
