      *                    LINE (TRACE=... ACTION=A/R OPER=...) SO AN
      *                    OPERATOR CAN EXERCISE THE SERVICE WITHOUT A
      *                    FRONT END.
      * 2026-10-15  DS    DISPLAYS THE HELD PAYMENT'S BEHAVIOUR RISK
      *                    SCORE AND REASONS; ACTION=I INQUIRES ONLY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEXAPDR.
           ELSE
               DISPLAY V-PN 'REQUEST REJECTED - RETURN CODE '
                   PAPR-RETURN-CODE ' - ' PAPR-REJECT-REASON
           END-IF
           IF PAPR-RISK-SCORE > ZERO
               DISPLAY V-PN 'BEHAVIOUR RISK SCORE ' PAPR-RISK-SCORE
                   ' - ' PAPR-RISK-REASONS
           END-IF.
       2000-EXIT.
           EXIT.
