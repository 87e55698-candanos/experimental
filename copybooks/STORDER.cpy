      *               DATE FORWARD BY THE INSTRUCTION'S FREQUENCY -
      *               SO A RECURRING PAYMENT IS NO LONGER RE-KEYED BY
      *               A TELLER OR RE-SUPPLIED IN PARTTRAN EVERY CYCLE.
      *               THE PAYER REFERENCE AND REMITTANCE TEXT GO WITH
      *               EVERY PAYMENT THE INSTRUCTION GENERATES (SEE
      *               REMITINF). 100 BYTES.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-08-22  DS    INITIAL VERSION.
      * 2026-10-15  DS    ADDED STO-PAYER-REFERENCE AND STO-REMITTANCE-
      *                    TEXT; RECORD WIDENED FROM 40 TO 100 BYTES,
      *                    THE REST HELD SPARE.
      * 2026-10-15  DS    ADDED STO-ORDER-SEQUENCE (NUMBERS THE
      *                    INSTRUCTIONS OF ONE ACCOUNT, ASSIGNED BY
      *                    STOMNT), STO-FINAL-DATE AND THE
      *                    STO-PAYMENTS-LEFT COUNT, AFTER EITHER OF
      *                    WHICH EXPSTORD MARKS THE INSTRUCTION
      *                    COMPLETED ('E'). STATUS 'C' IS A CANCELLED
      *                    INSTRUCTION, KEPT FOR THE RECORD. TAKEN
      *                    FROM THE SPARE BYTES; A RECORD WRITTEN
      *                    BEFORE THEN HAS SPACES THERE, WHICH READ AS
      *                    NO FINAL DATE AND NO COUNT.
      ******************************************************************
       01  STORDER-RECORD.
           05  STO-ACCOUNT-NUMBER          PIC X(10).
           05  STO-STATUS                  PIC X(01).
               88  STO-ACTIVE                  VALUE 'A'.
               88  STO-SUSPENDED               VALUE 'S'.
               88  STO-CANCELLED               VALUE 'C'.
               88  STO-COMPLETED               VALUE 'E'.
           05  STO-PAYER-REFERENCE         PIC X(16).
           05  STO-REMITTANCE-TEXT         PIC X(35).
           05  STO-ORDER-SEQUENCE          PIC 9(03).
      *    LAST DUE DATE TO BE PAID (ZERO OR SPACES = NO END DATE).
           05  STO-FINAL-DATE              PIC 9(08).
      *    PAYMENTS STILL TO BE MADE WHEN STO-COUNT-LIMITED.
           05  STO-COUNT-SW                PIC X(01).
               88  STO-COUNT-LIMITED           VALUE 'Y'.
           05  STO-PAYMENTS-LEFT           PIC 9(04).
