      ******************************************************************
      * COPYBOOK    : PARTRESP
      * DESCRIPTION : THE RESPONSE FILE RETURNED TO THE UPSTREAM
      *               PARTNER EACH NIGHT BY EXPPRESP - ONE DETAIL
      *               RECORD PER RECORD THEY SENT SINCE THE LAST
      *               RESPONSE, KEYED BY THEIR OWN REFERENCE AND
      *               ECHOING THEIR OWN RECORD (SEE PARTTRAN), WITH
      *               WHAT BECAME OF IT. DATES ARE IN THE PARTNER'S
      *               MMDDYYYY ORDER. THE HEADER AND TRAILER CARRY THE
      *               RECORD COUNT AND AMOUNT HASH (SUM OF ABSOLUTE
      *               PRT-AMOUNT) OF THOSE NEW RECORDS - WHAT THEY SENT.
      *               A RECORD ANSWERED 'U' LAST TIME IS ANSWERED AGAIN
      *               WHEN ITS OUTCOME IS KNOWN, WITH PRS-REPEAT-SW SET
      *               AND OUTSIDE THOSE TOTALS; THE TRAILER ADDS THE
      *               REPEAT COUNT AND THE COUNT OF EACH OUTCOME OVER
      *               EVERY DETAIL RECORD.
      *
      *               PRS-STATUS  P - POSTED
      *                           R - REJECTED (CODE AND TEXT GIVEN)
      *                           S - SUSPENDED UNTIL PRS-EFFECTIVE-
      *                               DATE
      *                           H - HELD FOR COMPLIANCE REVIEW OR
      *                               FOR THE NEXT RUN AFTER A CLOSING
      *                               CUTOFF
      *                           U - NO OUTCOME YET - STILL TO BE
      *                               PROCESSED BY US
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      * 2026-10-15  DS    PRS-PARTNER-RECORD WIDENED TO 133 BYTES WITH
      *                    PARTTRAN'S NEW REMITTANCE FIELDS.
      ******************************************************************
       01  PARTRESP-RECORD.
           05  PRS-RECORD-TYPE             PIC X(03).
               88  PRS-TYPE-HEADER             VALUE 'HDR'.
               88  PRS-TYPE-DETAIL             VALUE 'DTL'.
               88  PRS-TYPE-TRAILER            VALUE 'TRL'.
           05  PRS-DETAIL.
               10  PRS-PARTNER-REFERENCE   PIC X(20).
               10  PRS-PARTNER-RECORD      PIC X(133).
               10  PRS-STATUS              PIC X(01).
                   88  PRS-POSTED              VALUE 'P'.
                   88  PRS-REJECTED            VALUE 'R'.
                   88  PRS-SUSPENDED           VALUE 'S'.
                   88  PRS-HELD                VALUE 'H'.
                   88  PRS-UNRESOLVED          VALUE 'U'.
               10  PRS-RETURN-CODE         PIC 9(02).
               10  PRS-REASON-TEXT         PIC X(40).
               10  PRS-EFFECTIVE-DATE      PIC 9(08).
               10  PRS-OUR-REFERENCE       PIC X(16).
               10  PRS-REPEAT-SW           PIC X(01).
                   88  PRS-REPEAT-ANSWER       VALUE 'Y'.
           05  PRS-CONTROL REDEFINES PRS-DETAIL.
               10  PRS-FILE-DATE           PIC 9(08).
               10  PRS-RECORD-COUNT        PIC 9(09).
               10  PRS-AMOUNT-TOTAL        PIC 9(15)V99.
               10  PRS-POSTED-COUNT        PIC 9(09).
               10  PRS-REJECTED-COUNT      PIC 9(09).
               10  PRS-SUSPENDED-COUNT     PIC 9(09).
               10  PRS-HELD-COUNT          PIC 9(09).
               10  PRS-UNRESOLVED-COUNT    PIC 9(09).
               10  PRS-REPEAT-COUNT        PIC 9(09).
               10  FILLER                  PIC X(133).
