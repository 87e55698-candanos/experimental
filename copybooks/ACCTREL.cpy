      ******************************************************************
      * COPYBOOK    : ACCTREL
      * DESCRIPTION : ONE ACCOUNT-TO-CUSTOMER RELATIONSHIP, KEYED BY
      *               ACCOUNT NUMBER THEN CUSTOMER NUMBER, SO ALL THE
      *               PARTIES TO AN ACCOUNT SIT TOGETHER ON THE FILE
      *               AND ARE READ WITH A START/READ NEXT ON THE
      *               ACCOUNT. ACM-CUSTOMER-NUMBER REMAINS THE LEAD
      *               OWNER AND NEEDS NO RECORD HERE; THIS FILE
      *               CARRIES EVERY OTHER PARTY - A FURTHER OWNER, A
      *               JOINT OWNER, OR AN AUTHORIZED SIGNATORY WHO MAY
      *               OPERATE THE ACCOUNT BUT DOES NOT OWN IT.
      *               MAINTAINED THROUGH ACCTMNT (LINK/UNLINK). READ
      *               BY SUBPGM01 FOR THE ACCOUNT'S JOINT SIGNING RULE
      *               (ACM-JOINT-RULE) AND PER-OWNER CUSTLIMS VELOCITY,
      *               BY EXPSTMT AND EXPNOTIF FOR THE OWNERS ENTITLED
      *               TO STATEMENTS AND NOTICES, AND BY CUSTMNT TO
      *               REPORT THE ACCOUNTS A STATUS CHANGE REACHES.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE        INIT  DESCRIPTION
      * 2026-10-15  DS    INITIAL VERSION.
      ******************************************************************
       01  ACCTREL-RECORD.
           05  ARL-KEY.
               10  ARL-ACCOUNT-NUMBER      PIC X(10).
               10  ARL-CUSTOMER-NUMBER     PIC X(08).
      *    OWNERS AND JOINT OWNERS OWN THE ACCOUNT - THEY COUNT UNDER
      *    THE SIGNING RULE AND FOR CUSTLIMS VELOCITY. A SIGNATORY
      *    DOES NEITHER.
           05  ARL-ROLE                    PIC X(01).
               88  ARL-OWNER                   VALUE 'O'.
               88  ARL-JOINT-OWNER             VALUE 'J'.
               88  ARL-SIGNATORY               VALUE 'S'.
               88  ARL-OWNING-ROLE             VALUES 'O' 'J'.
               88  ARL-VALID-ROLE              VALUES 'O' 'J' 'S'.
      *    WHETHER THIS OWNER GETS A COPY OF THE STATEMENT AND OF
      *    THE PAYMENT NOTICES - NEVER SET FOR A SIGNATORY.
           05  ARL-STATEMENT-SW            PIC X(01).
               88  ARL-GETS-STATEMENTS         VALUE 'Y'.
           05  ARL-NOTICE-SW               PIC X(01).
               88  ARL-GETS-NOTICES            VALUE 'Y'.
           05  ARL-ADDED-DATE              PIC 9(08).
           05  ARL-OPERATOR-ID             PIC X(08).
           05  FILLER                      PIC X(11).
