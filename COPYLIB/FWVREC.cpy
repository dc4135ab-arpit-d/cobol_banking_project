      ******************************************************************
      * FWVREC - SERVICE FEE WAIVER RECORD LAYOUT
      * ONE RECORD PER ACCOUNT PER FEE WAIVED ON FEEWAIV, KEYED BY
      * ACCOUNT AND THE FEE'S JOURNAL TYPE ('M' MAINTENANCE, 'L'
      * BELOW MINIMUM BALANCE, 'E' EXCESS WITHDRAWALS, 'U'
      * UNARRANGED OVERDRAFT) OR '*' FOR EVERY FEE. A SUPERVISOR
      * GRANTS AND CANCELS WAIVERS FROM EXIST-CUST, BOTH AUDITED ON
      * AUDITLOG. FEE-POST SKIPS A FEE WHILE ITS WAIVER IS ACTIVE
      * AND NOT PAST ITS EXPIRY DATE (ZERO MEANS UNTIL CANCELLED),
      * AND REPORTS IT AS WAIVED INSTEAD OF CHARGED.
      ******************************************************************
       01  FW-WAIVER-RECORD.
           05  FW-WAIVER-KEY.
               10  FW-BANK-ACCOUNT     PIC 9(08).
               10  FW-FEE-CODE         PIC X(01).
                   88  FW-ALL-FEES         VALUE '*'.
           05  FW-STATUS               PIC X(01).
               88  FW-ACTIVE               VALUE 'A'.
               88  FW-CANCELLED            VALUE 'C'.
           05  FW-EXPIRY-DATE          PIC 9(08).
           05  FW-REASON               PIC X(30).
           05  FW-GRANTED-DATE         PIC 9(08).
           05  FW-GRANTED-BY           PIC 9(04).
           05  FW-CANCELLED-DATE       PIC 9(08).
           05  FW-CANCELLED-BY         PIC 9(04).
