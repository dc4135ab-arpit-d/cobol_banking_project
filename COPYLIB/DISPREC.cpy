      ******************************************************************
      * DISPREC - CUSTOMER DISPUTE CASE RECORD LAYOUT
      * ONE CASE PER DISPUTED JOURNAL ENTRY ON DISPUTE, KEYED BY THE
      * ACCOUNT AND THE TR-TIMESTAMP OF THE ENTRY THE CUSTOMER SAYS
      * IS WRONG (A STANDING-ORDER DEBIT THAT SHOULD NOT HAVE RUN, A
      * PAY-IN CREDIT THAT NEVER ARRIVED). REVERSALS IN EXIST-CUST
      * ARE FOR THE BANK'S OWN ERRORS; A CUSTOMER'S CLAIM IS RAISED
      * AND WORKED HERE THROUGH DISP-MNT. THE ENTRY'S TYPE, AMOUNT
      * AND BRANCH ARE COPIED ONTO THE CASE WHEN IT IS RAISED, SO THE
      * CASE STANDS ON ITS OWN AFTER JRNL-ARCH MOVES THE ENTRY OFF
      * TRANFILE. THE DUE DATE IS THE RAISED DATE PLUS THE DISPDAYS
      * PARAMETER ON RATEPARM; DISP-AGE REPORTS UNRESOLVED CASES PAST
      * IT BY BRANCH. A CASE MOVES OPEN -> INVESTIGATING -> UPHELD OR
      * REJECTED.
      * A SUPERVISOR MAY GRANT ONE PROVISIONAL CREDIT WHILE THE CASE
      * IS UNRESOLVED: A 'G' CREDIT ON TRANFILE WHOSE TR-REVERSAL-REF
      * IS THE DISPUTED ENTRY'S TIMESTAMP, SO ACCOUNT PLUS REFERENCE
      * LEADS BACK TO THE CASE. ON RESOLUTION THE CREDIT IS KEPT (ALWAYS
      * WHEN UPHELD, AS GOODWILL WHEN REJECTED) OR CLAWED BACK BY A
      * 'K' DEBIT CARRYING THE SAME REFERENCE.
      ******************************************************************
       01  DS-DISPUTE-RECORD.
           05  DS-CASE-KEY.
               10  DS-BANK-ACCOUNT     PIC 9(08).
               10  DS-TIMESTAMP        PIC 9(14).
           05  DS-TXN-TYPE             PIC X(01).
           05  DS-TXN-AMOUNT           PIC 9(08)V99.
           05  DS-BRANCH-CODE          PIC 9(02).
           05  DS-CLAIM                PIC X(50).
           05  DS-RAISED-DATE          PIC 9(08).
           05  DS-RAISED-BY            PIC 9(04).
           05  DS-DUE-DATE             PIC 9(08).
           05  DS-OWNER                PIC 9(04).
           05  DS-STATUS               PIC X(01).
               88  DS-OPEN                 VALUE 'O'.
               88  DS-INVESTIGATING        VALUE 'I'.
               88  DS-UPHELD               VALUE 'U'.
               88  DS-REJECTED             VALUE 'R'.
               88  DS-UNRESOLVED           VALUE 'O' 'I'.
               88  DS-RESOLVED             VALUE 'U' 'R'.
           05  DS-RESOLVED-DATE        PIC 9(08).
           05  DS-RESOLVED-BY          PIC 9(04).
           05  DS-OUTCOME-NOTE         PIC X(30).
           05  DS-PROV-STATUS          PIC X(01).
               88  DS-NO-PROV-CREDIT       VALUE 'N'.
               88  DS-PROV-GRANTED         VALUE 'G'.
               88  DS-PROV-KEPT            VALUE 'K'.
               88  DS-PROV-CLAWED-BACK     VALUE 'B'.
           05  DS-PROV-AMOUNT          PIC 9(08)V99.
           05  DS-PROV-TIMESTAMP       PIC 9(14).
           05  DS-PROV-GRANTED-BY      PIC 9(04).
           05  DS-CLAWBACK-TIMESTAMP   PIC 9(14).
