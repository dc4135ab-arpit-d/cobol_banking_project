      * CHSTREC - CUSTOMER CHANGE HISTORY RECORD LAYOUT
      * ONE RECORD PER AMENDED FIELD ON CUSTHIST, KEYED BY CUSTOMER
      * NUMBER, TIMESTAMP AND A TIE-BREAK SEQUENCE. CUST-MNT WRITES
      * ONE WHENEVER A CUSTOMER'S NAME, ADDRESS, DATE OF BIRTH, ID
      * DOCUMENT, WITHHOLDING-TAX EXEMPTION OR RISK RATING IS
      * CHANGED, OR A KYC REVIEW IS RECORDED, CARRYING THE PRIOR AND
      * NEW VALUES, THE TELLER AND THE BUSINESS DATE
      * -- SO THE MASTER ALWAYS SHOWS THE CURRENT TRUTH AND THIS FILE
      * SHOWS HOW IT GOT THERE.
      ******************************************************************
       01  CH-HISTORY-RECORD.
           05  CH-HIST-KEY.
               88  CH-ADDR-CHANGE          VALUE 'ADDRESS'.
               88  CH-DOB-CHANGE           VALUE 'DOB'.
               88  CH-IDDOC-CHANGE         VALUE 'IDDOC'.
               88  CH-TAXEX-CHANGE         VALUE 'TAXEXEMP'.
               88  CH-RISK-CHANGE          VALUE 'RISK'.
               88  CH-KYC-REVIEW           VALUE 'KYCREVW'.
           05  CH-OLD-VALUE            PIC X(60).
           05  CH-NEW-VALUE            PIC X(60).
           05  CH-TELLER-ID            PIC 9(04).
