      ******************************************************************
      * MISREC - MONTH-END MANAGEMENT INFORMATION SNAPSHOT RECORD
      * ONE RECORD PER MONTH PER BRANCH PER PRODUCT (AR-ACCT-TYPE) ON
      * MISSNAP, WRITTEN BY MIS-SNAP AT THE MONTH-END CLOSE FROM
      * ACCTFILE AS IT STANDS THAT NIGHT, AND READ BY MIS-RPT FOR THE
      * MONTH-ON-MONTH TREND. A RERUN FOR THE SAME MONTH REPLACES THE
      * MONTH'S RECORDS. THE ACCOUNT COUNTS ARE BY AR-STATUS AND
      * INCLUDE CLOSED ACCOUNTS, WHICH STAY ON ACCTFILE. BALANCES:
      * CREDIT IS THE SUM OF BALANCES IN CREDIT, DEBIT THE SUM OF
      * BALANCES OVERDRAWN OR OWED (AS A POSITIVE FIGURE); OD USED IS
      * THE DEBIT OF ON-DEMAND ACCOUNTS AGAINST THE OD LIMITS GRANTED,
      * TD PRINCIPAL AND LOAN OUTSTANDING ARE THE OPEN TERM DEPOSITS'
      * CONTRACTED PRINCIPAL AND THE OPEN LOANS' DEBT. THE NEW AND
      * CLOSED COUNTS ARE THE ACCOUNTS OPENED AND CLOSED SINCE THE
      * PRIOR SNAPSHOT (MS-PRIOR-MONTH, NORMALLY THE MONTH BEFORE);
      * ON THE FIRST SNAPSHOT EVER TAKEN THERE IS NOTHING TO MEASURE
      * AGAINST, SO THE PRIOR MONTH AND BOTH COUNTS ARE ZERO.
      ******************************************************************
       01  MS-SNAPSHOT-RECORD.
           05  MS-SNAP-KEY.
               10  MS-MONTH            PIC 9(06).
               10  MS-BRANCH-CODE      PIC 9(02).
               10  MS-ACCT-TYPE        PIC X(01).
           05  MS-TAKEN-DATE           PIC 9(08).
           05  MS-PRIOR-MONTH          PIC 9(06).
           05  MS-STATUS-COUNTS.
               10  MS-TOTAL-COUNT      PIC 9(07).
               10  MS-ACTIVE-COUNT     PIC 9(07).
               10  MS-DORMANT-COUNT    PIC 9(07).
               10  MS-FROZEN-COUNT     PIC 9(07).
               10  MS-CLOSED-COUNT     PIC 9(07).
               10  MS-WRITTEN-OFF-COUNT PIC 9(07).
           05  MS-CREDIT-BALANCE       PIC 9(13)V99.
           05  MS-DEBIT-BALANCE        PIC 9(13)V99.
           05  MS-OD-ACCT-COUNT        PIC 9(07).
           05  MS-OD-USED              PIC 9(13)V99.
           05  MS-OD-LIMIT-TOTAL       PIC 9(13)V99.
           05  MS-TD-PRINCIPAL         PIC 9(13)V99.
           05  MS-LOAN-OUTSTANDING     PIC 9(13)V99.
           05  MS-ARREARS-COUNT        PIC 9(07).
           05  MS-NEW-COUNT            PIC 9(07).
           05  MS-CLOSED-IN-MONTH      PIC 9(07).
