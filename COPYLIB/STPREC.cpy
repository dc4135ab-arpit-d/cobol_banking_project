      ******************************************************************
      * STPREC - CHEQUE STOP-PAYMENT RECORD LAYOUT
      * ONE RECORD PER STOP ON STOPPAY, KEYED BY ACCOUNT AND THE FIRST
      * CHEQUE NUMBER STOPPED. A STOP COVERS ONE CHEQUE (FROM AND TO
      * THE SAME) OR A RANGE, SUCH AS A LOST CHEQUE BOOK. AN AMOUNT
      * NARROWS A SINGLE-CHEQUE STOP TO A CHEQUE FOR THAT EXACT SUM;
      * ZERO STOPS THE CHEQUE WHATEVER ITS AMOUNT. TELLERS PLACE AND
      * CANCEL STOPS FROM EXIST-CUST, BOTH AUDITED ON AUDITLOG.
      * CHQ-CLR RETURNS AN INWARD CHEQUE THAT AN ACTIVE STOP COVERS
      * ON OR BEFORE ITS EXPIRY DATE. A STOP PLACED AGAIN FROM THE
      * SAME FIRST CHEQUE REPLACES THE OLD ONE.
      ******************************************************************
       01  SP-STOP-RECORD.
           05  SP-STOP-KEY.
               10  SP-BANK-ACCOUNT     PIC 9(08).
               10  SP-FROM-CHEQUE      PIC 9(08).
           05  SP-TO-CHEQUE            PIC 9(08).
           05  SP-AMOUNT               PIC 9(08)V99.
           05  SP-REASON               PIC X(30).
           05  SP-EXPIRY-DATE          PIC 9(08).
           05  SP-STATUS               PIC X(01).
               88  SP-ACTIVE               VALUE 'A'.
               88  SP-CANCELLED            VALUE 'C'.
           05  SP-PLACED-DATE          PIC 9(08).
           05  SP-PLACED-BY            PIC 9(04).
           05  SP-CANCELLED-DATE       PIC 9(08).
           05  SP-CANCELLED-BY         PIC 9(04).
