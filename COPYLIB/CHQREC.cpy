      ******************************************************************
      * CHQREC - PAID CHEQUE REGISTER RECORD LAYOUT
      * ONE RECORD PER CHEQUE EVER PAID ON CHQPAID, KEYED BY ACCOUNT
      * AND CHEQUE NUMBER. CHQ-CLR WRITES IT AS IT DEBITS THE DRAWER
      * AND LOOKS IT UP BEFORE PAYING ANY INWARD CHEQUE, SO A CHEQUE
      * PRESENTED A SECOND TIME -- IN THE SAME FILE OR A LATER ONE --
      * IS RETURNED AS ALREADY PAID INSTEAD OF DEBITING THE ACCOUNT
      * TWICE. CP-TIMESTAMP IS THE TIMESTAMP OF THE 'C' JOURNAL ENTRY
      * THAT PAID IT.
      ******************************************************************
       01  CP-PAID-RECORD.
           05  CP-PAID-KEY.
               10  CP-BANK-ACCOUNT     PIC 9(08).
               10  CP-CHEQUE-NO        PIC 9(08).
           05  CP-AMOUNT               PIC 9(08)V99.
           05  CP-PAID-DATE            PIC 9(08).
           05  CP-TIMESTAMP            PIC 9(14).
           05  CP-FILE-DATE            PIC 9(08).
           05  CP-PRESENTING-BANK      PIC X(11).
           05  CP-ITEM-REFERENCE       PIC X(16).
