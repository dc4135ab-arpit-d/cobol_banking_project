      * A REVERSAL ('X' DEBITS THE ACCOUNT TO UNDO A CREDIT, 'Y'
      * CREDITS IT TO UNDO A DEBIT) CARRIES THE ORIGINAL ENTRY'S
      * TIMESTAMP IN TR-REVERSAL-REF; ORDINARY ENTRIES CARRY ZEROES.
      * SERVICE FEES CHARGED BY FEE-POST ARE DEBITS JOURNALED UNDER
      * THEIR OWN TYPES ('M' MONTHLY MAINTENANCE, 'L' BELOW MINIMUM
      * BALANCE, 'E' EXCESS WITHDRAWALS, 'U' UNARRANGED OVERDRAFT) SO
      * THE LEDGER, GL AND STATEMENTS SHOW FEES ON A LINE OF THEIR OWN.
      * TAX WITHHELD FROM CREDITED INTEREST IS A SEPARATE 'H' DEBIT
      * WRITTEN STRAIGHT AFTER THE 'I' CREDIT IT WAS TAKEN FROM, SO
      * THE GROSS INTEREST AND THE TAX BOTH SURVIVE FOR INT-CERT.
      * AN OUTBOUND PAYMENT TO ANOTHER BANK IS A 'P' DEBIT WHEN THE
      * TELLER ENTERS IT; IF THE CLEARING HOUSE REJECTS IT, PAY-OUT
      * CREDITS IT BACK AS A 'Q' CARRYING THE 'P' ENTRY'S TIMESTAMP
      * IN TR-REVERSAL-REF.
      * WRITING OFF A NON-PERFORMING LOAN IS A 'Z' CREDIT TO THE LOAN
      * THAT BRINGS ITS DEBT TO ZERO. MONEY RECOVERED ON A LOAN
      * ALREADY WRITTEN OFF IS A 'V' ENTRY: THE CASH IS TAKEN AT THE
      * COUNTER BUT THE LOAN'S BALANCE STAYS AT ZERO (OLD AND NEW
      * BALANCE BOTH ZERO), SO IT IS A MEMO ITEM TO THE LEDGER AND
      * INCOME TO THE GL.
      * A CHEQUE PAID THROUGH INWARD CLEARING (CHQ-CLR) IS A 'C' DEBIT
      * CARRYING THE CHEQUE NUMBER IN TR-REVERSAL-REF, SO THE
      * STATEMENT CAN SHOW WHICH CHEQUE WAS PAID.
      * A PROVISIONAL CREDIT GRANTED AGAINST A CUSTOMER DISPUTE IS A
      * 'G' CREDIT, AND CLAWING IT BACK WHEN THE DISPUTE IS REJECTED
      * IS A 'K' DEBIT; BOTH CARRY THE DISPUTED ENTRY'S TIMESTAMP IN
      * TR-REVERSAL-REF, WHICH WITH THE ACCOUNT IS THE DISPUTE CASE KEY.
      ******************************************************************
       01  TR-JOURNAL-RECORD.
           05  TR-BANK-ACCOUNT         PIC 9(08).
               88  TR-REVERSAL-DR          VALUE 'X'.
               88  TR-REVERSAL-CR          VALUE 'Y'.
               88  TR-REVERSAL             VALUE 'X' 'Y'.
               88  TR-FEE-MAINTENANCE      VALUE 'M'.
               88  TR-FEE-LOW-BALANCE      VALUE 'L'.
               88  TR-FEE-EXCESS-WDL       VALUE 'E'.
               88  TR-FEE-UNARRANGED-OD    VALUE 'U'.
               88  TR-FEE                  VALUE 'M' 'L' 'E' 'U'.
               88  TR-TAX-WITHHELD         VALUE 'H'.
               88  TR-PAYMENT-OUT          VALUE 'P'.
               88  TR-PAYMENT-RETURN       VALUE 'Q'.
               88  TR-WRITE-OFF            VALUE 'Z'.
               88  TR-RECOVERY             VALUE 'V'.
               88  TR-CHEQUE-PAID          VALUE 'C'.
               88  TR-PROV-CREDIT          VALUE 'G'.
               88  TR-PROV-CLAWBACK        VALUE 'K'.
           05  TR-AMOUNT               PIC 9(08)V99.
           05  TR-OLD-BALANCE          PIC S9(08)V99.
           05  TR-NEW-BALANCE          PIC S9(08)V99.
