      ******************************************************************
      * POUTREC - OUTBOUND EXTERNAL PAYMENT REGISTER RECORD LAYOUT
      * ONE RECORD PER PAYMENT A TELLER ENTERS IN EXIST-CUST FOR A
      * BENEFICIARY AT ANOTHER BANK, KEYED BY A PAYMENT NUMBER ONE
      * PAST THE HIGHEST ON FILE (THE SAME NUMBERING AS SORDFILE AND
      * HOLDFILE). THE CUSTOMER IS DEBITED ('P' ON TRANFILE) THE
      * MOMENT THE PAYMENT IS ENTERED, SO THE MONEY SITS IN THE
      * PAYMENTS SUSPENSE POSITION UNTIL IT LEAVES THE BANK.
      * PAY-OUT SENDS EVERY PENDING PAYMENT ON THE NIGHTLY POUTFILE
      * AND MARKS IT SENT; A PAYMENT THE CLEARING HOUSE REJECTS IS
      * CREDITED BACK ('Q') AND MARKED RETURNED WITH THE CLEARING
      * HOUSE'S REASON CODE. PO-DEBIT-TIMESTAMP IS THE TIMESTAMP OF
      * THE ORIGINAL 'P' ENTRY, CARRIED ONTO THE 'Q' CREDIT'S
      * TR-REVERSAL-REF SO THE TWO CAN BE PAIRED.
      ******************************************************************
       01  PO-PAYMENT-RECORD.
           05  PO-PAYMENT-NO           PIC 9(08).
           05  PO-BANK-ACCOUNT         PIC 9(08).
           05  PO-BRANCH-CODE          PIC 9(02).
           05  PO-BENE-NAME            PIC X(35).
           05  PO-BENE-BANK            PIC X(11).
           05  PO-BENE-ACCOUNT         PIC X(20).
           05  PO-AMOUNT               PIC 9(08)V99.
           05  PO-REFERENCE            PIC X(16).
           05  PO-STATUS               PIC X(01).
               88  PO-PENDING              VALUE 'P'.
               88  PO-SENT                 VALUE 'S'.
               88  PO-RETURNED             VALUE 'R'.
           05  PO-DEBIT-TIMESTAMP      PIC 9(14).
           05  PO-ENTERED-BY           PIC 9(04).
           05  PO-SENT-DATE            PIC 9(08).
           05  PO-RETURN-DATE          PIC 9(08).
           05  PO-RETURN-REASON        PIC X(03).
