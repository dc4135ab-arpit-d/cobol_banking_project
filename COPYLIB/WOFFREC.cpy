      ******************************************************************
      * WOFFREC - LOAN WRITE-OFF REGISTER RECORD LAYOUT
      * ONE RECORD PER WRITTEN-OFF LOAN ON WOFFFILE, KEYED BY THE LOAN
      * ACCOUNT. LOAN-WO WRITES IT WHEN A SUPERVISOR WRITES A
      * NON-PERFORMING LOAN OFF -- THE DEBT CLEARED FROM THE BOOKS,
      * THE ARREARS COUNT IT HAD REACHED, WHO DID IT AND WHEN -- AND
      * ADDS EVERY LATER RECOVERY TO IT, SO CREDIT RISK CAN SEE WHAT
      * WAS LOST AND WHAT HAS COME BACK. A LOAN WHOSE RECOVERIES REACH
      * THE AMOUNT WRITTEN OFF IS MARKED FULLY RECOVERED.
      ******************************************************************
       01  WO-WRITE-OFF-RECORD.
           05  WO-BANK-ACCOUNT         PIC 9(08).
           05  WO-BRANCH-CODE          PIC 9(02).
           05  WO-CUSTOMER-NO          PIC 9(08).
           05  WO-WRITE-OFF-DATE       PIC 9(08).
           05  WO-WRITE-OFF-AMT        PIC 9(08)V99.
           05  WO-ARREARS-COUNT        PIC 9(03).
           05  WO-WRITTEN-OFF-BY       PIC 9(04).
           05  WO-STATUS               PIC X(01).
               88  WO-OUTSTANDING          VALUE 'O'.
               88  WO-FULLY-RECOVERED      VALUE 'R'.
           05  WO-RECOVERED-AMT        PIC 9(08)V99.
           05  WO-RECOVERY-COUNT       PIC 9(04).
           05  WO-LAST-RECOVERY-DATE   PIC 9(08).
