               88  AR-DORMANT              VALUE 'D'.
               88  AR-FROZEN               VALUE 'F'.
               88  AR-CLOSED               VALUE 'C'.
      *    A NON-PERFORMING LOAN WRITTEN OFF UNDER SUPERVISION IN
      *    LOAN-WO. ITS DEBT IS CLEARED TO ZERO BY A 'Z' JOURNAL
      *    ENTRY, IT CHARGES NO MORE INTEREST AND IS NOT COLLECTED,
      *    AND ANY MONEY RECOVERED LATER IS RECORDED AGAINST IT.
               88  AR-WRITTEN-OFF          VALUE 'W'.
      *    ON-DEMAND ACCOUNTS ARE SWEPT BY INT-POST. A TERM DEPOSIT
      *    CARRIES ITS CONTRACTED PRINCIPAL, RATE AND MATURITY DATE
      *    AND IS PAID OUT TO ITS LINKED ON-DEMAND ACCOUNT BY THE
