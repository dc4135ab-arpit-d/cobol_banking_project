      *               JOURNALLED NET CASH, NO DRAWER RECORD) AND
      *               COUNTS THE NET INTO THE BRANCH'S EXPECTED
      *               FIGURE, SO BRANCH CASH ON HAND STAYS PROVABLE.
      * 15/10/26  AD  CASH RECOVERED AT THE COUNTER ON A WRITTEN-OFF
      *               LOAN ('V', TAKEN IN LOAN-WO) COUNTS AS CASH IN
      *               WITH THE TELLER'S DEPOSITS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRWR-MNT.
           A3400-TALLY-ONE-ENTRY.
               IF TR-TIMESTAMP(1:8) = WS-RUN-DATE
                   AND TR-TELLER-ID NOT = ZEROES
                   AND (TR-DEPOSIT OR TR-WITHDRAWAL OR TR-RECOVERY)
                   PERFORM A3450-POST-TO-TELLER-SLOT
               END-IF
               PERFORM A3300-READ-NEXT-ENTRY.
                   END-IF
               END-IF
               IF WS-SLOT-FOUND
                   IF TR-DEPOSIT OR TR-RECOVERY
                       ADD TR-AMOUNT
                           TO WS-SLOT-DEPOSITS(WS-SLOT-IDX)
                   ELSE
