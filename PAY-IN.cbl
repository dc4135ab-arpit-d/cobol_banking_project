      *               NIGHTLY JRNL-IDX REBUILD PICKS ITS ENTRIES UP,
      *               THE SAME AS INT-POST AND THE OTHER NIGHTLY
      *               POSTERS.
      * 15/10/26  AD  A CREDIT WITH A BAD OR OVERSIZED DETAIL WAS NEVER
      *               RETURNED OR REPORTED. THE CREDIT IS NOW JUDGED
      *               BY AN EVALUATE, SO EVERY DETAIL IS EITHER POSTED
      *               OR RETURNED AND LANDS ON THE RUN REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-IN.
           A4000-POST-ONE-CREDIT.
               MOVE 'N' TO WS-POST-OK-SW
               MOVE SPACES TO WS-REASON-CODE
               EVALUATE TRUE
                   WHEN WS-PD-BANK-ACCOUNT NOT NUMERIC
                       OR WS-PD-AMOUNT NOT NUMERIC
                       OR WS-PD-AMOUNT = ZEROES
                       MOVE "R05" TO WS-REASON-CODE
                       MOVE "RETURNED, BAD DETAIL" TO WS-RPT-RESULT
      *    THE JOURNAL CARRIES AMOUNTS TO 9(8)V99 -- A CREDIT PAST
      *    THAT COULD SQUEEZE ONTO THE BALANCE YET TRUNCATE IN THE
      *    TR-AMOUNT FIELD, BREAKING THE OLD/NEW-BALANCE CHAIN
      *    JRNL-RECON PROVES. IT GOES BACK TO THE ORIGINATOR WHOLE.
                   WHEN WS-PD-AMOUNT > 99999999.99
                       MOVE "R07" TO WS-REASON-CODE
                       MOVE "RETURNED, OVER LIMIT" TO WS-RPT-RESULT
                   WHEN OTHER
                       MOVE WS-PD-BANK-ACCOUNT TO AR-BANK-ACCOUNT
                       READ ACCT-FILE
                           INVALID KEY
                               CONTINUE
                       END-READ
                       EVALUATE TRUE
                           WHEN WS-ACCT-NOT-FOUND
                               MOVE "R01" TO WS-REASON-CODE
                               MOVE "RETURNED, NO ACCOUNT"
                                   TO WS-RPT-RESULT
                           WHEN NOT AR-ACTIVE
                               MOVE "R02" TO WS-REASON-CODE
                               MOVE "RETURNED, STATUS"
                                   TO WS-RPT-RESULT
                           WHEN AR-TERM-DEP
                               MOVE "R03" TO WS-REASON-CODE
                               MOVE "RETURNED, TERM DEPOSIT"
                                   TO WS-RPT-RESULT
                           WHEN AR-LOAN
                               MOVE "R06" TO WS-REASON-CODE
                               MOVE "RETURNED, LOAN ACCOUNT"
                                   TO WS-RPT-RESULT
                           WHEN OTHER
                               PERFORM A4500-CREDIT-THE-ACCOUNT
                       END-EVALUATE
               END-EVALUATE
               IF WS-POST-OK
                   ADD 1 TO WS-POSTED-COUNT
                   ADD WS-PD-AMOUNT TO WS-POSTED-AMOUNT
