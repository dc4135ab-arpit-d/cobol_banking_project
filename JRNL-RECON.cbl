      *               NITE-RUN NIGHTLY DRIVER CAN CALL IT AS A STEP
      *               WITHOUT ENDING THE WHOLE CHAIN. A STANDALONE
      *               RUN IS UNCHANGED.
      * 15/10/26  AD  THE SUMMARY NOW COUNTS THE SERVICE FEE ENTRIES
      *               FEE-POST JOURNALED, ON A LINE OF THEIR OWN. THEY
      *               CHAIN LIKE ANY OTHER DEBIT.
      * 15/10/26  AD  THE SUMMARY NOW COUNTS LOAN WRITE-OFF ('Z') AND
      *               RECOVERY ('V') ENTRIES ON LINES OF THEIR OWN. A
      *               WRITE-OFF CHAINS LIKE ANY OTHER CREDIT; A
      *               RECOVERY CARRIES ZERO AS BOTH ITS OLD AND NEW
      *               BALANCE, SO IT CHAINS WITHOUT MOVING THE LOAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNL-RECON.
                       88 WS-SLOT-MATCHED     VALUE 'Y'.

           01 WS-ENTRY-COUNT         PIC 9(08) VALUE ZEROES.
           01 WS-FEE-ENTRY-COUNT     PIC 9(08) VALUE ZEROES.
           01 WS-WOFF-ENTRY-COUNT    PIC 9(08) VALUE ZEROES.
           01 WS-RCVY-ENTRY-COUNT    PIC 9(08) VALUE ZEROES.
           01 WS-ACCT-COUNT          PIC 9(06) VALUE ZEROES.
           01 WS-EXCEPTION-COUNT     PIC 9(06) VALUE ZEROES.
           01 WS-OVERFLOW-COUNT      PIC 9(06) VALUE ZEROES.

           A1000-REPLAY-ENTRY.
               ADD 1 TO WS-ENTRY-COUNT
               IF TR-FEE
                   ADD 1 TO WS-FEE-ENTRY-COUNT
               END-IF
               IF TR-WRITE-OFF
                   ADD 1 TO WS-WOFF-ENTRY-COUNT
               END-IF
               IF TR-RECOVERY
                   ADD 1 TO WS-RCVY-ENTRY-COUNT
               END-IF
               MOVE TR-BANK-ACCOUNT TO WS-RE-ACCOUNT
               PERFORM A1100-FIND-ACCOUNT-SLOT
               IF WS-SLOT-FOUND
               MOVE WS-ENTRY-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "SERVICE FEE ENTRIES" TO WS-RS-LABEL
               MOVE WS-FEE-ENTRY-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "LOAN WRITE-OFF ENTRIES" TO WS-RS-LABEL
               MOVE WS-WOFF-ENTRY-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "LOAN RECOVERY ENTRIES" TO WS-RS-LABEL
               MOVE WS-RCVY-ENTRY-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ACCOUNTS ON MASTER" TO WS-RS-LABEL
               MOVE WS-ACCT-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
