      *               DEPOSITS -- THEIR (NEGATIVE) OUTSTANDING
      *               BALANCE IS CHARGED CONTRACT INTEREST BY THE
      *               LOAN-COLL BATCH, NOT THE OVERDRAFT RATE HERE.
      * 15/10/26  AD  WITHHOLDING TAX IS NOW DEDUCTED FROM EVERY CREDIT
      *               INTEREST POSTING AT THE RATEPARM RATE IN FORCE
      *               (WHTRATE), JOURNALED AS A SEPARATE 'H' DEBIT
      *               STRAIGHT AFTER THE 'I' CREDIT AND TOTALLED ON
      *               THE REPORT. AN ACCOUNT WHOSE PRIMARY HOLDER HAS
      *               AN EXEMPTION ON CUSTMST HAS NOTHING WITHHELD. NO
      *               WHTRATE ON FILE WITHHOLDS NOTHING.
      * 15/10/26  AD  AN ACCOUNT SKIPPED (OTHER BRANCH, CLOSED, FROZEN,
      *               TERM DEPOSIT OR LOAN) NO LONGER STALLS THE RUN
      *               ON THAT RECORD -- THE NEXT ACCOUNT IS NOW READ
      *               WHATEVER THE ACCOUNT WAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT-POST.
               RECORD KEY IS PR-PARM-KEY
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CUST-FILE ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       FD  PARM-FILE.
           COPY PRMREC.

       FD  CUST-FILE.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-EOF            VALUE '10'.
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-PARM-FILE-STATUS    PIC X(02).
               88 WS-PARM-FILE-MISSING   VALUE '35'.
           01 WS-CUST-FILE-STATUS    PIC X(02).
               88 WS-CUST-FILE-MISSING   VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.
           01 WS-PARM-LOOKUP-ID      PIC X(10).
      *    DEBIT RATE CHARGED ON AN OVERDRAWN (NEGATIVE) BALANCE.
           01 WS-RATE-OVERDRAFT      PIC V9(4) VALUE .0500.
           01 WS-INTEREST-RATE       PIC V9(4).
      *    WITHHOLDING-TAX RATE ON CREDIT INTEREST. THERE IS NO
      *    COMPILED DEFAULT: NOTHING IS WITHHELD UNTIL WHTRATE IS
      *    KEYED ON RATEPARM.
           01 WS-RATE-WHT            PIC V9(4) VALUE ZEROES.
           01 WS-TAX-AMT             PIC 9(8)V99.
           01 WS-GROSS-BALANCE       PIC S9(8)V99.
           01 WS-TOTAL-TAX           PIC 9(10)V99 VALUE ZEROES.

           01 WS-OLD-BALANCE         PIC S9(8)V99.
           01 WS-INTEREST-AMT        PIC 9(8)V99.
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-RATE-OVERDRAFT
                   END-IF
                   MOVE "WHTRATE" TO WS-PARM-LOOKUP-ID
                   PERFORM A0070-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-RATE-WHT
                   END-IF
                   CLOSE PARM-FILE
               END-IF.

                   OPEN OUTPUT CTL-FILE
                   CLOSE CTL-FILE
                   OPEN I-O CTL-FILE
               END-IF
               OPEN INPUT CUST-FILE
               IF WS-CUST-FILE-MISSING
                   DISPLAY "NO CUSTOMER MASTER ON HAND, NO TAX "
                       "EXEMPTIONS CAN BE HONOURED THIS RUN"
               END-IF.

      *    THE REPORT IS ONLY OPENED ONCE THE CYCLE CHECK HAS RUN: A
               END-READ.

           A1000-POST-INTEREST.
               EVALUATE TRUE
                   WHEN WS-BRANCH-FILTER NOT = ZEROES
                       AND AR-BRANCH-CODE NOT = WS-BRANCH-FILTER
                       CONTINUE
                   WHEN AR-CLOSED OR AR-FROZEN
                       DISPLAY "INTEREST SKIPPED, ACCOUNT NOT ACTIVE "
                           AR-BANK-ACCOUNT
                   WHEN AR-TERM-DEP OR AR-LOAN
                       CONTINUE
                   WHEN AR-BALANCE < ZEROES
                       PERFORM A1150-COMPUTE-OD-CHARGE
                       PERFORM A1250-CHARGE-AND-JOURNAL
                       PERFORM A1300-WRITE-REPORT-LINE
                   WHEN OTHER
                       PERFORM A1100-COMPUTE-INTEREST
                       PERFORM A1200-POST-AND-JOURNAL
                       PERFORM A1300-WRITE-REPORT-LINE
               END-EVALUATE
               PERFORM A0300-READ-NEXT-ACCOUNT.

           A1100-COMPUTE-INTEREST.
                   REWRITE IC-CONTROL-RECORD
               END-SUBTRACT.

      *    THE TAX COMES OFF THE SAME REWRITE AS THE CREDIT, SO THE
      *    CHECKPOINT NEVER SEES AN ACCOUNT WITH THE INTEREST BUT NOT
      *    THE TAX. THE 'I' ENTRY CARRIES THE GROSS INTEREST AND THE
      *    'H' ENTRY TAKES THE BALANCE ON TO THE NET FIGURE.
           A1200-POST-AND-JOURNAL.
               ADD WS-INTEREST-AMT TO AR-BALANCE
                   ON SIZE ERROR
                           AR-BANK-ACCOUNT
                       MOVE ZEROES TO WS-INTEREST-AMT
               NOT ON SIZE ERROR
                   MOVE AR-BALANCE TO WS-GROSS-BALANCE
                   PERFORM A1220-COMPUTE-WITHHOLDING
                   SUBTRACT WS-TAX-AMT FROM AR-BALANCE
                   REWRITE AR-ACCOUNT-RECORD
                   ADD 1 TO WS-ACCT-COUNT
                   ADD WS-INTEREST-AMT TO WS-TOTAL-INTEREST
                   SET TR-INTEREST        TO TRUE
                   MOVE WS-INTEREST-AMT   TO TR-AMOUNT
                   MOVE WS-OLD-BALANCE    TO TR-OLD-BALANCE
                   MOVE WS-GROSS-BALANCE  TO TR-NEW-BALANCE
                   MOVE WS-RUN-DATE       TO TR-TIMESTAMP(1:8)
                   MOVE FUNCTION CURRENT-DATE(9:6)
                       TO TR-TIMESTAMP(9:6)
                   MOVE ZEROES            TO TR-TELLER-ID
                   MOVE ZEROES            TO TR-REVERSAL-REF
                   WRITE TR-JOURNAL-RECORD
                   IF WS-TAX-AMT > ZEROES
                       ADD WS-TAX-AMT TO WS-TOTAL-TAX
                       SET TR-TAX-WITHHELD    TO TRUE
                       MOVE WS-TAX-AMT        TO TR-AMOUNT
                       MOVE WS-GROSS-BALANCE  TO TR-OLD-BALANCE
                       MOVE AR-BALANCE        TO TR-NEW-BALANCE
                       WRITE TR-JOURNAL-RECORD
                   END-IF
                   MOVE AR-BANK-ACCOUNT   TO IC-LAST-ACCT-DONE
                   REWRITE IC-CONTROL-RECORD
               END-ADD.

      *    TAX IS WITHHELD AT THE RATE IN FORCE UNLESS THE ACCOUNT'S
      *    PRIMARY HOLDER HAS FILED AN EXEMPTION. THE CUSTOMER MASTER
      *    HAS ITS OWN POSITION, SO THE ACCOUNT WALK IS UNDISTURBED.
           A1220-COMPUTE-WITHHOLDING.
               MOVE ZEROES TO WS-TAX-AMT
               IF WS-RATE-WHT > ZEROES
                   COMPUTE WS-TAX-AMT ROUNDED =
                       WS-INTEREST-AMT * WS-RATE-WHT
                   IF NOT WS-CUST-FILE-MISSING
                       MOVE AR-CUSTOMER-NO TO CU-CUSTOMER-NO
                       READ CUST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CU-TAX-EXEMPT
                                   MOVE ZEROES TO WS-TAX-AMT
                               END-IF
                       END-READ
                   END-IF
               END-IF.

           A1300-WRITE-REPORT-LINE.
               MOVE AR-BANK-ACCOUNT    TO WS-RPT-ACCT
               MOVE WS-OLD-BALANCE     TO WS-RPT-OLD-BAL
               MOVE ZEROES TO WS-RPT-ACCT
               MOVE WS-TOTAL-OD-CHARGES TO WS-RPT-NEW-BAL
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               MOVE "TOTAL TAX WITHHELD FROM INTEREST" TO RPT-LINE
               WRITE RPT-LINE
               MOVE ZEROES TO WS-RPT-ACCT
               MOVE WS-TOTAL-TAX TO WS-RPT-NEW-BAL
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE.

           A9000-CLOSE-FILES.
               CLOSE ACCT-FILE
               CLOSE TRAN-FILE
               CLOSE CTL-FILE
               IF NOT WS-CUST-FILE-MISSING
                   CLOSE CUST-FILE
               END-IF
               IF NOT WS-RUN-REFUSED
                   CLOSE RPT-FILE
               END-IF.
