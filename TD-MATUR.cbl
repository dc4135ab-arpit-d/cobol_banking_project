      *               SECOND (OR MIDNIGHT) BOUNDARY STILL PAIRS UP
      *               IN BR-SETL'S SETTLEMENT MATCH, THE SAME AS THE
      *               OTHER TRANSFER WRITERS.
      * 15/10/26  AD  WITHHOLDING TAX IS NOW DEDUCTED FROM THE
      *               CONTRACTED INTEREST AT THE RATEPARM RATE IN
      *               FORCE (WHTRATE) AND JOURNALED ON THE PAYOUT
      *               ACCOUNT AS A SEPARATE 'H' DEBIT AFTER THE 'I'
      *               CREDIT. A DEPOSIT WHOSE PRIMARY HOLDER HAS AN
      *               EXEMPTION ON CUSTMST HAS NOTHING WITHHELD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TD-MATUR.
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "RATEPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  PARM-FILE.
           COPY PRMREC.

       FD  CUST-FILE.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-EOF            VALUE '10'.
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.
           01 WS-PARM-FILE-STATUS    PIC X(02).
               88 WS-PARM-FILE-MISSING   VALUE '35'.
           01 WS-CUST-FILE-STATUS    PIC X(02).
               88 WS-CUST-FILE-MISSING   VALUE '35'.
           01 WS-PARM-SCAN-DONE-SW   PIC X(01).
               88 WS-PARM-SCAN-DONE      VALUE 'Y'.

           01 WS-RUN-DATE            PIC 9(08).

           01 WS-TD-LINKED           PIC 9(08).
           01 WS-TD-BRANCH           PIC 9(02).
           01 WS-INTEREST-AMT        PIC 9(8)V99.
           01 WS-TD-CUSTOMER         PIC 9(08).
      *    WITHHOLDING-TAX RATE IN FORCE (RATEPARM WHTRATE). NO ENTRY
      *    LEAVES IT ZERO AND NOTHING IS WITHHELD.
           01 WS-RATE-WHT            PIC V9(4) VALUE ZEROES.
           01 WS-TAX-AMT             PIC 9(8)V99.
           01 WS-TOTAL-TAX           PIC 9(10)V99 VALUE ZEROES.
           01 WS-LINKED-BRANCH       PIC 9(02).
           01 WS-LINKED-OLD-BAL      PIC S9(8)V99.
      *    ONE TIMESTAMP FOR BOTH LEGS OF THE PAYOUT TRANSFER, SO A
               05 WS-RS-LABEL         PIC X(30).
               05 WS-RS-COUNT         PIC ZZZ,ZZ9.

           01 WS-RPT-SUMMARY-AMT.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-RSA-LABEL        PIC X(30).
               05 WS-RSA-AMOUNT       PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0100-OPEN-FILES.
           PERFORM A0150-GET-RUN-DATE.
           PERFORM A0160-LOAD-WHT-RATE.
           PERFORM A0200-PRINT-HEADER.
           PERFORM A0300-READ-NEXT-ACCOUNT.
           PERFORM A1000-CHECK-MATURITY UNTIL WS-ACCT-EOF.
                   OR WS-TRAN-FILE-STATUS = '35'
                   OPEN OUTPUT TRAN-FILE
               END-IF
               OPEN OUTPUT RPT-FILE
               OPEN INPUT CUST-FILE
               IF WS-CUST-FILE-MISSING
                   DISPLAY "NO CUSTOMER MASTER ON HAND, NO TAX "
                       "EXEMPTIONS CAN BE HONOURED THIS RUN"
               END-IF.

      *    THE RUN MATURES AND STAMPS ON THE BUSINESS PROCESSING DATE
      *    FROM SYSCTL (ADVANCED BY EOD-ADV), NOT AN OPERATOR PROMPT.
                   ACCEPT WS-RUN-DATE
               END-IF.

      *    THE WITHHOLDING RATE IS THE RATEPARM VALUE IN FORCE ON THE
      *    RUN DATE: THE LATEST EFFECTIVE DATE NOT PAST IT.
           A0160-LOAD-WHT-RATE.
               OPEN INPUT PARM-FILE
               IF WS-PARM-FILE-MISSING
                   DISPLAY "NO RATEPARM FILE ON HAND, NO TAX WILL BE "
                       "WITHHELD -- KEY WHTRATE THROUGH PARM-MNT"
               ELSE
                   MOVE 'N' TO WS-PARM-SCAN-DONE-SW
                   MOVE "WHTRATE" TO PR-PARM-ID
                   MOVE ZEROES    TO PR-EFF-DATE
                   START PARM-FILE KEY NOT LESS THAN PR-PARM-KEY
                       INVALID KEY
                           SET WS-PARM-SCAN-DONE TO TRUE
                   END-START
                   PERFORM A0170-SCAN-WHT-ENTRY
                       UNTIL WS-PARM-SCAN-DONE
                   CLOSE PARM-FILE
               END-IF.

           A0170-SCAN-WHT-ENTRY.
               READ PARM-FILE NEXT RECORD
                   AT END
                       SET WS-PARM-SCAN-DONE TO TRUE
                   NOT AT END
                       IF NOT PR-WHT-RATE
                           OR PR-EFF-DATE > WS-RUN-DATE
                           SET WS-PARM-SCAN-DONE TO TRUE
                       ELSE
                           MOVE PR-PARM-VALUE TO WS-RATE-WHT
                       END-IF
               END-READ.

           A0200-PRINT-HEADER.
               MOVE "TERM DEPOSIT MATURITY REPORT" TO RPT-LINE
               WRITE RPT-LINE
               MOVE AR-TD-RATE           TO WS-TD-RATE
               MOVE AR-TD-LINKED-ACCT    TO WS-TD-LINKED
               MOVE AR-BRANCH-CODE       TO WS-TD-BRANCH
               MOVE AR-CUSTOMER-NO       TO WS-TD-CUSTOMER
               COMPUTE WS-INTEREST-AMT ROUNDED =
                   WS-TD-PRINCIPAL * WS-TD-RATE
               PERFORM A2050-COMPUTE-WITHHOLDING
               PERFORM A2100-CREDIT-LINKED-ACCOUNT
               IF WS-PAYOUT-OK
                   PERFORM A2300-CLOSE-TERM-DEPOSIT
                   ADD 1 TO WS-MATURED-COUNT
                   ADD WS-TAX-AMT TO WS-TOTAL-TAX
                   MOVE "PAID OUT" TO WS-RPT-RESULT
               ELSE
                   ADD 1 TO WS-HELD-COUNT
               END-IF
               PERFORM A4000-WRITE-REPORT-LINE.

      *    NOTHING IS WITHHELD FOR A DEPOSIT WHOSE PRIMARY HOLDER HAS
      *    FILED AN EXEMPTION. THE CUSTOMER MASTER HAS ITS OWN
      *    POSITION, SO THE ACCOUNT WALK IS UNDISTURBED.
           A2050-COMPUTE-WITHHOLDING.
               MOVE ZEROES TO WS-TAX-AMT
               IF WS-RATE-WHT > ZEROES
                   COMPUTE WS-TAX-AMT ROUNDED =
                       WS-INTEREST-AMT * WS-RATE-WHT
                   IF NOT WS-CUST-FILE-MISSING
                       MOVE WS-TD-CUSTOMER TO CU-CUSTOMER-NO
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

           A2100-CREDIT-LINKED-ACCOUNT.
               MOVE 'N' TO WS-PAYOUT-OK-SW
               MOVE WS-TD-LINKED TO AR-BANK-ACCOUNT
                       MOVE AR-BALANCE TO WS-LINKED-OLD-BAL
                       COMPUTE AR-BALANCE =
                           AR-BALANCE + WS-TD-BALANCE
                               + WS-INTEREST-AMT - WS-TAX-AMT
                           ON SIZE ERROR
                               MOVE "HELD, WOULD OVERFLOW"
                                   TO WS-RPT-RESULT
               COMPUTE TR-NEW-BALANCE =
                   WS-LINKED-OLD-BAL + WS-TD-BALANCE
                       + WS-INTEREST-AMT
               WRITE TR-JOURNAL-RECORD

               IF WS-TAX-AMT > ZEROES
                   SET TR-TAX-WITHHELD   TO TRUE
                   MOVE WS-TAX-AMT       TO TR-AMOUNT
                   MOVE TR-NEW-BALANCE   TO TR-OLD-BALANCE
                   COMPUTE TR-NEW-BALANCE =
                       TR-OLD-BALANCE - WS-TAX-AMT
                   WRITE TR-JOURNAL-RECORD
               END-IF.

           A2300-CLOSE-TERM-DEPOSIT.
               MOVE WS-TD-ACCOUNT TO AR-BANK-ACCOUNT
               MOVE "PAYOUTS HELD FOR MANUAL ACTION" TO WS-RS-LABEL
               MOVE WS-HELD-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "TAX WITHHELD FROM INTEREST" TO WS-RSA-LABEL
               MOVE WS-TOTAL-TAX TO WS-RSA-AMOUNT
               MOVE WS-RPT-SUMMARY-AMT TO RPT-LINE
               WRITE RPT-LINE.

           A9000-CLOSE-FILES.
               CLOSE ACCT-FILE
               CLOSE TRAN-FILE
               CLOSE RPT-FILE
               IF NOT WS-CUST-FILE-MISSING
                   CLOSE CUST-FILE
               END-IF.

       END PROGRAM TD-MATUR.
