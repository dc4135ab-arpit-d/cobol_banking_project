      *               SO A CROSS-BRANCH PAIR WRITTEN ACROSS A SECOND
      *               BOUNDARY STILL PAIRS UP IN BR-SETL'S
      *               SETTLEMENT MATCH.
      * 15/10/26  AD  CLOSING AN ACCOUNT (STATUS OPTION 4) IS NOW A
      *               REAL CLOSURE INSTEAD OF A BARE FLIP TO 'C'. IT
      *               POSTS THE INTEREST DUE FOR THE CLOSURE DATE,
      *               PAYS THE BALANCE OUT IN CASH OR BY TRANSFER,
      *               CANCELS THE ACCOUNT'S STANDING ORDERS AND
      *               RELEASES ITS HOLDS (AUDITED), AND PRINTS A
      *               CLOSING STATEMENT TO CLOSERPT. IT IS REFUSED
      *               WHILE THE ACCOUNT IS OVERDRAWN OR IS STILL THE
      *               LINKED ACCOUNT OF A LIVE TERM DEPOSIT OR LOAN.
      * 15/10/26  AD  ADDED FEE WAIVERS (OPTION 14): A SUPERVISOR CAN
      *               WAIVE ONE SERVICE FEE OR ALL OF THEM ON THE
      *               ACCOUNT, UNTIL A DATE OR UNTIL CANCELLED, AND
      *               CANCEL A WAIVER EARLY. FEE-POST READS THE
      *               WAIVERS FROM FEEWAIV. BOTH ARE AUDITED. A FEE
      *               CHARGED IN ERROR CAN NOW BE PICKED FOR A
      *               SUPERVISED REVERSAL LIKE ANY OTHER DEBIT.
      * 15/10/26  AD  THE INTEREST POSTED AT CLOSURE NOW HAS
      *               WITHHOLDING TAX TAKEN OFF AT THE RATEPARM RATE
      *               (WHTRATE), JOURNALED AS A SEPARATE 'H' DEBIT,
      *               THE SAME AS INT-POST -- UNLESS THE PRIMARY
      *               HOLDER HAS AN EXEMPTION ON CUSTMST.
      * 15/10/26  AD  ADDED OUTBOUND PAYMENTS (OPTION 15): A PAYMENT TO
      *               A BENEFICIARY AT ANOTHER BANK IS DEBITED AT ONCE
      *               ('P' ON TRANFILE) AND REGISTERED ON PAYOUT FOR
      *               THE NIGHTLY PAY-OUT FILE TO THE CLEARING HOUSE.
      *               THE ENTRY IS AUDITED.
      * 15/10/26  AD  MONEY OUT (WITHDRAWAL, TRANSFER AND OUTBOUND
      *               PAYMENT) IS NOW REFUSED WHILE EVERY HOLDER OF
      *               THE ACCOUNT IS KYC-LAPSED -- AN EXPIRED ID OR
      *               OVERDUE REVIEW MORE THAN THE RATEPARM KYCGRACE
      *               DAYS PAST -- UNTIL CUST-MNT BRINGS ONE OF THEM
      *               UP TO DATE. JOINT HOLDERS ARE READ FROM ACCTLINK.
      * 15/10/26  AD  AN ACCOUNT ONE OF WHOSE HOLDERS IS A CONFIRMED
      *               SANCTIONS MATCH (FROZEN BY SCRN-REV) CAN NO
      *               LONGER HAVE ITS STATUS CHANGED HERE -- NOT
      *               UNFROZEN, AND NOT CLOSED AND PAID OUT.
      * 15/10/26  AD  DUAL CONTROL: RAISING AN OVERDRAFT LIMIT, RAISING
      *               OR LIFTING A DAILY CASH LIMIT AND TAKING AN
      *               ACCOUNT OUT OF FROZEN STATUS NO LONGER TAKE
      *               EFFECT HERE. THEY ARE RAISED ON PENDCHG FOR A
      *               SECOND SUPERVISOR TO APPROVE IN PEND-REV, AND THE
      *               RAISING IS AUDITED. LOWERING A LIMIT AND EVERY
      *               OTHER STATUS CHANGE STILL TAKE EFFECT AT ONCE.
      * 15/10/26  AD  A WRITTEN-OFF LOAN KEEPS ITS STATUS; THE STATUS
      *               MENU TURNS IT AWAY.
      * 15/10/26  AD  NEW CHEQUE STOP-PAYMENT REGISTER (MENU OPTION 16)
      *               ON STOPPAY: ANY TELLER MAY STOP A CHEQUE OR A
      *               RANGE OF CHEQUES ON AN ON-DEMAND ACCOUNT, LIST THE
      *               STOPS, OR CANCEL ONE. PLACING AND CANCELLING ARE
      *               AUDITED. CHQ-CLR RETURNS A PRESENTED CHEQUE THAT
      *               AN ACTIVE STOP COVERS.
      * 15/10/26  AD  A STANDING ORDER REFUSED FOR ITS DESTINATION
      *               ACCOUNT NOW RE-READS THE SIGNED-ON ACCOUNT AS AN
      *               ORDER SET UP DOES, SO THE SESSION GOES ON WITH
      *               THE RIGHT RECORD. THE HISTORY INQUIRY'S TYPE
      *               FILTER PROMPT NOW LISTS EVERY JOURNAL ENTRY TYPE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXIST-CUST.
               RECORD KEY IS TX-INDEX-KEY
               FILE STATUS IS WS-TIDX-FILE-STATUS.

           SELECT INTCTL-FILE ASSIGN TO "INTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-CONTROL-ID
               FILE STATUS IS WS-INTCTL-FILE-STATUS.

           SELECT CLOSE-FILE ASSIGN TO "CLOSERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

           SELECT WAIV-FILE ASSIGN TO "FEEWAIV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-WAIVER-KEY
               FILE STATUS IS WS-WAIV-FILE-STATUS.

           SELECT CUST-FILE ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT LINK-FILE ASSIGN TO "ACCTLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-LINK-KEY
               FILE STATUS IS WS-LINK-FILE-STATUS.

           SELECT PAYO-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-PAYMENT-NO
               FILE STATUS IS WS-PAYO-FILE-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CHANGE-NO
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT STOP-FILE ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-STOP-KEY
               FILE STATUS IS WS-STOP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       FD  TIDX-FILE.
           COPY TIDXREC.

       FD  INTCTL-FILE.
           COPY INTCTL.

      *    CLOSING STATEMENTS ARE APPENDED ONE AFTER ANOTHER FOR THE
      *    BRANCH TO PRINT AND HAND OVER.
       FD  CLOSE-FILE.
       01  CL-PRINT-LINE             PIC X(80).

       FD  WAIV-FILE.
           COPY FWVREC.

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  LINK-FILE.
           COPY LNKREC.

       FD  PAYO-FILE.
           COPY POUTREC.

       FD  PEND-FILE.
           COPY PNDREC.

       FD  STOP-FILE.
           COPY STPREC.

       WORKING-STORAGE SECTION.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-NOT-FOUND      VALUE '23'.
               88 WS-ACCT-EOF            VALUE '10'.
           01 WS-TRAN-FILE-STATUS    PIC X(02).
               88 WS-TRAN-EOF            VALUE '10'.
               88 WS-TRAN-FILE-MISSING   VALUE '35'.
           01 WS-AUDIT-FILE-STATUS   PIC X(02).
               88 WS-AUDIT-DUP-KEY       VALUE '22'.
               88 WS-AUDIT-FILE-MISSING  VALUE '35'.
           01 WS-CUST-FILE-STATUS    PIC X(02).
               88 WS-CUST-NOT-FOUND      VALUE '23'.
               88 WS-CUST-FILE-MISSING   VALUE '35'.
           01 WS-LINK-FILE-STATUS    PIC X(02).
               88 WS-LINK-EOF            VALUE '10'.
               88 WS-LINK-FILE-MISSING   VALUE '35'.
           01 WS-PARM-FILE-STATUS    PIC X(02).
               88 WS-PARM-FILE-MISSING   VALUE '35'.
           01 WS-HOLD-FILE-STATUS    PIC X(02).
      *    UNTIL THE NIGHTLY JRNL-IDX REBUILD FILLS THE INDEX.
           01 WS-TIDX-FRESH-SW       PIC X(01) VALUE 'N'.
               88 WS-TIDX-FRESH          VALUE 'Y'.
           01 WS-INTCTL-FILE-STATUS  PIC X(02).
               88 WS-INTCTL-FILE-MISSING VALUE '35'.
           01 WS-CLOSE-FILE-STATUS   PIC X(02).
           01 WS-WAIV-FILE-STATUS    PIC X(02).
               88 WS-WAIV-NOT-FOUND      VALUE '23'.
               88 WS-WAIV-EOF            VALUE '10'.
               88 WS-WAIV-FILE-MISSING   VALUE '35'.
           01 WS-PAYO-FILE-STATUS    PIC X(02).
               88 WS-PAYO-EOF            VALUE '10'.
               88 WS-PAYO-FILE-MISSING   VALUE '35'.
           01 WS-PEND-FILE-STATUS    PIC X(02).
               88 WS-PEND-EOF            VALUE '10'.
               88 WS-PEND-FILE-MISSING   VALUE '35'.
           01 WS-STOP-FILE-STATUS    PIC X(02).
               88 WS-STOP-EOF            VALUE '10'.
               88 WS-STOP-FILE-MISSING   VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.
           01 WS-PARM-LOOKUP-ID      PIC X(10).
           01 WS-PARM-VALUE          PIC 9(08)V9(04).
           01 WS-PARM-FOUND-SW       PIC X(01).
               88 WS-PARM-FOUND          VALUE 'Y'.
      *    MAINTAINED BY PARM-MNT) WHEN THE FILE IS ON HAND.
           01 WS-LARGE-TXN-THRESHOLD PIC 9(8)V99 VALUE 10000.

      *    INT-POST'S TIERED CREDIT RATES, NEEDED HERE TO POST THE
      *    INTEREST DUE ON AN ACCOUNT BEING CLOSED. COMPILED DEFAULTS
      *    KEPT IN STEP WITH INT-POST; RATEPARM OVERRIDES THEM.
           01 WS-RATE-TIER-1         PIC V9(4) VALUE .0100.
           01 WS-RATE-TIER-2         PIC V9(4) VALUE .0150.
           01 WS-RATE-TIER-3         PIC V9(4) VALUE .0200.
           01 WS-INTEREST-RATE       PIC V9(4).
      *    WITHHOLDING TAX ON THAT INTEREST (RATEPARM WHTRATE). NO
      *    ENTRY LEAVES IT ZERO AND NOTHING IS WITHHELD.
           01 WS-RATE-WHT            PIC V9(4) VALUE ZEROES.

      *    DAYS AN EXPIRED ID OR OVERDUE KYC REVIEW IS TOLERATED
      *    BEFORE THE HOLDER COUNTS AS LAPSED (RATEPARM KYCGRACE).
      *    COMPILED DEFAULT KEPT IN STEP WITH KYC-REV.
           01 WS-KYC-GRACE-DAYS      PIC 9(4) VALUE 30.
           01 WS-KYC-LAPSED-SW       PIC X(1).
               88 WS-KYC-LAPSED          VALUE 'Y'.
           01 WS-KYC-HOLDER-SW       PIC X(1).
               88 WS-KYC-HOLDER-LAPSED   VALUE 'Y'.
           01 WS-KYC-CUSTOMER        PIC 9(8).
           01 WS-KYC-TODAY-INTEGER   PIC 9(8).
           01 WS-KYC-DATE-INTEGER    PIC 9(8).
           01 WS-SANCTIONED-SW       PIC X(1).
               88 WS-SANCTIONED          VALUE 'Y'.

           01 WS-USER-CHOICE         PIC 9(2).
               88 WS-GO-BACK             VALUE 0, 4.
           01 WS-INPUT-AMOUNT        PIC 9(8)V99.
           01 WS-STATUS-CHOICE       PIC 9.
           01 WS-TODAY               PIC 9(8).
           01 WS-OLD-STATUS          PIC X(1).

      *    A CHANGE UNDER DUAL CONTROL, AS THE MAKER ASKED FOR IT.
      *    THE SCAN FOR THE NEXT CHANGE NUMBER ALSO LOOKS FOR ONE OF
      *    THE SAME KIND ALREADY WAITING ON THIS ACCOUNT.
           01 WS-PEND-TYPE           PIC X(01).
           01 WS-PEND-OLD-AMOUNT     PIC 9(8)V99.
           01 WS-PEND-NEW-AMOUNT     PIC 9(8)V99.
           01 WS-PEND-OLD-STATUS     PIC X(01).
           01 WS-PEND-NEW-STATUS     PIC X(01).
           01 WS-NEXT-CHANGE-NO      PIC 9(06).
           01 WS-WAITING-CHANGE-NO   PIC 9(06).
           01 WS-OLD-OD-LIMIT        PIC 9(8)V99.
           01 WS-IN-NEW-PIN          PIC 9(4).
           01 WS-AUDIT-AMT-DISP      PIC $$$$$$$9.99.
           01 WS-IN-SO-DAY           PIC 9(02).
           01 WS-IN-SO-EXPIRY        PIC 9(08).

      *    ACCOUNT CLOSURE. THE ACCOUNT IS SETTLED TO ZERO -- INTEREST
      *    DUE POSTED, BALANCE PAID OUT, ORDERS AND HOLDS CLEARED --
      *    BEFORE AR-STATUS GOES TO 'C'.
           01 WS-CLOSE-BLOCK-SW      PIC X(01).
               88 WS-CLOSE-BLOCKED       VALUE 'Y'.
           01 WS-CLOSE-BLOCK-ACCT    PIC 9(8).
           01 WS-CLOSE-BLOCK-TYPE    PIC X(01).
           01 WS-CLOSE-OPEN-BAL      PIC S9(8)V99.
           01 WS-CLOSE-INTEREST      PIC 9(8)V99.
           01 WS-CLOSE-TAX           PIC 9(8)V99.
           01 WS-CLOSE-PAYOUT        PIC 9(8)V99.
           01 WS-CLOSE-METHOD        PIC 9.
               88 WS-CLOSE-BY-CASH       VALUE 1.
               88 WS-CLOSE-BY-TRANSFER   VALUE 2.
               88 WS-CLOSE-ABANDON       VALUE 0.
           01 WS-CLOSE-DEST-OK-SW    PIC X(01).
               88 WS-CLOSE-DEST-OK       VALUE 'Y'.
           01 WS-CLOSE-CONFIRM       PIC X(01).
           01 WS-INT-POSTED-SW       PIC X(01).
               88 WS-INT-ALREADY-POSTED  VALUE 'Y'.
           01 WS-CLOSE-SO-COUNT      PIC 9(04).
           01 WS-CLOSE-HOLD-COUNT    PIC 9(04).
           01 WS-CLOSE-AMT-DISP      PIC $$$,$$$,$$9.99-.
           01 WS-CLOSE-AMT-LINE.
               05 WS-CA-LABEL         PIC X(40).
               05 WS-CA-AMOUNT        PIC $$$,$$$,$$9.99-.
           01 WS-CLOSE-COUNT-LINE.
               05 WS-CC-LABEL         PIC X(40).
               05 WS-CC-COUNT         PIC ZZZ9.
           01 WS-CLOSE-HEAD-LINE.
               05 FILLER              PIC X(08) VALUE "ACCOUNT ".
               05 WS-CH-ACCOUNT       PIC 9(08).
               05 FILLER              PIC X(09) VALUE "  BRANCH ".
               05 WS-CH-BRANCH        PIC 9(02).
               05 FILLER              PIC X(15)
                                      VALUE "  CLOSED DATE ".
               05 WS-CH-DATE          PIC 9(08).
               05 FILLER              PIC X(10) VALUE "  TELLER ".
               05 WS-CH-TELLER        PIC 9(04).
           01 WS-CLOSE-NAME-LINE.
               05 FILLER              PIC X(08) VALUE "HOLDER  ".
               05 WS-CN-NAME          PIC X(50).
           01 WS-CLOSE-DEST-LINE.
               05 FILLER              PIC X(40)
                   VALUE "  TRANSFERRED TO ACCOUNT".
               05 WS-CD-ACCOUNT       PIC 9(08).

      *    SERVICE FEE WAIVERS, KEYED BY ACCOUNT AND FEE TYPE ('*'
      *    FOR EVERY FEE).
           01 WS-WAIV-CHOICE         PIC 9.
           01 WS-IN-FEE-CODE         PIC X(01).
               88 WS-FEE-CODE-VALID      VALUE 'M' 'L' 'E' 'U' '*'.
           01 WS-IN-WAIV-REASON      PIC X(30).
           01 WS-IN-WAIV-EXPIRY      PIC 9(08).
           01 WS-WAIV-EXPIRY-OK-SW   PIC X(01).
               88 WS-WAIV-EXPIRY-OK      VALUE 'Y'.
           01 WS-WAIV-ON-FILE-SW     PIC X(01).
               88 WS-WAIV-ON-FILE        VALUE 'Y'.
           01 WS-WAIV-SCAN-DONE-SW   PIC X(01).
               88 WS-WAIV-SCAN-DONE      VALUE 'Y'.
           01 WS-WAIV-COUNT          PIC 9(02).
           01 WS-WAIV-AUDIT-FEE.
               05 FILLER              PIC X(04) VALUE "FEE ".
               05 WS-WAF-CODE         PIC X(01).

      *    OUTBOUND PAYMENTS TO OTHER BANKS. THE DEBIT AND THE PAYOUT
      *    REGISTER ENTRY SHARE ONE TIMESTAMP SO PAY-OUT CAN PAIR A
      *    RETURNED PAYMENT'S CREDIT WITH THE DEBIT IT UNDOES.
           01 WS-NEXT-PAYMENT-NO     PIC 9(08).
           01 WS-IN-BENE-NAME        PIC X(35).
           01 WS-IN-BENE-BANK        PIC X(11).
           01 WS-IN-BENE-ACCOUNT     PIC X(20).
           01 WS-IN-PAY-AMOUNT       PIC 9(8)V99.
           01 WS-IN-PAY-REFERENCE    PIC X(16).
           01 WS-PAY-CONFIRM         PIC X(01).
           01 WS-PAY-TIMESTAMP       PIC 9(14).
           01 WS-PAY-AMT-DISP        PIC $$$,$$$,$$9.99.

      *    CHEQUE STOP PAYMENTS ON STOPPAY, KEYED BY ACCOUNT AND THE
      *    FIRST CHEQUE STOPPED. AN AMOUNT OF ZERO STOPS THE CHEQUE
      *    WHATEVER IT IS DRAWN FOR.
           01 WS-STOP-CHOICE         PIC 9.
           01 WS-IN-FROM-CHEQUE      PIC 9(08).
           01 WS-IN-TO-CHEQUE        PIC 9(08).
           01 WS-IN-STOP-AMOUNT      PIC 9(8)V99.
           01 WS-IN-STOP-REASON      PIC X(30).
           01 WS-IN-STOP-EXPIRY      PIC 9(08).
           01 WS-STOP-RANGE-SIZE     PIC 9(08).
           01 WS-STOP-TO-OK-SW       PIC X(01).
               88 WS-STOP-TO-OK          VALUE 'Y'.
           01 WS-STOP-AMOUNT-OK-SW   PIC X(01).
               88 WS-STOP-AMOUNT-OK      VALUE 'Y'.
           01 WS-STOP-EXPIRY-OK-SW   PIC X(01).
               88 WS-STOP-EXPIRY-OK      VALUE 'Y'.
           01 WS-STOP-ON-FILE-SW     PIC X(01).
               88 WS-STOP-ON-FILE        VALUE 'Y'.
           01 WS-STOP-SCAN-DONE-SW   PIC X(01).
               88 WS-STOP-SCAN-DONE      VALUE 'Y'.
           01 WS-STOP-COUNT          PIC 9(02).
           01 WS-STOP-AMT-DISP       PIC $$$,$$$,$$9.99.
           01 WS-STOP-AMT-TEXT       PIC X(14).
           01 WS-STOP-AUDIT-RANGE.
               05 FILLER              PIC X(03) VALUE "TO ".
               05 WS-SAR-TO-CHEQUE    PIC 9(08).
               05 FILLER              PIC X(01) VALUE SPACE.
               05 WS-SAR-EXPIRY       PIC 9(08).

       LINKAGE SECTION.
           01 LS-BANK-ACCOUNT        PIC 9(8).
           01 LS-TELLER-ID           PIC 9(4).
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               END-IF.

      *    THE COMPLIANCE THRESHOLD AND THE INTEREST TIERS IN FORCE
      *    ON THE BUSINESS DATE ARE THE LATEST EFFECTIVE DATES NOT
      *    PAST IT. NO ENTRY (OR NO RATEPARM AT ALL) KEEPS THE
      *    COMPILED DEFAULT.
           A0060-LOAD-PARMS.
               OPEN INPUT PARM-FILE
               IF WS-PARM-FILE-MISSING
                   CONTINUE
               ELSE
                   MOVE "LRGTXNTHR" TO WS-PARM-LOOKUP-ID
                   PERFORM A0065-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-LARGE-TXN-THRESHOLD
                   END-IF
                   MOVE "RATETIER1" TO WS-PARM-LOOKUP-ID
                   PERFORM A0065-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-RATE-TIER-1
                   END-IF
                   MOVE "RATETIER2" TO WS-PARM-LOOKUP-ID
                   PERFORM A0065-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-RATE-TIER-2
                   END-IF
                   MOVE "RATETIER3" TO WS-PARM-LOOKUP-ID
                   PERFORM A0065-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-RATE-TIER-3
                   END-IF
                   MOVE "WHTRATE" TO WS-PARM-LOOKUP-ID
                   PERFORM A0065-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-RATE-WHT
                   END-IF
                   MOVE "KYCGRACE" TO WS-PARM-LOOKUP-ID
                   PERFORM A0065-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-KYC-GRACE-DAYS
                   END-IF
                   CLOSE PARM-FILE
               END-IF.

           A0065-FIND-PARM-VALUE.
               MOVE 'N' TO WS-PARM-FOUND-SW
               MOVE 'N' TO WS-PARM-SCAN-DONE-SW
               MOVE WS-PARM-LOOKUP-ID TO PR-PARM-ID
               MOVE ZEROES            TO PR-EFF-DATE
               START PARM-FILE KEY NOT LESS THAN PR-PARM-KEY
                   INVALID KEY
                       SET WS-PARM-SCAN-DONE TO TRUE
               END-START
               PERFORM A0070-SCAN-PARM-ENTRY
                   UNTIL WS-PARM-SCAN-DONE.

           A0070-SCAN-PARM-ENTRY.
               READ PARM-FILE NEXT RECORD
                   AT END
                       SET WS-PARM-SCAN-DONE TO TRUE
                   NOT AT END
                       IF PR-PARM-ID NOT = WS-PARM-LOOKUP-ID
                           OR PR-EFF-DATE > WS-TODAY
                           SET WS-PARM-SCAN-DONE TO TRUE
                       ELSE
                   CLOSE HOLD-FILE
                   OPEN I-O HOLD-FILE
               END-IF
               OPEN I-O WAIV-FILE
               IF WS-WAIV-FILE-MISSING
                   OPEN OUTPUT WAIV-FILE
                   CLOSE WAIV-FILE
                   OPEN I-O WAIV-FILE
               END-IF
               OPEN I-O PAYO-FILE
               IF WS-PAYO-FILE-MISSING
                   OPEN OUTPUT PAYO-FILE
                   CLOSE PAYO-FILE
                   OPEN I-O PAYO-FILE
               END-IF
               OPEN I-O PEND-FILE
               IF WS-PEND-FILE-MISSING
                   OPEN OUTPUT PEND-FILE
                   CLOSE PEND-FILE
                   OPEN I-O PEND-FILE
               END-IF
               OPEN I-O STOP-FILE
               IF WS-STOP-FILE-MISSING
                   OPEN OUTPUT STOP-FILE
                   CLOSE STOP-FILE
                   OPEN I-O STOP-FILE
               END-IF
               OPEN INPUT CUST-FILE
               OPEN INPUT LINK-FILE
               OPEN I-O TIDX-FILE
               IF WS-TIDX-FILE-MISSING
                   OPEN OUTPUT TIDX-FILE
               DISPLAY "> 11. FUNDS HOLDS"
               DISPLAY "> 12. TRANSACTION HISTORY"
               DISPLAY "> 13. SET DAILY CASH LIMIT"
               DISPLAY "> 14. FEE WAIVERS"
               DISPLAY "> 15. OUTBOUND PAYMENT TO ANOTHER BANK"
               DISPLAY "> 16. CHEQUE STOP PAYMENTS"
               ACCEPT WS-USER-CHOICE.
               EVALUATE WS-USER-CHOICE
                   WHEN 1
                       PERFORM C5000-TRANSACTION-HISTORY
                   WHEN 13
                       PERFORM D1000-SET-DAILY-CASH-LIMIT
                   WHEN 14
                       PERFORM F1000-FEE-WAIVERS
                   WHEN 15
                       PERFORM G1000-OUTBOUND-PAYMENT
                   WHEN 16
                       PERFORM K1000-STOP-PAYMENTS
                   WHEN 0
                   WHEN 4
                       DISPLAY "GOING BACK TO HOME PANEL"
               END-EVALUATE.

           A2000-PROCESS-WITH-AND-DEP.
               PERFORM H1000-CHECK-KYC-LAPSED
               IF NOT AR-ACTIVE
                   DISPLAY "ACCOUNT STATUS DOES NOT ALLOW TRANSACTIONS"
               ELSE IF AR-LOAN
                   DISPLAY "LOAN ACCOUNTS ARE SERVICED BY THE "
                       "NIGHTLY COLLECTION, NO COUNTER TRANSACTIONS"
               ELSE IF WS-KYC-LAPSED AND WS-USER-CHOICE = 1
                   PERFORM H1900-SHOW-KYC-LAPSED
               ELSE IF AR-TERM-DEP AND WS-USER-CHOICE = 2
                   DISPLAY "NO ADDITIONAL DEPOSITS TO A TERM DEPOSIT"
               ELSE IF AR-TERM-DEP
               END-IF.

           A3000-PROCESS-TRANSFER.
               PERFORM H1000-CHECK-KYC-LAPSED
               IF NOT AR-ACTIVE
                   DISPLAY "ACCOUNT STATUS DOES NOT ALLOW TRANSACTIONS"
               ELSE IF AR-LOAN
                   DISPLAY "LOAN ACCOUNTS ARE SERVICED BY THE "
                       "NIGHTLY COLLECTION, NO COUNTER TRANSACTIONS"
               ELSE IF WS-KYC-LAPSED
                   PERFORM H1900-SHOW-KYC-LAPSED
               ELSE IF AR-TERM-DEP
                   AND AR-TD-MATURITY-DATE > WS-TODAY
                   DISPLAY "TERM DEPOSIT HAS NOT MATURED, NO "
                       INVALID KEY
                           DISPLAY "DESTINATION ACCOUNT DOES NOT EXIST"
                   END-READ
                   EVALUATE TRUE
                       WHEN WS-ACCT-NOT-FOUND
                           CONTINUE
                       WHEN NOT AR-ACTIVE OR AR-TERM-DEP OR AR-LOAN
                           DISPLAY "DESTINATION ACCOUNT STATUS OR TYPE "
                               "DOES NOT ALLOW CREDITS, ORDER NOT SET "
                               "UP"
                       WHEN OTHER
                           PERFORM A4200-GET-NEXT-ORDER-NO
                           MOVE WS-NEXT-ORDER-NO TO SO-ORDER-NO
                           MOVE LS-BANK-ACCOUNT  TO SO-SRC-ACCOUNT
                           MOVE WS-DEST-ACCOUNT  TO SO-DEST-ACCOUNT
                           MOVE WS-XFER-AMOUNT   TO SO-AMOUNT
                           MOVE WS-IN-SO-DAY     TO SO-DAY-OF-MONTH
                           MOVE WS-IN-SO-EXPIRY  TO SO-EXPIRY-DATE
                           SET SO-ACTIVE TO TRUE
                           WRITE SO-ORDER-RECORD
                               INVALID KEY
                                   DISPLAY "ORDER NUMBER ALREADY IN USE"
                               NOT INVALID KEY
                                   DISPLAY "STANDING ORDER " SO-ORDER-NO
                                       " SET UP"
                                   SET AU-SO-ADD TO TRUE
                                   MOVE LS-BANK-ACCOUNT
                                       TO AU-BANK-ACCOUNT
                                   MOVE SO-ORDER-NO     TO AU-REFERENCE
                                   MOVE SPACES          TO AU-OLD-VALUE
                                   MOVE "ACTIVE"        TO AU-NEW-VALUE
                                   PERFORM A7700-WRITE-AUDIT-ENTRY
                           END-WRITE
                   END-EVALUATE
                   MOVE LS-BANK-ACCOUNT TO AR-BANK-ACCOUNT
                   READ ACCT-FILE
                       INVALID KEY
                   WHEN TR-DEPOSIT
                   WHEN TR-TRANSFER-OUT
                   WHEN TR-TRANSFER-IN
                   WHEN TR-FEE
                       PERFORM A5250-STORE-RECENT-ENTRY
                   WHEN TR-REVERSAL
                       PERFORM A5280-MARK-REVERSED-ENTRY
                       WHEN TR-DEPOSIT
                       WHEN TR-TRANSFER-OUT
                       WHEN TR-TRANSFER-IN
                       WHEN TR-FEE
                           PERFORM A5250-STORE-RECENT-ENTRY
                       WHEN TR-REVERSAL
                           PERFORM A5280-MARK-REVERSED-ENTRY
                           OR WS-REC-TYPE(WS-RECENT-IDX) = 'R'))
                     OR (TR-REVERSAL-CR
                       AND (WS-REC-TYPE(WS-RECENT-IDX) = 'W'
                           OR WS-REC-TYPE(WS-RECENT-IDX) = 'T'
                           OR WS-REC-TYPE(WS-RECENT-IDX) = 'M'
                           OR WS-REC-TYPE(WS-RECENT-IDX) = 'L'
                           OR WS-REC-TYPE(WS-RECENT-IDX) = 'E'
                           OR WS-REC-TYPE(WS-RECENT-IDX) = 'U')))
                   MOVE 'Y' TO WS-REC-REVERSED(WS-RECENT-IDX)
               END-IF.

               END-IF.

           A6100-DO-STATUS-CHANGE.
               PERFORM H2000-CHECK-SANCTIONED-HOLDER
               IF WS-SANCTIONED
                   DISPLAY "A HOLDER OF THIS ACCOUNT IS A CONFIRMED "
                       "SANCTIONS MATCH -- THE ACCOUNT STAYS FROZEN"
               ELSE IF AR-WRITTEN-OFF
                   DISPLAY "THIS LOAN HAS BEEN WRITTEN OFF -- ITS "
                       "STATUS CANNOT BE CHANGED HERE"
               ELSE
                   MOVE AR-STATUS TO WS-OLD-STATUS
                   DISPLAY "CURRENT STATUS IS " AR-STATUS
                   DISPLAY "CHOOSE NEW STATUS"
                   DISPLAY "> 1. ACTIVE"
                   DISPLAY "> 2. DORMANT"
                   DISPLAY "> 3. FROZEN"
                   DISPLAY "> 4. CLOSED"
                   ACCEPT WS-STATUS-CHOICE
                   IF WS-STATUS-CHOICE = 4
                       PERFORM E1000-CLOSE-ACCOUNT
                   ELSE IF AR-FROZEN
                       AND (WS-STATUS-CHOICE = 1
                         OR WS-STATUS-CHOICE = 2)
                       PERFORM A6300-RAISE-UNFREEZE
                   ELSE
                       PERFORM A6200-SET-OPEN-STATUS
                   END-IF
               END-IF.

           A6200-SET-OPEN-STATUS.
               EVALUATE WS-STATUS-CHOICE
                   WHEN 1
                       SET AR-ACTIVE TO TRUE
                       SET AR-DORMANT TO TRUE
                   WHEN 3
                       SET AR-FROZEN TO TRUE
                   WHEN OTHER
                       DISPLAY "WRONG VALUE ENTERED, STATUS UNCHANGED"
               END-EVALUATE
               REWRITE AR-ACCOUNT-RECORD
               DISPLAY "STATUS IS NOW " AR-STATUS
               IF WS-STATUS-CHOICE >= 1 AND WS-STATUS-CHOICE <= 3
                   SET AU-STATUS-CHANGE TO TRUE
                   MOVE LS-BANK-ACCOUNT TO AU-BANK-ACCOUNT
                   MOVE ZEROES          TO AU-REFERENCE
                   PERFORM A7700-WRITE-AUDIT-ENTRY
               END-IF.

      *    TAKING AN ACCOUNT OUT OF FROZEN STATUS IS UNDER DUAL
      *    CONTROL. THE ACCOUNT STAYS FROZEN UNTIL A SECOND
      *    SUPERVISOR APPROVES THE CHANGE IN PEND-REV.
           A6300-RAISE-UNFREEZE.
               MOVE 'U'           TO WS-PEND-TYPE
               MOVE ZEROES        TO WS-PEND-OLD-AMOUNT
               MOVE ZEROES        TO WS-PEND-NEW-AMOUNT
               MOVE AR-STATUS     TO WS-PEND-OLD-STATUS
               IF WS-STATUS-CHOICE = 1
                   MOVE 'A'       TO WS-PEND-NEW-STATUS
               ELSE
                   MOVE 'D'       TO WS-PEND-NEW-STATUS
               END-IF
               PERFORM J1000-RAISE-PENDING-CHANGE
               DISPLAY "STATUS IS STILL " AR-STATUS.

      *    A HIGHER LIMIT WAITS FOR A SECOND SUPERVISOR; A LOWER
      *    ONE, OR REMOVING THE OVERDRAFT, TAKES EFFECT AT ONCE.
           A6500-SET-OD-LIMIT.
               IF NOT LS-SUPERVISOR
                   DISPLAY "OVERDRAFT APPROVAL NEEDS SUPERVISOR "
                   ACCEPT WS-IN-OD-LIMIT
                   IF WS-IN-OD-LIMIT NOT NUMERIC
                       DISPLAY "LIMIT MUST BE NUMERIC, UNCHANGED"
                   ELSE IF WS-IN-OD-LIMIT > AR-OD-LIMIT
                       MOVE 'O'             TO WS-PEND-TYPE
                       MOVE AR-OD-LIMIT     TO WS-PEND-OLD-AMOUNT
                       MOVE WS-IN-OD-LIMIT  TO WS-PEND-NEW-AMOUNT
                       MOVE SPACES          TO WS-PEND-OLD-STATUS
                       MOVE SPACES          TO WS-PEND-NEW-STATUS
                       PERFORM J1000-RAISE-PENDING-CHANGE
                   ELSE
                       MOVE AR-OD-LIMIT TO WS-OLD-OD-LIMIT
                       MOVE WS-IN-OD-LIMIT TO AR-OD-LIMIT
               MOVE ZEROES TO WS-INQ-TO-DATE
               PERFORM C5150-PROMPT-TO-DATE
                   UNTIL WS-INQ-TO-DATE NOT = ZEROES
               DISPLAY "ENTER A TYPE TO FILTER (W/D/T/R/I/O/X/Y/M/L/"
                   "E/U/H/P/Q/Z/V/C/G/K) OR BLANK FOR ALL"
               ACCEPT WS-INQ-TYPE
               MOVE ZEROES TO WS-INQ-COUNT
               DISPLAY "DATE      T  AMOUNT          BALANCE"
               END-WRITE.

      *    THE DAILY CASH CAP SITS NEXT TO THE OVERDRAFT LIMIT AND
      *    IS MAINTAINED THE SAME WAY: SUPERVISOR ONLY, AUDITED. A
      *    CAP RAISED, OR LIFTED ALTOGETHER (ZERO), WAITS FOR A
      *    SECOND SUPERVISOR; A TIGHTER CAP TAKES EFFECT AT ONCE.
           D1000-SET-DAILY-CASH-LIMIT.
               IF NOT LS-SUPERVISOR
                   DISPLAY "DAILY CASH LIMITS NEED SUPERVISOR "
                   ACCEPT WS-IN-CASH-LIMIT
                   IF WS-IN-CASH-LIMIT NOT NUMERIC
                       DISPLAY "LIMIT MUST BE NUMERIC, UNCHANGED"
                   ELSE IF AR-DAILY-CASH-LIMIT NOT = ZEROES
                       AND (WS-IN-CASH-LIMIT = ZEROES
                         OR WS-IN-CASH-LIMIT > AR-DAILY-CASH-LIMIT)
                       MOVE 'C'                 TO WS-PEND-TYPE
                       MOVE AR-DAILY-CASH-LIMIT TO WS-PEND-OLD-AMOUNT
                       MOVE WS-IN-CASH-LIMIT    TO WS-PEND-NEW-AMOUNT
                       MOVE SPACES              TO WS-PEND-OLD-STATUS
                       MOVE SPACES              TO WS-PEND-NEW-STATUS
                       PERFORM J1000-RAISE-PENDING-CHANGE
                   ELSE
                       MOVE AR-DAILY-CASH-LIMIT TO WS-OLD-CASH-LIMIT
                       MOVE WS-IN-CASH-LIMIT TO AR-DAILY-CASH-LIMIT
                       END-IF
               END-WRITE.

      *    A REAL CLOSURE SETTLES THE ACCOUNT TO ZERO BEFORE IT IS
      *    MARKED 'C'. TERM DEPOSITS AND LOANS CLOSE THROUGH THEIR OWN
      *    BATCHES (TD-MATUR AT MATURITY, LOAN-COLL WHEN REPAID). A
      *    FROZEN ACCOUNT STAYS FROZEN, AN OVERDRAWN ONE MUST BE
      *    BROUGHT BACK TO ZERO FIRST, AND AN ACCOUNT STILL NAMED AS
      *    THE PAYOUT OR REPAYMENT ACCOUNT OF A LIVE TERM DEPOSIT OR
      *    LOAN CANNOT GO AT ALL.
           E1000-CLOSE-ACCOUNT.
               EVALUATE TRUE
                   WHEN AR-TERM-DEP OR AR-LOAN
                       DISPLAY "TERM DEPOSITS CLOSE AT MATURITY AND "
                           "LOANS WHEN REPAID, NOT FROM HERE"
                   WHEN AR-FROZEN
                       DISPLAY "A FROZEN ACCOUNT CANNOT BE CLOSED, "
                           "LIFT THE FREEZE FIRST"
                   WHEN AR-BALANCE < ZEROES
                       MOVE AR-BALANCE TO WS-CLOSE-AMT-DISP
                       DISPLAY "OVERDRAFT OF " WS-CLOSE-AMT-DISP
                           " OUTSTANDING, CLEAR IT BEFORE CLOSING"
                   WHEN OTHER
                       PERFORM E1100-CHECK-LINKED-CONTRACTS
                       IF WS-CLOSE-BLOCKED
                           PERFORM E1180-SHOW-BLOCKING-CONTRACT
                       ELSE
                           PERFORM E1200-SETTLE-AND-CLOSE
                       END-IF
               END-EVALUATE.

      *    ONE PASS OF ACCTFILE FOR A LIVE TERM DEPOSIT OR LOAN THAT
      *    STILL PAYS INTO OR COLLECTS FROM THIS ACCOUNT. THE PASS
      *    MOVES THE RECORD AREA, SO THE ACCOUNT IS RE-READ AFTER.
           E1100-CHECK-LINKED-CONTRACTS.
               MOVE 'N' TO WS-CLOSE-BLOCK-SW
               MOVE ZEROES TO AR-BANK-ACCOUNT
               START ACCT-FILE KEY NOT LESS THAN AR-BANK-ACCOUNT
                   INVALID KEY
                       SET WS-ACCT-EOF TO TRUE
               END-START
               PERFORM E1150-CHECK-ONE-CONTRACT
                   UNTIL WS-ACCT-EOF OR WS-CLOSE-BLOCKED
               PERFORM E1190-REREAD-OWN-ACCOUNT.

           E1150-CHECK-ONE-CONTRACT.
               READ ACCT-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NOT AR-CLOSED
                           AND ((AR-TERM-DEP
                               AND AR-TD-LINKED-ACCT = LS-BANK-ACCOUNT)
                             OR (AR-LOAN
                               AND AR-LN-LINKED-ACCT = LS-BANK-ACCOUNT))
                           SET WS-CLOSE-BLOCKED TO TRUE
                           MOVE AR-BANK-ACCOUNT TO WS-CLOSE-BLOCK-ACCT
                           MOVE AR-ACCT-TYPE    TO WS-CLOSE-BLOCK-TYPE
                       END-IF
               END-READ.

           E1180-SHOW-BLOCKING-CONTRACT.
               IF WS-CLOSE-BLOCK-TYPE = 'T'
                   DISPLAY "STILL THE PAYOUT ACCOUNT OF TERM DEPOSIT "
                       WS-CLOSE-BLOCK-ACCT ", NOT CLOSED"
               ELSE
                   DISPLAY "STILL THE REPAYMENT ACCOUNT OF LOAN "
                       WS-CLOSE-BLOCK-ACCT ", NOT CLOSED"
               END-IF.

           E1190-REREAD-OWN-ACCOUNT.
               MOVE LS-BANK-ACCOUNT TO AR-BANK-ACCOUNT
               READ ACCT-FILE
                   INVALID KEY
                       DISPLAY "ACCOUNT RE-READ FAILED"
               END-READ.

      *    EVERYTHING IS SHOWN AND THE PAYOUT ROUTE SETTLED BEFORE A
      *    SINGLE ENTRY POSTS, SO AN ABANDONED CLOSURE LEAVES THE
      *    ACCOUNT EXACTLY AS IT WAS.
           E1200-SETTLE-AND-CLOSE.
               MOVE AR-BALANCE TO WS-CLOSE-OPEN-BAL
               PERFORM E1300-COMPUTE-ACCRUED-INTEREST
               PERFORM E1350-COMPUTE-WITHHOLDING
               COMPUTE WS-CLOSE-PAYOUT =
                   AR-BALANCE + WS-CLOSE-INTEREST - WS-CLOSE-TAX
               MOVE WS-CLOSE-OPEN-BAL TO WS-CLOSE-AMT-DISP
               DISPLAY "BALANCE BEFORE CLOSURE   " WS-CLOSE-AMT-DISP
               MOVE WS-CLOSE-INTEREST TO WS-CLOSE-AMT-DISP
               DISPLAY "INTEREST DUE TO TODAY    " WS-CLOSE-AMT-DISP
               IF WS-CLOSE-TAX > ZEROES
                   MOVE WS-CLOSE-TAX TO WS-CLOSE-AMT-DISP
                   DISPLAY "TAX WITHHELD ON INTEREST " WS-CLOSE-AMT-DISP
               END-IF
               MOVE WS-CLOSE-PAYOUT TO WS-CLOSE-AMT-DISP
               DISPLAY "TO BE PAID OUT           " WS-CLOSE-AMT-DISP
               MOVE 1 TO WS-CLOSE-METHOD
               MOVE 'Y' TO WS-CLOSE-DEST-OK-SW
               IF WS-CLOSE-PAYOUT > ZEROES
                   PERFORM E1250-PROMPT-PAYOUT-METHOD
               END-IF
               EVALUATE TRUE
                   WHEN WS-CLOSE-ABANDON
                   WHEN NOT WS-CLOSE-DEST-OK
                       DISPLAY "CLOSURE ABANDONED, ACCOUNT UNCHANGED"
                   WHEN OTHER
                       DISPLAY "CLOSE ACCOUNT " LS-BANK-ACCOUNT
                           " NOW? (Y/N)"
                       ACCEPT WS-CLOSE-CONFIRM
                       IF WS-CLOSE-CONFIRM = 'Y'
                           OR WS-CLOSE-CONFIRM = 'y'
                           PERFORM E1400-POST-CLOSURE
                       ELSE
                           DISPLAY "CLOSURE ABANDONED, ACCOUNT "
                               "UNCHANGED"
                       END-IF
               END-EVALUATE.

           E1250-PROMPT-PAYOUT-METHOD.
               DISPLAY "PAY THE BALANCE OUT BY"
               DISPLAY "> 1. CASH"
               DISPLAY "> 2. TRANSFER TO ANOTHER ACCOUNT"
               DISPLAY "> 0. ABANDON THE CLOSURE"
               ACCEPT WS-CLOSE-METHOD
               EVALUATE TRUE
                   WHEN WS-CLOSE-METHOD NOT NUMERIC
                   WHEN WS-CLOSE-METHOD > 2
                       DISPLAY "WRONG VALUE ENTERED"
                       MOVE ZEROES TO WS-CLOSE-METHOD
                   WHEN WS-CLOSE-BY-TRANSFER
                       PERFORM E1270-VALIDATE-DEST-ACCOUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *    THE DESTINATION IS PROVED THE SAME WAY A3010 PROVES A
      *    TRANSFER'S: ON FILE, ACTIVE, A DEMAND ACCOUNT, AND ABLE TO
      *    TAKE THE CREDIT WITHOUT OVERFLOWING.
           E1270-VALIDATE-DEST-ACCOUNT.
               MOVE 'N' TO WS-CLOSE-DEST-OK-SW
               MOVE ZEROES TO WS-DEST-ACCOUNT
               PERFORM A3050-PROMPT-DEST-ACCOUNT
                   UNTIL WS-DEST-ACCOUNT NOT = ZEROES
               IF WS-DEST-ACCOUNT = LS-BANK-ACCOUNT
                   DISPLAY "CANNOT PAY OUT TO THE ACCOUNT BEING CLOSED"
               ELSE
                   MOVE WS-DEST-ACCOUNT TO AR-BANK-ACCOUNT
                   READ ACCT-FILE
                       INVALID KEY
                           DISPLAY "DESTINATION ACCOUNT DOES NOT EXIST"
                   END-READ
                   EVALUATE TRUE
                       WHEN WS-ACCT-NOT-FOUND
                           CONTINUE
                       WHEN NOT AR-ACTIVE OR AR-TERM-DEP OR AR-LOAN
                           DISPLAY "DESTINATION ACCOUNT STATUS OR TYPE "
                               "DOES NOT ALLOW CREDITS"
                       WHEN AR-BALANCE + WS-CLOSE-PAYOUT > 99999999.99
                           DISPLAY "PAYOUT WOULD OVERFLOW THE "
                               "DESTINATION BALANCE"
                       WHEN OTHER
                           MOVE AR-BRANCH-CODE TO WS-DEST-BRANCH-CODE
                           SET WS-CLOSE-DEST-OK TO TRUE
                   END-EVALUATE
                   PERFORM E1190-REREAD-OWN-ACCOUNT
               END-IF.

      *    THE CLOSED ACCOUNT DROPS OUT OF TONIGHT'S INT-POST SWEEP,
      *    SO THE CREDIT INTEREST THAT SWEEP WOULD HAVE PAID FOR THE
      *    CLOSURE DATE IS WORKED OUT HERE AT THE SAME TIERED RATES --
      *    UNLESS INTCTL SHOWS THE DATE'S CYCLE HAS ALREADY REACHED
      *    THE ACCOUNT.
           E1300-COMPUTE-ACCRUED-INTEREST.
               MOVE ZEROES TO WS-CLOSE-INTEREST
               IF AR-BALANCE > ZEROES
                   PERFORM E1320-CHECK-INTEREST-CYCLE
                   IF NOT WS-INT-ALREADY-POSTED
                       EVALUATE TRUE
                           WHEN AR-BALANCE < 10000
                               MOVE WS-RATE-TIER-1 TO WS-INTEREST-RATE
                           WHEN AR-BALANCE < 50000
                               MOVE WS-RATE-TIER-2 TO WS-INTEREST-RATE
                           WHEN OTHER
                               MOVE WS-RATE-TIER-3 TO WS-INTEREST-RATE
                       END-EVALUATE
                       COMPUTE WS-CLOSE-INTEREST ROUNDED =
                           AR-BALANCE * WS-INTEREST-RATE
                           ON SIZE ERROR
                               MOVE ZEROES TO WS-CLOSE-INTEREST
                       END-COMPUTE
                   END-IF
               END-IF.

      *    THE SAME WITHHOLDING INT-POST WOULD HAVE TAKEN, WAIVED
      *    FOR A PRIMARY HOLDER WITH AN EXEMPTION ON FILE.
           E1350-COMPUTE-WITHHOLDING.
               MOVE ZEROES TO WS-CLOSE-TAX
               IF WS-CLOSE-INTEREST > ZEROES AND WS-RATE-WHT > ZEROES
                   COMPUTE WS-CLOSE-TAX ROUNDED =
                       WS-CLOSE-INTEREST * WS-RATE-WHT
                   IF NOT WS-CUST-FILE-MISSING
                       MOVE AR-CUSTOMER-NO TO CU-CUSTOMER-NO
                       READ CUST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CU-TAX-EXEMPT
                                   MOVE ZEROES TO WS-CLOSE-TAX
                               END-IF
                       END-READ
                   END-IF
               END-IF.

           E1320-CHECK-INTEREST-CYCLE.
               MOVE 'N' TO WS-INT-POSTED-SW
               OPEN INPUT INTCTL-FILE
               IF NOT WS-INTCTL-FILE-MISSING
                   MOVE 01 TO IC-CONTROL-ID
                   READ INTCTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF IC-LAST-POST-DATE = WS-TODAY
                               AND (IC-CYCLE-COMPLETE
                                 OR IC-LAST-ACCT-DONE
                                     NOT < LS-BANK-ACCOUNT)
                               SET WS-INT-ALREADY-POSTED TO TRUE
                           END-IF
                   END-READ
                   CLOSE INTCTL-FILE
               END-IF.

      *    EVERY ENTRY OF ONE CLOSURE STAMPS ONE SAVED TIMESTAMP, THE
      *    SAME AS THE TWO LEGS OF A TRANSFER.
           E1400-POST-CLOSURE.
               MOVE ZEROES TO WS-CLOSE-SO-COUNT
               MOVE ZEROES TO WS-CLOSE-HOLD-COUNT
               MOVE WS-TODAY TO WS-XFER-TIMESTAMP(1:8)
               MOVE FUNCTION CURRENT-DATE(9:6)
                   TO WS-XFER-TIMESTAMP(9:6)
               IF WS-CLOSE-INTEREST > ZEROES
                   PERFORM E1410-POST-INTEREST
               END-IF
               PERFORM E1500-RELEASE-HOLDS
               PERFORM E1600-CANCEL-ORDERS
               IF WS-CLOSE-PAYOUT > ZEROES
                   IF WS-CLOSE-BY-TRANSFER
                       PERFORM E1750-PAY-OUT-BY-TRANSFER
                   ELSE
                       PERFORM E1700-PAY-OUT-IN-CASH
                   END-IF
               END-IF
               PERFORM E1800-MARK-CLOSED
               PERFORM E1900-PRINT-CLOSING-STATEMENT.

           E1410-POST-INTEREST.
               MOVE AR-BALANCE TO WS-OLD-BALANCE
               ADD WS-CLOSE-INTEREST TO AR-BALANCE
               REWRITE AR-ACCOUNT-RECORD
               MOVE LS-BANK-ACCOUNT   TO TR-BANK-ACCOUNT
               SET TR-INTEREST        TO TRUE
               MOVE WS-CLOSE-INTEREST TO TR-AMOUNT
               MOVE 'N'               TO TR-CROSS-BRANCH-FLAG
               PERFORM E1950-WRITE-CLOSE-JOURNAL
               IF WS-CLOSE-TAX > ZEROES
                   MOVE AR-BALANCE TO WS-OLD-BALANCE
                   SUBTRACT WS-CLOSE-TAX FROM AR-BALANCE
                   REWRITE AR-ACCOUNT-RECORD
                   MOVE LS-BANK-ACCOUNT   TO TR-BANK-ACCOUNT
                   SET TR-TAX-WITHHELD    TO TRUE
                   MOVE WS-CLOSE-TAX      TO TR-AMOUNT
                   MOVE 'N'               TO TR-CROSS-BRANCH-FLAG
                   PERFORM E1950-WRITE-CLOSE-JOURNAL
               END-IF.

      *    EVERY ACTIVE HOLD ON THE ACCOUNT IS RELEASED, EXPIRED OR
      *    NOT, SO NOTHING IS LEFT EARMARKING MONEY THAT HAS GONE.
           E1500-RELEASE-HOLDS.
               MOVE ZEROES TO HD-HOLD-NO
               START HOLD-FILE KEY NOT LESS THAN HD-HOLD-NO
                   INVALID KEY
                       SET WS-HOLD-EOF TO TRUE
               END-START
               PERFORM E1550-RELEASE-ONE-HOLD UNTIL WS-HOLD-EOF.

           E1550-RELEASE-ONE-HOLD.
               READ HOLD-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HD-BANK-ACCOUNT = LS-BANK-ACCOUNT
                           AND HD-ACTIVE
                           SET HD-RELEASED TO TRUE
                           MOVE WS-TODAY     TO HD-RELEASED-DATE
                           MOVE LS-TELLER-ID TO HD-RELEASED-BY
                           REWRITE HD-HOLD-RECORD
                           ADD 1 TO WS-CLOSE-HOLD-COUNT
                           DISPLAY "HOLD " HD-HOLD-NO " RELEASED"
                           SET AU-HOLD-RELEASED TO TRUE
                           MOVE LS-BANK-ACCOUNT TO AU-BANK-ACCOUNT
                           MOVE HD-HOLD-NO      TO AU-REFERENCE
                           MOVE HD-AMOUNT       TO WS-AUDIT-AMT-DISP
                           MOVE WS-AUDIT-AMT-DISP TO AU-OLD-VALUE
                           MOVE "RELEASED AT CLOSURE" TO AU-NEW-VALUE
                           PERFORM A7700-WRITE-AUDIT-ENTRY
                       END-IF
               END-READ.

      *    ORDERS PAYING OUT OF THE ACCOUNT AND ORDERS PAYING INTO IT
      *    ARE BOTH CANCELLED -- EITHER WOULD ONLY FAIL NIGHTLY IN
      *    SO-EXEC ONCE THE ACCOUNT IS CLOSED. EACH IS AUDITED AGAINST
      *    THE ORDER'S SOURCE ACCOUNT, WHERE AUDT-INQ WOULD LOOK.
           E1600-CANCEL-ORDERS.
               MOVE ZEROES TO SO-ORDER-NO
               START SORD-FILE KEY NOT LESS THAN SO-ORDER-NO
                   INVALID KEY
                       SET WS-SORD-EOF TO TRUE
               END-START
               PERFORM E1650-CANCEL-ONE-ORDER UNTIL WS-SORD-EOF.

           E1650-CANCEL-ONE-ORDER.
               READ SORD-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SO-ACTIVE
                           AND (SO-SRC-ACCOUNT = LS-BANK-ACCOUNT
                             OR SO-DEST-ACCOUNT = LS-BANK-ACCOUNT)
                           SET SO-CANCELLED TO TRUE
                           REWRITE SO-ORDER-RECORD
                           ADD 1 TO WS-CLOSE-SO-COUNT
                           DISPLAY "ORDER " SO-ORDER-NO " FROM "
                               SO-SRC-ACCOUNT " TO " SO-DEST-ACCOUNT
                               " CANCELLED"
                           SET AU-SO-CANCEL TO TRUE
                           MOVE SO-SRC-ACCOUNT  TO AU-BANK-ACCOUNT
                           MOVE SO-ORDER-NO     TO AU-REFERENCE
                           MOVE "ACTIVE"        TO AU-OLD-VALUE
                           MOVE "CANCELLED AT CLOSURE" TO AU-NEW-VALUE
                           PERFORM A7700-WRITE-AUDIT-ENTRY
                       END-IF
               END-READ.

      *    A CLOSING PAYOUT IS THE WHOLE BALANCE BY DEFINITION AND IS
      *    TAKEN BY A SUPERVISOR, SO THE DAILY CASH CAP IS NOT APPLIED.
           E1700-PAY-OUT-IN-CASH.
               MOVE AR-BALANCE TO WS-OLD-BALANCE
               SUBTRACT WS-CLOSE-PAYOUT FROM AR-BALANCE
               REWRITE AR-ACCOUNT-RECORD
               MOVE LS-BANK-ACCOUNT   TO TR-BANK-ACCOUNT
               SET TR-WITHDRAWAL      TO TRUE
               MOVE WS-CLOSE-PAYOUT   TO TR-AMOUNT
               MOVE 'N'               TO TR-CROSS-BRANCH-FLAG
               PERFORM E1950-WRITE-CLOSE-JOURNAL
               MOVE WS-CLOSE-PAYOUT TO WS-CLOSE-AMT-DISP
               DISPLAY "PAY " WS-CLOSE-AMT-DISP " IN CASH TO THE "
                   "CUSTOMER".

      *    CREDIT LEG FIRST, THEN THE DEBIT LEG ON THE CLOSING
      *    ACCOUNT, THE SAME ORDER A3010 POSTS A TRANSFER IN. SHOULD
      *    THE DESTINATION HAVE GONE SINCE IT WAS PROVED, THE BALANCE
      *    IS PAID OUT IN CASH INSTEAD.
           E1750-PAY-OUT-BY-TRANSFER.
               MOVE AR-BRANCH-CODE TO WS-SRC-BRANCH-CODE
               IF WS-DEST-BRANCH-CODE NOT = WS-SRC-BRANCH-CODE
                   SET WS-CROSS-BRANCH TO TRUE
               ELSE
                   MOVE 'N' TO WS-CROSS-BRANCH-SW
               END-IF
               MOVE WS-DEST-ACCOUNT TO AR-BANK-ACCOUNT
               READ ACCT-FILE
                   INVALID KEY
                       DISPLAY "DESTINATION ACCOUNT HAS GONE, PAYING "
                           "OUT IN CASH INSTEAD"
               END-READ
               IF WS-ACCT-NOT-FOUND
                   PERFORM E1190-REREAD-OWN-ACCOUNT
                   MOVE 1 TO WS-CLOSE-METHOD
                   PERFORM E1700-PAY-OUT-IN-CASH
               ELSE
                   MOVE AR-BALANCE TO WS-OLD-BALANCE
                   ADD WS-CLOSE-PAYOUT TO AR-BALANCE
                   REWRITE AR-ACCOUNT-RECORD
                   MOVE WS-DEST-ACCOUNT   TO TR-BANK-ACCOUNT
                   SET TR-TRANSFER-IN     TO TRUE
                   MOVE WS-CLOSE-PAYOUT   TO TR-AMOUNT
                   MOVE WS-CROSS-BRANCH-SW TO TR-CROSS-BRANCH-FLAG
                   PERFORM E1950-WRITE-CLOSE-JOURNAL
                   PERFORM E1190-REREAD-OWN-ACCOUNT
                   MOVE AR-BALANCE TO WS-OLD-BALANCE
                   SUBTRACT WS-CLOSE-PAYOUT FROM AR-BALANCE
                   REWRITE AR-ACCOUNT-RECORD
                   MOVE LS-BANK-ACCOUNT   TO TR-BANK-ACCOUNT
                   SET TR-TRANSFER-OUT    TO TRUE
                   MOVE WS-CLOSE-PAYOUT   TO TR-AMOUNT
                   MOVE WS-CROSS-BRANCH-SW TO TR-CROSS-BRANCH-FLAG
                   PERFORM E1950-WRITE-CLOSE-JOURNAL
                   MOVE WS-CLOSE-PAYOUT TO WS-CLOSE-AMT-DISP
                   DISPLAY WS-CLOSE-AMT-DISP " TRANSFERRED TO "
                       WS-DEST-ACCOUNT
               END-IF.

           E1800-MARK-CLOSED.
               SET AR-CLOSED TO TRUE
               REWRITE AR-ACCOUNT-RECORD
               DISPLAY "ACCOUNT " LS-BANK-ACCOUNT " IS NOW CLOSED"
               SET AU-STATUS-CHANGE TO TRUE
               MOVE LS-BANK-ACCOUNT TO AU-BANK-ACCOUNT
               MOVE ZEROES          TO AU-REFERENCE
               MOVE WS-OLD-STATUS   TO AU-OLD-VALUE
               MOVE AR-STATUS       TO AU-NEW-VALUE
               PERFORM A7700-WRITE-AUDIT-ENTRY.

      *    THE STATEMENT IS APPENDED TO CLOSERPT, WHICH IS OPENED
      *    ONLY FOR AS LONG AS IT TAKES TO PRINT IT.
           E1900-PRINT-CLOSING-STATEMENT.
               OPEN EXTEND CLOSE-FILE
               IF WS-CLOSE-FILE-STATUS = '05'
                   OR WS-CLOSE-FILE-STATUS = '35'
                   OPEN OUTPUT CLOSE-FILE
               END-IF
               MOVE "ACCOUNT CLOSING STATEMENT" TO CL-PRINT-LINE
               WRITE CL-PRINT-LINE
               MOVE LS-BANK-ACCOUNT TO WS-CH-ACCOUNT
               MOVE AR-BRANCH-CODE  TO WS-CH-BRANCH
               MOVE WS-TODAY        TO WS-CH-DATE
               MOVE LS-TELLER-ID    TO WS-CH-TELLER
               MOVE WS-CLOSE-HEAD-LINE TO CL-PRINT-LINE
               WRITE CL-PRINT-LINE
               MOVE AR-ACCT-NAME TO WS-CN-NAME
               MOVE WS-CLOSE-NAME-LINE TO CL-PRINT-LINE
               WRITE CL-PRINT-LINE
               MOVE "BALANCE BEFORE CLOSURE" TO WS-CA-LABEL
               MOVE WS-CLOSE-OPEN-BAL TO WS-CA-AMOUNT
               MOVE WS-CLOSE-AMT-LINE TO CL-PRINT-LINE
               WRITE CL-PRINT-LINE
               MOVE "INTEREST POSTED TO CLOSURE DATE" TO WS-CA-LABEL
               MOVE WS-CLOSE-INTEREST TO WS-CA-AMOUNT
               MOVE WS-CLOSE-AMT-LINE TO CL-PRINT-LINE
               WRITE CL-PRINT-LINE
               IF WS-CLOSE-TAX > ZEROES
                   MOVE "TAX WITHHELD ON THAT INTEREST" TO WS-CA-LABEL
                   MOVE WS-CLOSE-TAX TO WS-CA-AMOUNT
                   MOVE WS-CLOSE-AMT-LINE TO CL-PRINT-LINE
                   WRITE CL-PRINT-LINE
               END-IF
               IF WS-CLOSE-BY-TRANSFER
                   MOVE "PAID OUT BY TRANSFER" TO WS-CA-LABEL
               ELSE
                   MOVE "PAID OUT IN CASH" TO WS-CA-LABEL
               END-IF
               MOVE WS-CLOSE-PAYOUT TO WS-CA-AMOUNT
               MOVE WS-CLOSE-AMT-LINE TO CL-PRINT-LINE
               WRITE CL-PRINT-LINE
               IF WS-CLOSE-BY-TRANSFER
                   AND WS-CLOSE-PAYOUT > ZEROES
                   MOVE WS-DEST-ACCOUNT TO WS-CD-ACCOUNT
                   MOVE WS-CLOSE-DEST-LINE TO CL-PRINT-LINE
                   WRITE CL-PRINT-LINE
               END-IF
               MOVE "STANDING ORDERS CANCELLED" TO WS-CC-LABEL
               MOVE WS-CLOSE-SO-COUNT TO WS-CC-COUNT
               MOVE WS-CLOSE-COUNT-LINE TO CL-PRINT-LINE
               WRITE CL-PRINT-LINE
               MOVE "FUNDS HOLDS RELEASED" TO WS-CC-LABEL
               MOVE WS-CLOSE-HOLD-COUNT TO WS-CC-COUNT
               MOVE WS-CLOSE-COUNT-LINE TO CL-PRINT-LINE
               WRITE CL-PRINT-LINE
               MOVE "CLOSING BALANCE" TO WS-CA-LABEL
               MOVE AR-BALANCE TO WS-CA-AMOUNT
               MOVE WS-CLOSE-AMT-LINE TO CL-PRINT-LINE
               WRITE CL-PRINT-LINE
               MOVE SPACES TO CL-PRINT-LINE
               WRITE CL-PRINT-LINE
               CLOSE CLOSE-FILE
               DISPLAY "CLOSING STATEMENT WRITTEN TO CLOSERPT".

      *    COMMON TAIL OF EVERY CLOSURE ENTRY: THE CALLER HAS SET THE
      *    ACCOUNT, TYPE, AMOUNT, CROSS-BRANCH FLAG AND WS-OLD-BALANCE
      *    AND LEFT THE POSTED ACCOUNT IN THE RECORD AREA.
           E1950-WRITE-CLOSE-JOURNAL.
               MOVE WS-OLD-BALANCE    TO TR-OLD-BALANCE
               MOVE AR-BALANCE        TO TR-NEW-BALANCE
               MOVE AR-BRANCH-CODE    TO TR-BRANCH-CODE
               MOVE LS-TELLER-ID      TO TR-TELLER-ID
               MOVE WS-XFER-TIMESTAMP TO TR-TIMESTAMP
               MOVE ZEROES            TO TR-REVERSAL-REF
               PERFORM A7500-CHECK-LARGE-TXN
               WRITE TR-JOURNAL-RECORD
               PERFORM C8000-WRITE-INDEX-ENTRY
               IF TR-LARGE-TXN
                   PERFORM A7600-WRITE-REVIEW-ENTRY
               END-IF.

      ******************************************************************
      * FEE WAIVERS. ANYONE MAY LIST THE ACCOUNT'S WAIVERS; GRANTING
      * AND CANCELLING NEED SUPERVISOR AUTHORITY AND ARE AUDITED THE
      * SAME AS HOLDS. A WAIVER IS FOR ONE FEE TYPE OR FOR ALL ('*'),
      * RUNS TO ITS EXPIRY DATE (ZERO FOR UNTIL CANCELLED), AND
      * GRANTING AGAIN FOR THE SAME FEE REPLACES THE OLD ONE.
      ******************************************************************
           F1000-FEE-WAIVERS.
               DISPLAY "FEE WAIVERS"
               DISPLAY "> 1. WAIVE A FEE (SUPERVISOR)"
               DISPLAY "> 2. LIST THIS ACCOUNT'S WAIVERS"
               DISPLAY "> 3. CANCEL A WAIVER (SUPERVISOR)"
               DISPLAY "> 0. GO BACK"
               ACCEPT WS-WAIV-CHOICE
               EVALUATE WS-WAIV-CHOICE
                   WHEN 1
                       PERFORM F1100-GRANT-WAIVER
                   WHEN 2
                       PERFORM F1500-LIST-WAIVERS
                   WHEN 3
                       PERFORM F1700-CANCEL-WAIVER
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "WRONG VALUE ENTERED"
               END-EVALUATE.

           F1100-GRANT-WAIVER.
               IF NOT LS-SUPERVISOR
                   DISPLAY "WAIVING A FEE NEEDS SUPERVISOR AUTHORITY"
               ELSE
                   MOVE SPACE TO WS-IN-FEE-CODE
                   PERFORM F1150-PROMPT-FEE-CODE
                       UNTIL WS-FEE-CODE-VALID
                   MOVE SPACES TO WS-IN-WAIV-REASON
                   PERFORM F1170-PROMPT-WAIVER-REASON
                       UNTIL WS-IN-WAIV-REASON NOT = SPACES
                   MOVE 'N' TO WS-WAIV-EXPIRY-OK-SW
                   PERFORM F1190-PROMPT-WAIVER-EXPIRY
                       UNTIL WS-WAIV-EXPIRY-OK
                   PERFORM F1200-WRITE-WAIVER
               END-IF.

           F1150-PROMPT-FEE-CODE.
               DISPLAY "ENTER THE FEE: M MAINTENANCE, L BELOW MINIMUM "
                   "BALANCE, E EXCESS WITHDRAWALS, U UNARRANGED "
                   "OVERDRAFT, * ALL FEES"
               ACCEPT WS-IN-FEE-CODE
               IF NOT WS-FEE-CODE-VALID
                   DISPLAY "WRONG VALUE ENTERED, PLEASE TRY AGAIN"
               END-IF.

           F1170-PROMPT-WAIVER-REASON.
               DISPLAY "ENTER THE REASON FOR THE WAIVER"
               ACCEPT WS-IN-WAIV-REASON
               IF WS-IN-WAIV-REASON = SPACES
                   DISPLAY "REASON CANNOT BE BLANK, TRY AGAIN"
               END-IF.

           F1190-PROMPT-WAIVER-EXPIRY.
               DISPLAY "ENTER THE LAST DATE THE WAIVER APPLIES "
                   "(YYYYMMDD, OR 0 UNTIL CANCELLED)"
               ACCEPT WS-IN-WAIV-EXPIRY
               IF WS-IN-WAIV-EXPIRY NOT NUMERIC
                   DISPLAY "DATE MUST BE NUMERIC. PLEASE TRY AGAIN"
               ELSE IF WS-IN-WAIV-EXPIRY NOT = ZEROES
                   AND WS-IN-WAIV-EXPIRY < WS-TODAY
                   DISPLAY "EXPIRY CANNOT BE BEFORE TODAY"
               ELSE
                   SET WS-WAIV-EXPIRY-OK TO TRUE
               END-IF.

           F1200-WRITE-WAIVER.
               MOVE LS-BANK-ACCOUNT TO FW-BANK-ACCOUNT
               MOVE WS-IN-FEE-CODE  TO FW-FEE-CODE
               MOVE 'N' TO WS-WAIV-ON-FILE-SW
               READ WAIV-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-WAIV-ON-FILE TO TRUE
               END-READ
               MOVE LS-BANK-ACCOUNT   TO FW-BANK-ACCOUNT
               MOVE WS-IN-FEE-CODE    TO FW-FEE-CODE
               SET FW-ACTIVE          TO TRUE
               MOVE WS-IN-WAIV-EXPIRY TO FW-EXPIRY-DATE
               MOVE WS-IN-WAIV-REASON TO FW-REASON
               MOVE WS-TODAY          TO FW-GRANTED-DATE
               MOVE LS-TELLER-ID      TO FW-GRANTED-BY
               MOVE ZEROES            TO FW-CANCELLED-DATE
               MOVE ZEROES            TO FW-CANCELLED-BY
               IF WS-WAIV-ON-FILE
                   REWRITE FW-WAIVER-RECORD
                   DISPLAY "WAIVER OF FEE " FW-FEE-CODE " REPLACED"
               ELSE
                   WRITE FW-WAIVER-RECORD
                   DISPLAY "WAIVER OF FEE " FW-FEE-CODE " GRANTED"
               END-IF
               SET AU-FEE-WAIVED TO TRUE
               MOVE LS-BANK-ACCOUNT   TO AU-BANK-ACCOUNT
               MOVE FW-EXPIRY-DATE    TO AU-REFERENCE
               MOVE FW-FEE-CODE       TO WS-WAF-CODE
               MOVE WS-WAIV-AUDIT-FEE TO AU-OLD-VALUE
               MOVE FW-REASON         TO AU-NEW-VALUE
               PERFORM A7700-WRITE-AUDIT-ENTRY.

           F1500-LIST-WAIVERS.
               MOVE ZEROES TO WS-WAIV-COUNT
               MOVE 'N' TO WS-WAIV-SCAN-DONE-SW
               MOVE LS-BANK-ACCOUNT TO FW-BANK-ACCOUNT
               MOVE LOW-VALUES      TO FW-FEE-CODE
               START WAIV-FILE KEY NOT LESS THAN FW-WAIVER-KEY
                   INVALID KEY
                       SET WS-WAIV-SCAN-DONE TO TRUE
               END-START
               PERFORM F1550-LIST-ONE-WAIVER
                   UNTIL WS-WAIV-SCAN-DONE
               IF WS-WAIV-COUNT = ZEROES
                   DISPLAY "NO FEE WAIVERS ON FILE FOR THIS ACCOUNT"
               END-IF.

           F1550-LIST-ONE-WAIVER.
               READ WAIV-FILE NEXT RECORD
                   AT END
                       SET WS-WAIV-SCAN-DONE TO TRUE
                   NOT AT END
                       IF FW-BANK-ACCOUNT NOT = LS-BANK-ACCOUNT
                           SET WS-WAIV-SCAN-DONE TO TRUE
                       ELSE
                           ADD 1 TO WS-WAIV-COUNT
                           DISPLAY "FEE " FW-FEE-CODE " EXPIRES "
                               FW-EXPIRY-DATE " STATUS " FW-STATUS
                               " GRANTED " FW-GRANTED-DATE " BY "
                               FW-GRANTED-BY " (" FW-REASON ")"
                       END-IF
               END-READ.

           F1700-CANCEL-WAIVER.
               IF NOT LS-SUPERVISOR
                   DISPLAY "CANCELLING A WAIVER NEEDS SUPERVISOR "
                       "AUTHORITY"
               ELSE
                   MOVE SPACE TO WS-IN-FEE-CODE
                   PERFORM F1150-PROMPT-FEE-CODE
                       UNTIL WS-FEE-CODE-VALID
                   MOVE LS-BANK-ACCOUNT TO FW-BANK-ACCOUNT
                   MOVE WS-IN-FEE-CODE  TO FW-FEE-CODE
                   READ WAIV-FILE
                       INVALID KEY
                           DISPLAY "NO WAIVER OF THAT FEE ON FILE"
                       NOT INVALID KEY
                           PERFORM F1800-DO-CANCEL-WAIVER
                   END-READ
               END-IF.

           F1800-DO-CANCEL-WAIVER.
               EVALUATE TRUE
                   WHEN NOT FW-ACTIVE
                       DISPLAY "WAIVER IS NOT ACTIVE, NOTHING "
                           "CANCELLED"
                   WHEN OTHER
                       SET FW-CANCELLED TO TRUE
                       MOVE WS-TODAY     TO FW-CANCELLED-DATE
                       MOVE LS-TELLER-ID TO FW-CANCELLED-BY
                       REWRITE FW-WAIVER-RECORD
                       DISPLAY "WAIVER OF FEE " FW-FEE-CODE
                           " CANCELLED"
                       SET AU-FEE-WAIVE-CANCEL TO TRUE
                       MOVE LS-BANK-ACCOUNT   TO AU-BANK-ACCOUNT
                       MOVE FW-EXPIRY-DATE    TO AU-REFERENCE
                       MOVE FW-FEE-CODE       TO WS-WAF-CODE
                       MOVE WS-WAIV-AUDIT-FEE TO AU-OLD-VALUE
                       MOVE "CANCELLED"       TO AU-NEW-VALUE
                       PERFORM A7700-WRITE-AUDIT-ENTRY
               END-EVALUATE.

      *    A PAYMENT TO A BENEFICIARY AT ANOTHER BANK. IT OBEYS THE
      *    SAME STATUS AND TYPE RULES AS A TRANSFER AND MAY NOT TAKE
      *    THE ACCOUNT PAST ITS AVAILABLE FUNDS. THE CUSTOMER IS
      *    DEBITED NOW; THE MONEY WAITS IN THE PAYMENTS SUSPENSE
      *    POSITION UNTIL PAY-OUT SENDS IT THAT NIGHT.
           G1000-OUTBOUND-PAYMENT.
               PERFORM H1000-CHECK-KYC-LAPSED
               IF NOT AR-ACTIVE
                   DISPLAY "ACCOUNT STATUS DOES NOT ALLOW TRANSACTIONS"
               ELSE IF AR-LOAN
                   DISPLAY "LOAN ACCOUNTS ARE SERVICED BY THE "
                       "NIGHTLY COLLECTION, NO COUNTER TRANSACTIONS"
               ELSE IF WS-KYC-LAPSED
                   PERFORM H1900-SHOW-KYC-LAPSED
               ELSE IF AR-TERM-DEP
                   AND AR-TD-MATURITY-DATE > WS-TODAY
                   DISPLAY "TERM DEPOSIT HAS NOT MATURED, NO "
                       "PAYMENTS BEFORE " AR-TD-MATURITY-DATE
               ELSE
                   PERFORM G1100-DO-PAYMENT
               END-IF.

           G1100-DO-PAYMENT.
               MOVE SPACES TO WS-IN-BENE-NAME
               PERFORM G1150-PROMPT-BENE-NAME
                   UNTIL WS-IN-BENE-NAME NOT = SPACES
               MOVE SPACES TO WS-IN-BENE-BANK
               PERFORM G1160-PROMPT-BENE-BANK
                   UNTIL WS-IN-BENE-BANK NOT = SPACES
               MOVE SPACES TO WS-IN-BENE-ACCOUNT
               PERFORM G1170-PROMPT-BENE-ACCOUNT
                   UNTIL WS-IN-BENE-ACCOUNT NOT = SPACES
               MOVE ZEROES TO WS-IN-PAY-AMOUNT
               PERFORM G1180-PROMPT-PAY-AMOUNT
                   UNTIL WS-IN-PAY-AMOUNT NOT = ZEROES
               DISPLAY "ENTER THE PAYMENT REFERENCE (MAY BE BLANK)"
               MOVE SPACES TO WS-IN-PAY-REFERENCE
               ACCEPT WS-IN-PAY-REFERENCE
               MOVE LS-BANK-ACCOUNT TO WS-HOLD-ACCOUNT
               PERFORM B2000-SUM-ACTIVE-HOLDS
               COMPUTE WS-AVAIL-FUNDS =
                   AR-BALANCE + AR-OD-LIMIT - WS-HOLD-TOTAL
               IF WS-IN-PAY-AMOUNT > WS-AVAIL-FUNDS
                   DISPLAY "CAN'T PAY PAST THE AVAILABLE FUNDS "
                       "(BALANCE PLUS OVERDRAFT LIMIT LESS ACTIVE "
                       "HOLDS)"
               ELSE
                   MOVE WS-IN-PAY-AMOUNT TO WS-PAY-AMT-DISP
                   DISPLAY "PAY " WS-PAY-AMT-DISP " TO "
                       WS-IN-BENE-NAME
                   DISPLAY "    ACCOUNT " WS-IN-BENE-ACCOUNT
                       " AT BANK " WS-IN-BENE-BANK
                   DISPLAY "CONFIRM (Y/N)"
                   ACCEPT WS-PAY-CONFIRM
                   IF WS-PAY-CONFIRM = 'Y' OR WS-PAY-CONFIRM = 'y'
                       PERFORM G1400-POST-PAYMENT
                   ELSE
                       DISPLAY "PAYMENT NOT MADE"
                   END-IF
               END-IF.

           G1150-PROMPT-BENE-NAME.
               DISPLAY "ENTER THE BENEFICIARY NAME"
               ACCEPT WS-IN-BENE-NAME
               IF WS-IN-BENE-NAME = SPACES
                   DISPLAY "NAME CANNOT BE BLANK, TRY AGAIN"
               END-IF.

           G1160-PROMPT-BENE-BANK.
               DISPLAY "ENTER THE BENEFICIARY'S BANK CODE"
               ACCEPT WS-IN-BENE-BANK
               IF WS-IN-BENE-BANK = SPACES
                   DISPLAY "BANK CODE CANNOT BE BLANK, TRY AGAIN"
               END-IF.

           G1170-PROMPT-BENE-ACCOUNT.
               DISPLAY "ENTER THE BENEFICIARY'S ACCOUNT NUMBER"
               ACCEPT WS-IN-BENE-ACCOUNT
               IF WS-IN-BENE-ACCOUNT = SPACES
                   DISPLAY "ACCOUNT CANNOT BE BLANK, TRY AGAIN"
               END-IF.

           G1180-PROMPT-PAY-AMOUNT.
               DISPLAY "ENTER AMOUNT TO PAY (E.G. 100.50)"
               ACCEPT WS-IN-PAY-AMOUNT
               IF WS-IN-PAY-AMOUNT NOT NUMERIC
                   DISPLAY "AMOUNT MUST BE NUMERIC. PLEASE TRY AGAIN"
                   MOVE ZEROES TO WS-IN-PAY-AMOUNT
               ELSE IF WS-IN-PAY-AMOUNT = ZEROES
                   DISPLAY "INVALID VALUE ENTERED. PLEASE TRY AGAIN"
               END-IF.

           G1300-GET-NEXT-PAYMENT-NO.
               MOVE ZEROES TO WS-NEXT-PAYMENT-NO
               MOVE ZEROES TO PO-PAYMENT-NO
               START PAYO-FILE KEY NOT LESS THAN PO-PAYMENT-NO
                   INVALID KEY
                       SET WS-PAYO-EOF TO TRUE
               END-START
               PERFORM G1350-SCAN-FOR-HIGH-PAYMENT
                   UNTIL WS-PAYO-EOF
               ADD 1 TO WS-NEXT-PAYMENT-NO.

           G1350-SCAN-FOR-HIGH-PAYMENT.
               READ PAYO-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PO-PAYMENT-NO TO WS-NEXT-PAYMENT-NO
               END-READ.

      *    DEBIT, JOURNAL, REGISTER AND AUDIT. THE REGISTER ENTRY IS
      *    WHAT PAY-OUT SENDS; IT CARRIES THE DEBIT'S TIMESTAMP.
           G1400-POST-PAYMENT.
               PERFORM G1300-GET-NEXT-PAYMENT-NO
               MOVE AR-BALANCE TO WS-OLD-BALANCE
               COMPUTE AR-BALANCE = AR-BALANCE - WS-IN-PAY-AMOUNT
               REWRITE AR-ACCOUNT-RECORD
               MOVE WS-TODAY TO WS-PAY-TIMESTAMP(1:8)
               MOVE FUNCTION CURRENT-DATE(9:6)
                   TO WS-PAY-TIMESTAMP(9:6)
               MOVE LS-BANK-ACCOUNT   TO TR-BANK-ACCOUNT
               SET TR-PAYMENT-OUT     TO TRUE
               MOVE WS-IN-PAY-AMOUNT  TO TR-AMOUNT
               MOVE WS-OLD-BALANCE    TO TR-OLD-BALANCE
               MOVE AR-BALANCE        TO TR-NEW-BALANCE
               MOVE AR-BRANCH-CODE    TO TR-BRANCH-CODE
               MOVE 'N'               TO TR-CROSS-BRANCH-FLAG
               MOVE LS-TELLER-ID      TO TR-TELLER-ID
               MOVE WS-PAY-TIMESTAMP  TO TR-TIMESTAMP
               MOVE ZEROES            TO TR-REVERSAL-REF
               PERFORM A7500-CHECK-LARGE-TXN
               WRITE TR-JOURNAL-RECORD
               PERFORM C8000-WRITE-INDEX-ENTRY
               IF TR-LARGE-TXN
                   PERFORM A7600-WRITE-REVIEW-ENTRY
               END-IF
               MOVE WS-NEXT-PAYMENT-NO  TO PO-PAYMENT-NO
               MOVE LS-BANK-ACCOUNT     TO PO-BANK-ACCOUNT
               MOVE AR-BRANCH-CODE      TO PO-BRANCH-CODE
               MOVE WS-IN-BENE-NAME     TO PO-BENE-NAME
               MOVE WS-IN-BENE-BANK     TO PO-BENE-BANK
               MOVE WS-IN-BENE-ACCOUNT  TO PO-BENE-ACCOUNT
               MOVE WS-IN-PAY-AMOUNT    TO PO-AMOUNT
               MOVE WS-IN-PAY-REFERENCE TO PO-REFERENCE
               SET PO-PENDING           TO TRUE
               MOVE WS-PAY-TIMESTAMP    TO PO-DEBIT-TIMESTAMP
               MOVE LS-TELLER-ID        TO PO-ENTERED-BY
               MOVE ZEROES              TO PO-SENT-DATE
               MOVE ZEROES              TO PO-RETURN-DATE
               MOVE SPACES              TO PO-RETURN-REASON
               WRITE PO-PAYMENT-RECORD
               SET AU-PAYMENT-ENTERED TO TRUE
               MOVE LS-BANK-ACCOUNT    TO AU-BANK-ACCOUNT
               MOVE PO-PAYMENT-NO      TO AU-REFERENCE
               MOVE PO-BENE-ACCOUNT    TO AU-OLD-VALUE
               MOVE WS-IN-PAY-AMOUNT   TO WS-AUDIT-AMT-DISP
               MOVE WS-AUDIT-AMT-DISP  TO AU-NEW-VALUE
               PERFORM A7700-WRITE-AUDIT-ENTRY
               DISPLAY "PAYMENT " PO-PAYMENT-NO " ENTERED, IT GOES "
                   "TO THE CLEARING HOUSE TONIGHT"
               PERFORM A9000-DISPLAY-BALANCE.

           A9000-DISPLAY-BALANCE.
               MOVE AR-BALANCE TO WS-BAL-AFTR-PROC
               DISPLAY "CURRENT BALANCE IS " WS-BAL-AFTR-PROC.

      ******************************************************************
      * KYC LAPSE. A HOLDER IS LAPSED WHEN THEIR ID EXPIRED, OR THEIR
      * DUE-DILIGENCE REVIEW FELL DUE, MORE THAN THE GRACE PERIOD AGO
      * -- THE SAME TEST KYC-REV MARKS 'LAPSED' ON THE NIGHTLY LIST.
      * MONEY OUT IS STOPPED ONLY WHEN EVERY HOLDER IS LAPSED: ONE
      * HOLDER IN GOOD STANDING KEEPS A JOINT ACCOUNT WORKING. A
      * HOLDER WITH NO KYC DATES ON FILE (FROM BEFORE THEY WERE
      * KEPT) OR NOT ON CUSTMST IS NOT HELD LAPSED HERE -- KYC-REV
      * LISTS THEM FOR THE BRANCH TO FOLLOW UP.
      ******************************************************************
           H1000-CHECK-KYC-LAPSED.
               MOVE 'N' TO WS-KYC-LAPSED-SW
               IF NOT WS-CUST-FILE-MISSING
                   COMPUTE WS-KYC-TODAY-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   MOVE AR-CUSTOMER-NO TO WS-KYC-CUSTOMER
                   PERFORM H1100-JUDGE-KYC-HOLDER
                   IF WS-KYC-HOLDER-LAPSED
                       SET WS-KYC-LAPSED TO TRUE
                       IF NOT WS-LINK-FILE-MISSING
                           PERFORM H1200-CHECK-JOINT-HOLDERS
                       END-IF
                   END-IF
               END-IF.

           H1100-JUDGE-KYC-HOLDER.
               MOVE 'N' TO WS-KYC-HOLDER-SW
               MOVE WS-KYC-CUSTOMER TO CU-CUSTOMER-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-CUST-NOT-FOUND
                   IF CU-ID-EXPIRY-DATE NOT = ZEROES
                       COMPUTE WS-KYC-DATE-INTEGER =
                           FUNCTION INTEGER-OF-DATE(CU-ID-EXPIRY-DATE)
                       IF WS-KYC-DATE-INTEGER + WS-KYC-GRACE-DAYS
                           < WS-KYC-TODAY-INTEGER
                           SET WS-KYC-HOLDER-LAPSED TO TRUE
                       END-IF
                   END-IF
                   IF CU-KYC-REVIEW-DATE NOT = ZEROES
                       COMPUTE WS-KYC-DATE-INTEGER =
                           FUNCTION INTEGER-OF-DATE(CU-KYC-REVIEW-DATE)
                       IF WS-KYC-DATE-INTEGER + WS-KYC-GRACE-DAYS
                           < WS-KYC-TODAY-INTEGER
                           SET WS-KYC-HOLDER-LAPSED TO TRUE
                       END-IF
                   END-IF
               END-IF.

           H1200-CHECK-JOINT-HOLDERS.
               MOVE AR-BANK-ACCOUNT TO AL-BANK-ACCOUNT
               MOVE ZEROES          TO AL-CUSTOMER-NO
               START LINK-FILE KEY NOT LESS THAN AL-LINK-KEY
                   INVALID KEY
                       SET WS-LINK-EOF TO TRUE
               END-START
               IF NOT WS-LINK-EOF
                   PERFORM H1250-READ-NEXT-LINK
                   PERFORM H1300-JUDGE-ONE-JOINT
                       UNTIL WS-LINK-EOF
                           OR AL-BANK-ACCOUNT NOT = AR-BANK-ACCOUNT
                           OR NOT WS-KYC-LAPSED
               END-IF.

           H1250-READ-NEXT-LINK.
               READ LINK-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           H1300-JUDGE-ONE-JOINT.
               IF AL-JOINT-HOLDER
                   MOVE AL-CUSTOMER-NO TO WS-KYC-CUSTOMER
                   PERFORM H1100-JUDGE-KYC-HOLDER
                   IF NOT WS-KYC-HOLDER-LAPSED
                       MOVE 'N' TO WS-KYC-LAPSED-SW
                   END-IF
               END-IF
               PERFORM H1250-READ-NEXT-LINK.

           H1900-SHOW-KYC-LAPSED.
               DISPLAY "KYC HAS LAPSED FOR EVERY HOLDER OF THIS "
                   "ACCOUNT (ID EXPIRED OR REVIEW OVERDUE)"
               DISPLAY "NO MONEY OUT UNTIL A HOLDER'S ID OR REVIEW IS "
                   "BROUGHT UP TO DATE IN CUSTOMER MAINTENANCE".

      ******************************************************************
      * SANCTIONS FREEZE. SCRN-REV FREEZES EVERY ACCOUNT A CONFIRMED
      * MATCH HOLDS OR IS LINKED TO; ONLY COMPLIANCE MAY LIFT THAT,
      * SO NO STATUS CHANGE IS TAKEN HERE WHILE THE PRIMARY HOLDER OR
      * ANY JOINT HOLDER IS CONFIRMED ON CUSTMST.
      ******************************************************************
           H2000-CHECK-SANCTIONED-HOLDER.
               MOVE 'N' TO WS-SANCTIONED-SW
               IF NOT WS-CUST-FILE-MISSING
                   MOVE AR-CUSTOMER-NO TO WS-KYC-CUSTOMER
                   PERFORM H2100-JUDGE-SANCTIONED-HOLDER
                   IF NOT WS-SANCTIONED AND NOT WS-LINK-FILE-MISSING
                       MOVE AR-BANK-ACCOUNT TO AL-BANK-ACCOUNT
                       MOVE ZEROES          TO AL-CUSTOMER-NO
                       START LINK-FILE KEY NOT LESS THAN AL-LINK-KEY
                           INVALID KEY
                               SET WS-LINK-EOF TO TRUE
                       END-START
                       IF NOT WS-LINK-EOF
                           PERFORM H1250-READ-NEXT-LINK
                           PERFORM H2200-JUDGE-ONE-LINK
                               UNTIL WS-LINK-EOF
                               OR AL-BANK-ACCOUNT NOT = AR-BANK-ACCOUNT
                               OR WS-SANCTIONED
                       END-IF
                   END-IF
               END-IF.

           H2100-JUDGE-SANCTIONED-HOLDER.
               MOVE WS-KYC-CUSTOMER TO CU-CUSTOMER-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CU-SCREEN-CONFIRMED
                           SET WS-SANCTIONED TO TRUE
                       END-IF
               END-READ.

           H2200-JUDGE-ONE-LINK.
               MOVE AL-CUSTOMER-NO TO WS-KYC-CUSTOMER
               PERFORM H2100-JUDGE-SANCTIONED-HOLDER
               PERFORM H1250-READ-NEXT-LINK.

      ******************************************************************
      * DUAL CONTROL. THE MAKER'S CHANGE IS WRITTEN TO PENDCHG AND
      * AUDITED AS RAISED; THE ACCOUNT IS NOT TOUCHED. ONLY ONE CHANGE
      * OF EACH KIND MAY WAIT ON AN ACCOUNT AT A TIME.
      ******************************************************************
           J1000-RAISE-PENDING-CHANGE.
               PERFORM J1100-GET-NEXT-CHANGE-NO
               IF WS-WAITING-CHANGE-NO NOT = ZEROES
                   DISPLAY "A CHANGE OF THIS KIND IS ALREADY WAITING "
                       "FOR APPROVAL AS CHANGE " WS-WAITING-CHANGE-NO
                       ", NOTHING RAISED"
               ELSE
                   MOVE WS-NEXT-CHANGE-NO  TO PG-CHANGE-NO
                   MOVE WS-PEND-TYPE       TO PG-CHANGE-TYPE
                   SET PG-PENDING          TO TRUE
                   MOVE LS-BANK-ACCOUNT    TO PG-BANK-ACCOUNT
                   MOVE AR-BRANCH-CODE     TO PG-BRANCH-CODE
                   MOVE WS-PEND-OLD-AMOUNT TO PG-OLD-AMOUNT
                   MOVE WS-PEND-NEW-AMOUNT TO PG-NEW-AMOUNT
                   MOVE WS-PEND-OLD-STATUS TO PG-OLD-STATUS
                   MOVE WS-PEND-NEW-STATUS TO PG-NEW-STATUS
                   MOVE SPACES             TO PG-PARM-ID
                   MOVE ZEROES             TO PG-PARM-EFF-DATE
                   MOVE ZEROES             TO PG-PARM-VALUE
                   MOVE ZEROES             TO PG-NEW-TELLER-ID
                   MOVE SPACES             TO PG-NEW-TELLER-NAME
                   MOVE WS-TODAY           TO PG-RAISED-DATE
                   MOVE FUNCTION CURRENT-DATE(9:6) TO PG-RAISED-TIME
                   MOVE LS-TELLER-ID       TO PG-MAKER-ID
                   MOVE ZEROES             TO PG-CHECKER-ID
                   MOVE ZEROES             TO PG-DECIDED-DATE
                   MOVE SPACES             TO PG-REJECT-REASON
                   WRITE PG-CHANGE-RECORD
                       INVALID KEY
                           DISPLAY "CHANGE NUMBER ALREADY IN USE, "
                               "NOTHING RAISED"
                       NOT INVALID KEY
                           DISPLAY "CHANGE " PG-CHANGE-NO " RAISED -- "
                               "IT TAKES EFFECT WHEN A SECOND "
                               "SUPERVISOR APPROVES IT IN PEND-REV "
                               "TODAY"
                           PERFORM J1500-AUDIT-CHANGE-RAISED
                   END-WRITE
               END-IF.

           J1100-GET-NEXT-CHANGE-NO.
               MOVE ZEROES TO WS-NEXT-CHANGE-NO
               MOVE ZEROES TO WS-WAITING-CHANGE-NO
               MOVE ZEROES TO PG-CHANGE-NO
               START PEND-FILE KEY NOT LESS THAN PG-CHANGE-NO
                   INVALID KEY
                       SET WS-PEND-EOF TO TRUE
               END-START
               PERFORM J1150-SCAN-ONE-CHANGE
                   UNTIL WS-PEND-EOF
               ADD 1 TO WS-NEXT-CHANGE-NO.

           J1150-SCAN-ONE-CHANGE.
               READ PEND-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PG-CHANGE-NO TO WS-NEXT-CHANGE-NO
                       IF PG-PENDING
                           AND PG-BANK-ACCOUNT = LS-BANK-ACCOUNT
                           AND PG-CHANGE-TYPE = WS-PEND-TYPE
                           MOVE PG-CHANGE-NO TO WS-WAITING-CHANGE-NO
                       END-IF
               END-READ.

      *    THE AUDIT ENTRY CARRIES THE VALUE AS IT STANDS AND THE
      *    VALUE ASKED FOR, REFERENCED BY THE CHANGE NUMBER.
           J1500-AUDIT-CHANGE-RAISED.
               SET AU-CHANGE-RAISED TO TRUE
               MOVE LS-BANK-ACCOUNT TO AU-BANK-ACCOUNT
               MOVE PG-CHANGE-NO    TO AU-REFERENCE
               MOVE SPACES          TO AU-OLD-VALUE
               MOVE SPACES          TO AU-NEW-VALUE
               IF PG-UNFREEZE
                   STRING "STATUS " DELIMITED BY SIZE
                       PG-OLD-STATUS DELIMITED BY SIZE
                       INTO AU-OLD-VALUE
                   END-STRING
                   STRING "STATUS " DELIMITED BY SIZE
                       PG-NEW-STATUS DELIMITED BY SIZE
                       INTO AU-NEW-VALUE
                   END-STRING
               ELSE
                   MOVE PG-OLD-AMOUNT TO WS-AUDIT-AMT-DISP
                   STRING PG-CHANGE-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AUDIT-AMT-DISP DELIMITED BY SIZE
                       INTO AU-OLD-VALUE
                   END-STRING
                   MOVE PG-NEW-AMOUNT TO WS-AUDIT-AMT-DISP
                   STRING PG-CHANGE-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AUDIT-AMT-DISP DELIMITED BY SIZE
                       INTO AU-NEW-VALUE
                   END-STRING
               END-IF
               PERFORM A7700-WRITE-AUDIT-ENTRY.

      ******************************************************************
      * CHEQUE STOP PAYMENTS. ANY TELLER MAY PLACE, LIST AND CANCEL
      * THEM AT THE CUSTOMER'S INSTRUCTION; BOTH CHANGES ARE AUDITED.
      * A STOP COVERS ONE CHEQUE OR A RANGE OF UP TO 1000 CHEQUES,
      * MAY BE LIMITED TO ONE AMOUNT (SINGLE CHEQUES ONLY), AND RUNS
      * TO ITS EXPIRY DATE. PLACING A STOP FROM THE SAME FIRST
      * CHEQUE AGAIN REPLACES THE OLD ONE. CHQ-CLR RETURNS ANY
      * PRESENTED CHEQUE AN ACTIVE, UNEXPIRED STOP COVERS.
      ******************************************************************
           K1000-STOP-PAYMENTS.
               DISPLAY "CHEQUE STOP PAYMENTS"
               DISPLAY "> 1. STOP A CHEQUE OR A RANGE OF CHEQUES"
               DISPLAY "> 2. LIST THIS ACCOUNT'S STOPS"
               DISPLAY "> 3. CANCEL A STOP"
               DISPLAY "> 0. GO BACK"
               ACCEPT WS-STOP-CHOICE
               EVALUATE WS-STOP-CHOICE
                   WHEN 1
                       PERFORM K1100-PLACE-STOP
                   WHEN 2
                       PERFORM K1500-LIST-STOPS
                   WHEN 3
                       PERFORM K1700-CANCEL-STOP
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "WRONG VALUE ENTERED"
               END-EVALUATE.

           K1100-PLACE-STOP.
               IF NOT AR-DEMAND
                   DISPLAY "ONLY ON-DEMAND ACCOUNTS HAVE CHEQUES"
               ELSE
                   MOVE ZEROES TO WS-IN-FROM-CHEQUE
                   PERFORM K1150-PROMPT-FROM-CHEQUE
                       UNTIL WS-IN-FROM-CHEQUE NOT = ZEROES
                   MOVE 'N' TO WS-STOP-TO-OK-SW
                   PERFORM K1160-PROMPT-TO-CHEQUE
                       UNTIL WS-STOP-TO-OK
                   IF WS-IN-TO-CHEQUE = WS-IN-FROM-CHEQUE
                       MOVE 'N' TO WS-STOP-AMOUNT-OK-SW
                       PERFORM K1170-PROMPT-STOP-AMOUNT
                           UNTIL WS-STOP-AMOUNT-OK
                   ELSE
                       MOVE ZEROES TO WS-IN-STOP-AMOUNT
                   END-IF
                   MOVE SPACES TO WS-IN-STOP-REASON
                   PERFORM K1180-PROMPT-STOP-REASON
                       UNTIL WS-IN-STOP-REASON NOT = SPACES
                   MOVE 'N' TO WS-STOP-EXPIRY-OK-SW
                   PERFORM K1190-PROMPT-STOP-EXPIRY
                       UNTIL WS-STOP-EXPIRY-OK
                   PERFORM K1200-WRITE-STOP
               END-IF.

           K1150-PROMPT-FROM-CHEQUE.
               DISPLAY "ENTER THE CHEQUE NUMBER (THE FIRST ONE, FOR A "
                   "RANGE)"
               ACCEPT WS-IN-FROM-CHEQUE
               IF WS-IN-FROM-CHEQUE NOT NUMERIC
                   DISPLAY "CHEQUE NUMBER MUST BE NUMERIC. PLEASE TRY "
                       "AGAIN"
                   MOVE ZEROES TO WS-IN-FROM-CHEQUE
               ELSE IF WS-IN-FROM-CHEQUE = ZEROES
                   DISPLAY "CHEQUE NUMBER CANNOT BE ZERO, TRY AGAIN"
               END-IF.

           K1160-PROMPT-TO-CHEQUE.
               DISPLAY "ENTER THE LAST CHEQUE NUMBER OF THE RANGE "
                   "(0 FOR THIS CHEQUE ONLY)"
               ACCEPT WS-IN-TO-CHEQUE
               IF WS-IN-TO-CHEQUE NOT NUMERIC
                   DISPLAY "CHEQUE NUMBER MUST BE NUMERIC. PLEASE TRY "
                       "AGAIN"
               ELSE IF WS-IN-TO-CHEQUE = ZEROES
                   MOVE WS-IN-FROM-CHEQUE TO WS-IN-TO-CHEQUE
                   SET WS-STOP-TO-OK TO TRUE
               ELSE IF WS-IN-TO-CHEQUE < WS-IN-FROM-CHEQUE
                   DISPLAY "LAST CHEQUE CANNOT BE BELOW THE FIRST"
               ELSE
                   COMPUTE WS-STOP-RANGE-SIZE =
                       WS-IN-TO-CHEQUE - WS-IN-FROM-CHEQUE + 1
                   IF WS-STOP-RANGE-SIZE > 1000
                       DISPLAY "A STOP CAN COVER AT MOST 1000 CHEQUES"
                   ELSE
                       SET WS-STOP-TO-OK TO TRUE
                   END-IF
               END-IF.

           K1170-PROMPT-STOP-AMOUNT.
               DISPLAY "ENTER THE AMOUNT OF THE CHEQUE (0 TO STOP IT "
                   "WHATEVER THE AMOUNT)"
               ACCEPT WS-IN-STOP-AMOUNT
               IF WS-IN-STOP-AMOUNT NOT NUMERIC
                   DISPLAY "AMOUNT MUST BE NUMERIC. PLEASE TRY AGAIN"
               ELSE
                   SET WS-STOP-AMOUNT-OK TO TRUE
               END-IF.

           K1180-PROMPT-STOP-REASON.
               DISPLAY "ENTER THE REASON FOR THE STOP"
               ACCEPT WS-IN-STOP-REASON
               IF WS-IN-STOP-REASON = SPACES
                   DISPLAY "REASON CANNOT BE BLANK, TRY AGAIN"
               END-IF.

           K1190-PROMPT-STOP-EXPIRY.
               DISPLAY "ENTER THE LAST DATE THE STOP APPLIES (YYYYMMDD)"
               ACCEPT WS-IN-STOP-EXPIRY
               IF WS-IN-STOP-EXPIRY NOT NUMERIC
                   DISPLAY "DATE MUST BE NUMERIC. PLEASE TRY AGAIN"
               ELSE IF WS-IN-STOP-EXPIRY < WS-TODAY
                   DISPLAY "EXPIRY CANNOT BE BEFORE TODAY"
               ELSE
                   SET WS-STOP-EXPIRY-OK TO TRUE
               END-IF.

           K1200-WRITE-STOP.
               MOVE LS-BANK-ACCOUNT   TO SP-BANK-ACCOUNT
               MOVE WS-IN-FROM-CHEQUE TO SP-FROM-CHEQUE
               MOVE 'N' TO WS-STOP-ON-FILE-SW
               READ STOP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-STOP-ON-FILE TO TRUE
               END-READ
               MOVE LS-BANK-ACCOUNT   TO SP-BANK-ACCOUNT
               MOVE WS-IN-FROM-CHEQUE TO SP-FROM-CHEQUE
               MOVE WS-IN-TO-CHEQUE   TO SP-TO-CHEQUE
               MOVE WS-IN-STOP-AMOUNT TO SP-AMOUNT
               MOVE WS-IN-STOP-REASON TO SP-REASON
               MOVE WS-IN-STOP-EXPIRY TO SP-EXPIRY-DATE
               SET SP-ACTIVE          TO TRUE
               MOVE WS-TODAY          TO SP-PLACED-DATE
               MOVE LS-TELLER-ID      TO SP-PLACED-BY
               MOVE ZEROES            TO SP-CANCELLED-DATE
               MOVE ZEROES            TO SP-CANCELLED-BY
               IF WS-STOP-ON-FILE
                   REWRITE SP-STOP-RECORD
                   DISPLAY "STOP FROM CHEQUE " SP-FROM-CHEQUE
                       " REPLACED"
               ELSE
                   WRITE SP-STOP-RECORD
                   DISPLAY "STOP FROM CHEQUE " SP-FROM-CHEQUE
                       " PLACED"
               END-IF
               SET AU-STOP-PLACED TO TRUE
               MOVE LS-BANK-ACCOUNT   TO AU-BANK-ACCOUNT
               MOVE SP-FROM-CHEQUE    TO AU-REFERENCE
               MOVE SP-TO-CHEQUE      TO WS-SAR-TO-CHEQUE
               MOVE SP-EXPIRY-DATE    TO WS-SAR-EXPIRY
               MOVE WS-STOP-AUDIT-RANGE TO AU-OLD-VALUE
               MOVE SP-REASON         TO AU-NEW-VALUE
               PERFORM A7700-WRITE-AUDIT-ENTRY.

           K1500-LIST-STOPS.
               MOVE ZEROES TO WS-STOP-COUNT
               MOVE 'N' TO WS-STOP-SCAN-DONE-SW
               MOVE LS-BANK-ACCOUNT TO SP-BANK-ACCOUNT
               MOVE ZEROES          TO SP-FROM-CHEQUE
               START STOP-FILE KEY NOT LESS THAN SP-STOP-KEY
                   INVALID KEY
                       SET WS-STOP-SCAN-DONE TO TRUE
               END-START
               PERFORM K1550-LIST-ONE-STOP
                   UNTIL WS-STOP-SCAN-DONE
               IF WS-STOP-COUNT = ZEROES
                   DISPLAY "NO STOP PAYMENTS ON FILE FOR THIS ACCOUNT"
               END-IF.

           K1550-LIST-ONE-STOP.
               READ STOP-FILE NEXT RECORD
                   AT END
                       SET WS-STOP-SCAN-DONE TO TRUE
                   NOT AT END
                       IF SP-BANK-ACCOUNT NOT = LS-BANK-ACCOUNT
                           SET WS-STOP-SCAN-DONE TO TRUE
                       ELSE
                           ADD 1 TO WS-STOP-COUNT
                           IF SP-AMOUNT = ZEROES
                               MOVE "ANY AMOUNT" TO WS-STOP-AMT-TEXT
                           ELSE
                               MOVE SP-AMOUNT TO WS-STOP-AMT-DISP
                               MOVE WS-STOP-AMT-DISP
                                   TO WS-STOP-AMT-TEXT
                           END-IF
                           DISPLAY "CHEQUES " SP-FROM-CHEQUE " TO "
                               SP-TO-CHEQUE " " WS-STOP-AMT-TEXT
                               " EXPIRES " SP-EXPIRY-DATE
                               " STATUS " SP-STATUS
                               " PLACED " SP-PLACED-DATE " BY "
                               SP-PLACED-BY " (" SP-REASON ")"
                       END-IF
               END-READ.

           K1700-CANCEL-STOP.
               MOVE ZEROES TO WS-IN-FROM-CHEQUE
               PERFORM K1150-PROMPT-FROM-CHEQUE
                   UNTIL WS-IN-FROM-CHEQUE NOT = ZEROES
               MOVE LS-BANK-ACCOUNT   TO SP-BANK-ACCOUNT
               MOVE WS-IN-FROM-CHEQUE TO SP-FROM-CHEQUE
               READ STOP-FILE
                   INVALID KEY
                       DISPLAY "NO STOP FROM THAT CHEQUE ON FILE"
                   NOT INVALID KEY
                       PERFORM K1800-DO-CANCEL-STOP
               END-READ.

           K1800-DO-CANCEL-STOP.
               EVALUATE TRUE
                   WHEN NOT SP-ACTIVE
                       DISPLAY "STOP IS NOT ACTIVE, NOTHING CANCELLED"
                   WHEN OTHER
                       SET SP-CANCELLED TO TRUE
                       MOVE WS-TODAY     TO SP-CANCELLED-DATE
                       MOVE LS-TELLER-ID TO SP-CANCELLED-BY
                       REWRITE SP-STOP-RECORD
                       DISPLAY "STOP FROM CHEQUE " SP-FROM-CHEQUE
                           " CANCELLED"
                       SET AU-STOP-CANCELLED TO TRUE
                       MOVE LS-BANK-ACCOUNT   TO AU-BANK-ACCOUNT
                       MOVE SP-FROM-CHEQUE    TO AU-REFERENCE
                       MOVE SP-TO-CHEQUE      TO WS-SAR-TO-CHEQUE
                       MOVE SP-EXPIRY-DATE    TO WS-SAR-EXPIRY
                       MOVE WS-STOP-AUDIT-RANGE TO AU-OLD-VALUE
                       MOVE "CANCELLED"       TO AU-NEW-VALUE
                       PERFORM A7700-WRITE-AUDIT-ENTRY
               END-EVALUATE.

           A8000-CLOSE-FILES.
               CLOSE ACCT-FILE
               CLOSE TRAN-FILE
               CLOSE SORD-FILE
               CLOSE AUDIT-FILE
               CLOSE HOLD-FILE
               CLOSE TIDX-FILE
               CLOSE WAIV-FILE
               CLOSE PAYO-FILE
               CLOSE PEND-FILE
               CLOSE STOP-FILE
               IF NOT WS-CUST-FILE-MISSING
                   CLOSE CUST-FILE
               END-IF
               IF NOT WS-LINK-FILE-MISSING
                   CLOSE LINK-FILE
               END-IF.

       EXIT.
