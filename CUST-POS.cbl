      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: CONSOLIDATED CUSTOMER POSITION INQUIRY. CALLED FROM
      *          HOME-PANEL WITH A CU-CUSTOMER-NO (KEYED DIRECTLY OR
      *          PICKED THROUGH THE LAST-NAME SEARCH) AND SHOWS
      *          EVERYTHING THAT PERSON HAS WITH THE BANK IN ONE
      *          PLACE: EVERY OPEN ACCOUNT THEY HOLD, AS PRIMARY
      *          HOLDER (AR-CUSTOMER-NO) OR JOINTLY (AN ACCTLINK 'J'
      *          LINK), WITH ITS PRODUCT TYPE, BRANCH, STATUS AND
      *          LEDGER BALANCE, THEN BY PRODUCT:
      *            ON-DEMAND   - AVAILABLE BALANCE NET OF ACTIVE
      *                          HOLDS AND THE OVERDRAFT LIMIT
      *            TERM DEP    - MATURITY DATE AND EXPECTED PAYOUT
      *            LOAN        - OUTSTANDING DEBT, REPAYMENT AND
      *                          ARREARS COUNT
      *          PLUS THE ACTIVE STANDING ORDERS DRAWN ON IT. IT ENDS
      *          WITH NET TOTALS FOR DEPOSITS AND BORROWING. THE SAME
      *          LINES ARE APPENDED TO CUSTPOS FOR PRINTING. A JOINT
      *          ACCOUNT IS SHOWN IN FULL TO EACH HOLDER -- THE FIGURES
      *          ARE THE ACCOUNT'S, NOT A SHARE OF THEM. NOTHING IS
      *          UPDATED.
      * Tectonics: cobc
      *
      * Modification History
      * 15/10/26  AD  A WRITTEN-OFF LOAN SHOWS ITS STATUS AS WRT-OFF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-POS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-BANK-ACCOUNT
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT LINK-FILE ASSIGN TO "ACCTLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-LINK-KEY
               FILE STATUS IS WS-LINK-FILE-STATUS.

           SELECT SORD-FILE ASSIGN TO "SORDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-NO
               FILE STATUS IS WS-SORD-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-NO
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "RATEPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PARM-KEY
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "CUSTPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
           COPY CUSTREC.

       FD  ACCT-FILE.
           COPY ACCTREC.

       FD  LINK-FILE.
           COPY LNKREC.

       FD  SORD-FILE.
           COPY SORDREC.

       FD  HOLD-FILE.
           COPY HLDREC.

       FD  PARM-FILE.
           COPY PRMREC.

       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  RPT-FILE.
       01  RPT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-CUST-FILE-STATUS    PIC X(02).
               88 WS-CUST-NOT-FOUND      VALUE '23'.
               88 WS-CUST-FILE-MISSING   VALUE '35'.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-NOT-FOUND      VALUE '23'.
               88 WS-ACCT-EOF            VALUE '10'.
               88 WS-ACCT-FILE-MISSING   VALUE '35'.
           01 WS-LINK-FILE-STATUS    PIC X(02).
               88 WS-LINK-EOF            VALUE '10'.
               88 WS-LINK-FILE-MISSING   VALUE '35'.
           01 WS-SORD-FILE-STATUS    PIC X(02).
               88 WS-SORD-EOF            VALUE '10'.
               88 WS-SORD-FILE-MISSING   VALUE '35'.
           01 WS-HOLD-FILE-STATUS    PIC X(02).
               88 WS-HOLD-EOF            VALUE '10'.
               88 WS-HOLD-FILE-MISSING   VALUE '35'.
           01 WS-PARM-FILE-STATUS    PIC X(02).
               88 WS-PARM-FILE-MISSING   VALUE '35'.
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-RPT-FILE-STATUS     PIC X(02).
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.
           01 WS-PARM-LOOKUP-ID      PIC X(10).
           01 WS-PARM-VALUE          PIC 9(08)V9(04).
           01 WS-PARM-FOUND-SW       PIC X(01).
               88 WS-PARM-FOUND          VALUE 'Y'.
           01 WS-PARM-SCAN-DONE-SW   PIC X(01).
               88 WS-PARM-SCAN-DONE      VALUE 'Y'.

           01 WS-TODAY               PIC 9(08).
      *    WITHHOLDING TAX TAKEN OFF A TERM DEPOSIT'S INTEREST AT
      *    MATURITY. THE EXPECTED PAYOUT USES THE RATE IN FORCE
      *    TODAY; TD-MATUR USES THE ONE IN FORCE ON THE DAY.
           01 WS-RATE-WHT            PIC V9(4) VALUE ZEROES.

           01 WS-CUSTOMER-NO         PIC 9(08).
           01 WS-HOLDER-ROLE         PIC X(07).
           01 WS-ACCT-COUNT          PIC 9(03) VALUE ZEROES.
           01 WS-SO-COUNT            PIC 9(03).
           01 WS-HOLD-TOTAL          PIC 9(9)V99.
           01 WS-AVAIL-FUNDS         PIC S9(9)V99.
           01 WS-TD-INTEREST         PIC 9(8)V99.
           01 WS-TD-TAX              PIC 9(8)V99.
           01 WS-TD-PAYOUT           PIC S9(9)V99.
           01 WS-LOAN-OUTSTANDING    PIC 9(8)V99.
           01 WS-TOTAL-DEPOSITS      PIC 9(12)V99 VALUE ZEROES.
           01 WS-TOTAL-BORROWING     PIC 9(12)V99 VALUE ZEROES.
           01 WS-NET-POSITION        PIC S9(12)V99.

      *    EVERY LINE IS BUILT HERE, THEN SHOWN ON THE SCREEN AND
      *    WRITTEN TO THE REPORT BY P1000.
           01 WS-PRINT-LINE          PIC X(80).

           01 WS-PL-HEADER.
               05 FILLER              PIC X(09) VALUE "CUSTOMER ".
               05 WS-PH-CUSTOMER-NO   PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-PH-FNAME         PIC X(20).
               05 FILLER              PIC X(01) VALUE SPACE.
               05 WS-PH-LNAME         PIC X(30).

           01 WS-PL-ASAT.
               05 FILLER              PIC X(27)
                   VALUE "CUSTOMER POSITION AS AT ".
               05 WS-PA-DATE          PIC 9(08).

           01 WS-PL-ACCOUNT.
               05 FILLER              PIC X(08) VALUE "ACCOUNT ".
               05 WS-PC-ACCOUNT       PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-PC-TYPE          PIC X(09).
               05 FILLER              PIC X(09) VALUE "  BRANCH ".
               05 WS-PC-BRANCH        PIC 9(02).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-PC-STATUS        PIC X(07).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-PC-ROLE          PIC X(07).

           01 WS-PL-AMOUNT.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-PM-LABEL         PIC X(30).
               05 WS-PM-AMOUNT        PIC $$$,$$$,$$$,$$9.99-.

           01 WS-PL-DATE.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-PD-LABEL         PIC X(30).
               05 WS-PD-DATE          PIC 9(08).

           01 WS-PL-COUNT.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-PN-LABEL         PIC X(30).
               05 WS-PN-COUNT         PIC ZZ9.

           01 WS-PL-ORDER.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 FILLER              PIC X(15)
                   VALUE "STANDING ORDER ".
               05 WS-PO-ORDER-NO      PIC 9(06).
               05 FILLER              PIC X(04) VALUE " TO ".
               05 WS-PO-DEST          PIC 9(08).
               05 FILLER              PIC X(05) VALUE " DAY ".
               05 WS-PO-DAY           PIC 9(02).
               05 FILLER              PIC X(01) VALUE SPACE.
               05 WS-PO-AMOUNT        PIC $$$,$$$,$$9.99.

       LINKAGE SECTION.
           01 LS-CUSTOMER-NO         PIC 9(8).

       PROCEDURE DIVISION USING LS-CUSTOMER-NO.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0060-LOAD-PARMS.
           PERFORM A0100-OPEN-FILES.
           IF WS-CUST-FILE-MISSING OR WS-ACCT-FILE-MISSING
               DISPLAY "CUSTOMER OR ACCOUNT MASTER NOT ON HAND, "
                   "NO POSITION CAN BE SHOWN"
           ELSE
               MOVE LS-CUSTOMER-NO TO WS-CUSTOMER-NO
               MOVE LS-CUSTOMER-NO TO CU-CUSTOMER-NO
               READ CUST-FILE
                   INVALID KEY
                       DISPLAY "CUSTOMER " LS-CUSTOMER-NO
                           " IS NOT ON FILE"
               END-READ
               IF NOT WS-CUST-NOT-FOUND
                   PERFORM B0000-SHOW-POSITION
               END-IF
           END-IF.
           PERFORM A9000-CLOSE-FILES.
           GOBACK.

      *    THE POSITION IS STATED AS AT THE BANK'S BUSINESS DATE FROM
      *    SYSCTL (ADVANCED BY EOD-ADV), NOT THE WALL CLOCK.
           A0050-GET-BUSINESS-DATE.
               MOVE 'N' TO WS-BUS-DATE-SW
               OPEN INPUT SYSCTL-FILE
               IF NOT WS-SYSCTL-FILE-MISSING
                   MOVE 01 TO SY-CONTROL-ID
                   READ SYSCTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SY-BUSINESS-DATE TO WS-TODAY
                           SET WS-BUS-DATE-FOUND TO TRUE
                   END-READ
                   CLOSE SYSCTL-FILE
               END-IF
               IF NOT WS-BUS-DATE-FOUND
                   DISPLAY "NO BUSINESS DATE ON SYSCTL, USING THE "
                       "WALL-CLOCK DATE -- RUN EOD-ADV TO SET IT"
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               END-IF.

           A0060-LOAD-PARMS.
               MOVE ZEROES TO WS-RATE-WHT
               OPEN INPUT PARM-FILE
               IF NOT WS-PARM-FILE-MISSING
                   MOVE "WHTRATE" TO WS-PARM-LOOKUP-ID
                   PERFORM A0070-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-RATE-WHT
                   END-IF
                   CLOSE PARM-FILE
               END-IF.

           A0070-FIND-PARM-VALUE.
               MOVE 'N' TO WS-PARM-FOUND-SW
               MOVE 'N' TO WS-PARM-SCAN-DONE-SW
               MOVE WS-PARM-LOOKUP-ID TO PR-PARM-ID
               MOVE ZEROES            TO PR-EFF-DATE
               START PARM-FILE KEY NOT LESS THAN PR-PARM-KEY
                   INVALID KEY
                       SET WS-PARM-SCAN-DONE TO TRUE
               END-START
               PERFORM A0080-SCAN-PARM-ENTRY
                   UNTIL WS-PARM-SCAN-DONE.

           A0080-SCAN-PARM-ENTRY.
               READ PARM-FILE NEXT RECORD
                   AT END
                       SET WS-PARM-SCAN-DONE TO TRUE
                   NOT AT END
                       IF PR-PARM-ID NOT = WS-PARM-LOOKUP-ID
                           OR PR-EFF-DATE > WS-TODAY
                           SET WS-PARM-SCAN-DONE TO TRUE
                       ELSE
                           MOVE PR-PARM-VALUE TO WS-PARM-VALUE
                           SET WS-PARM-FOUND TO TRUE
                       END-IF
               END-READ.

      *    EVERYTHING IS READ-ONLY. LINKS, ORDERS AND HOLDS MAY NOT
      *    EXIST YET IN A NEW SHOP; THEIR SECTIONS ARE SIMPLY EMPTY.
           A0100-OPEN-FILES.
               OPEN INPUT CUST-FILE
               OPEN INPUT ACCT-FILE
               OPEN INPUT LINK-FILE
               OPEN INPUT SORD-FILE
               OPEN INPUT HOLD-FILE
               OPEN EXTEND RPT-FILE
               IF WS-RPT-FILE-STATUS = '05'
                   OR WS-RPT-FILE-STATUS = '35'
                   OPEN OUTPUT RPT-FILE
               END-IF.

      ******************************************************************
      *    THE POSITION: HEADER, PRIMARY ACCOUNTS, JOINT ACCOUNTS,
      *    TOTALS
      ******************************************************************
           B0000-SHOW-POSITION.
               MOVE ZEROES TO WS-ACCT-COUNT
               MOVE ZEROES TO WS-TOTAL-DEPOSITS
               MOVE ZEROES TO WS-TOTAL-BORROWING
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM P1000-EMIT-LINE
               MOVE WS-TODAY TO WS-PA-DATE
               MOVE WS-PL-ASAT TO WS-PRINT-LINE
               PERFORM P1000-EMIT-LINE
               MOVE CU-CUSTOMER-NO TO WS-PH-CUSTOMER-NO
               MOVE CU-FNAME       TO WS-PH-FNAME
               MOVE CU-LNAME       TO WS-PH-LNAME
               MOVE WS-PL-HEADER TO WS-PRINT-LINE
               PERFORM P1000-EMIT-LINE
               MOVE ZEROES TO AR-BANK-ACCOUNT
               START ACCT-FILE KEY NOT LESS THAN AR-BANK-ACCOUNT
                   INVALID KEY
                       SET WS-ACCT-EOF TO TRUE
               END-START
               PERFORM B1000-SCAN-FOR-PRIMARY UNTIL WS-ACCT-EOF
               IF NOT WS-LINK-FILE-MISSING
                   MOVE ZEROES TO AL-BANK-ACCOUNT
                   MOVE ZEROES TO AL-CUSTOMER-NO
                   START LINK-FILE KEY NOT LESS THAN AL-LINK-KEY
                       INVALID KEY
                           SET WS-LINK-EOF TO TRUE
                   END-START
                   PERFORM B2000-SCAN-FOR-JOINT UNTIL WS-LINK-EOF
               END-IF
               PERFORM B3000-SHOW-TOTALS.

           B1000-SCAN-FOR-PRIMARY.
               READ ACCT-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AR-CUSTOMER-NO = WS-CUSTOMER-NO
                           AND NOT AR-CLOSED
                           MOVE "PRIMARY" TO WS-HOLDER-ROLE
                           PERFORM C0000-SHOW-ONE-ACCOUNT
                       END-IF
               END-READ.

      *    THE ACCOUNT RECORD ONLY POINTS AT THE PRIMARY HOLDER, SO
      *    JOINT HOLDINGS COME FROM THE ACCTLINK 'J' LINKS. THE
      *    ACCOUNT WALK ABOVE HAS FINISHED, SO THE KEYED READ HERE
      *    DISTURBS NOTHING.
           B2000-SCAN-FOR-JOINT.
               READ LINK-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AL-CUSTOMER-NO = WS-CUSTOMER-NO
                           AND AL-JOINT-HOLDER
                           MOVE AL-BANK-ACCOUNT TO AR-BANK-ACCOUNT
                           READ ACCT-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF NOT AR-CLOSED
                                       MOVE "JOINT" TO WS-HOLDER-ROLE
                                       PERFORM C0000-SHOW-ONE-ACCOUNT
                                   END-IF
                           END-READ
                       END-IF
               END-READ.

      *    DEPOSITS ARE EVERY CREDIT BALANCE HELD; BORROWING IS EVERY
      *    LOAN OUTSTANDING PLUS EVERY OVERDRAWN BALANCE.
           B3000-SHOW-TOTALS.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM P1000-EMIT-LINE
               IF WS-ACCT-COUNT = ZEROES
                   MOVE "NO OPEN ACCOUNTS ON FILE FOR THIS CUSTOMER"
                       TO WS-PRINT-LINE
                   PERFORM P1000-EMIT-LINE
               ELSE
                   MOVE "OPEN ACCOUNTS HELD" TO WS-PN-LABEL
                   MOVE WS-ACCT-COUNT TO WS-PN-COUNT
                   MOVE WS-PL-COUNT TO WS-PRINT-LINE
                   PERFORM P1000-EMIT-LINE
                   MOVE "TOTAL DEPOSITS" TO WS-PM-LABEL
                   MOVE WS-TOTAL-DEPOSITS TO WS-PM-AMOUNT
                   MOVE WS-PL-AMOUNT TO WS-PRINT-LINE
                   PERFORM P1000-EMIT-LINE
                   MOVE "TOTAL BORROWING" TO WS-PM-LABEL
                   MOVE WS-TOTAL-BORROWING TO WS-PM-AMOUNT
                   MOVE WS-PL-AMOUNT TO WS-PRINT-LINE
                   PERFORM P1000-EMIT-LINE
                   COMPUTE WS-NET-POSITION =
                       WS-TOTAL-DEPOSITS - WS-TOTAL-BORROWING
                   MOVE "NET POSITION" TO WS-PM-LABEL
                   MOVE WS-NET-POSITION TO WS-PM-AMOUNT
                   MOVE WS-PL-AMOUNT TO WS-PRINT-LINE
                   PERFORM P1000-EMIT-LINE
               END-IF.

      ******************************************************************
      *    ONE ACCOUNT
      ******************************************************************
           C0000-SHOW-ONE-ACCOUNT.
               ADD 1 TO WS-ACCT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM P1000-EMIT-LINE
               MOVE AR-BANK-ACCOUNT TO WS-PC-ACCOUNT
               EVALUATE TRUE
                   WHEN AR-LOAN
                       MOVE "LOAN" TO WS-PC-TYPE
                   WHEN AR-TERM-DEP
                       MOVE "TERM DEP" TO WS-PC-TYPE
                   WHEN OTHER
                       MOVE "ON-DEMAND" TO WS-PC-TYPE
               END-EVALUATE
               MOVE AR-BRANCH-CODE TO WS-PC-BRANCH
               EVALUATE TRUE
                   WHEN AR-ACTIVE
                       MOVE "ACTIVE" TO WS-PC-STATUS
                   WHEN AR-DORMANT
                       MOVE "DORMANT" TO WS-PC-STATUS
                   WHEN AR-FROZEN
                       MOVE "FROZEN" TO WS-PC-STATUS
                   WHEN AR-WRITTEN-OFF
                       MOVE "WRT-OFF" TO WS-PC-STATUS
                   WHEN OTHER
                       MOVE AR-STATUS TO WS-PC-STATUS
               END-EVALUATE
               MOVE WS-HOLDER-ROLE TO WS-PC-ROLE
               MOVE WS-PL-ACCOUNT TO WS-PRINT-LINE
               PERFORM P1000-EMIT-LINE
               MOVE "LEDGER BALANCE" TO WS-PM-LABEL
               MOVE AR-BALANCE TO WS-PM-AMOUNT
               MOVE WS-PL-AMOUNT TO WS-PRINT-LINE
               PERFORM P1000-EMIT-LINE
               EVALUATE TRUE
                   WHEN AR-LOAN
                       PERFORM C3000-SHOW-LOAN
                   WHEN AR-TERM-DEP
                       PERFORM C2000-SHOW-TERM-DEPOSIT
                   WHEN OTHER
                       PERFORM C1000-SHOW-DEMAND
               END-EVALUATE
               IF NOT WS-SORD-FILE-MISSING
                   PERFORM C4000-SHOW-ORDERS
               END-IF.

      *    AVAILABLE BALANCE IS THE FIGURE EXIST-CUST LETS A CUSTOMER
      *    DRAW AGAINST: BALANCE PLUS OVERDRAFT LIMIT LESS ACTIVE
      *    UNEXPIRED HOLDS. NOTHING CAN BE DRAWN FROM AN ACCOUNT THAT
      *    IS NOT ACTIVE, SO ITS AVAILABLE BALANCE IS SHOWN AS ZERO.
           C1000-SHOW-DEMAND.
               PERFORM C1100-SUM-ACTIVE-HOLDS
               IF AR-OD-LIMIT > ZEROES
                   MOVE "OVERDRAFT LIMIT" TO WS-PM-LABEL
                   MOVE AR-OD-LIMIT TO WS-PM-AMOUNT
                   MOVE WS-PL-AMOUNT TO WS-PRINT-LINE
                   PERFORM P1000-EMIT-LINE
               END-IF
               IF WS-HOLD-TOTAL > ZEROES
                   MOVE "ACTIVE HOLDS" TO WS-PM-LABEL
                   MOVE WS-HOLD-TOTAL TO WS-PM-AMOUNT
                   MOVE WS-PL-AMOUNT TO WS-PRINT-LINE
                   PERFORM P1000-EMIT-LINE
               END-IF
               IF AR-ACTIVE
                   COMPUTE WS-AVAIL-FUNDS =
                       AR-BALANCE + AR-OD-LIMIT - WS-HOLD-TOTAL
               ELSE
                   MOVE ZEROES TO WS-AVAIL-FUNDS
               END-IF
               MOVE "AVAILABLE BALANCE" TO WS-PM-LABEL
               MOVE WS-AVAIL-FUNDS TO WS-PM-AMOUNT
               MOVE WS-PL-AMOUNT TO WS-PRINT-LINE
               PERFORM P1000-EMIT-LINE
               IF AR-BALANCE < ZEROES
                   COMPUTE WS-TOTAL-BORROWING =
                       WS-TOTAL-BORROWING - AR-BALANCE
               ELSE
                   ADD AR-BALANCE TO WS-TOTAL-DEPOSITS
               END-IF.

           C1100-SUM-ACTIVE-HOLDS.
               MOVE ZEROES TO WS-HOLD-TOTAL
               IF NOT WS-HOLD-FILE-MISSING
                   MOVE ZEROES TO HD-HOLD-NO
                   START HOLD-FILE KEY NOT LESS THAN HD-HOLD-NO
                       INVALID KEY
                           SET WS-HOLD-EOF TO TRUE
                   END-START
                   PERFORM C1150-SUM-ONE-HOLD UNTIL WS-HOLD-EOF
               END-IF.

           C1150-SUM-ONE-HOLD.
               READ HOLD-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HD-BANK-ACCOUNT = AR-BANK-ACCOUNT
                           AND HD-ACTIVE
                           AND HD-EXPIRY-DATE NOT < WS-TODAY
                           ADD HD-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
               END-READ.

      *    THE EXPECTED PAYOUT IS WHAT TD-MATUR WILL CREDIT TO THE
      *    LINKED ACCOUNT: THE BALANCE PLUS THE CONTRACTED INTEREST
      *    (PRINCIPAL TIMES AR-TD-RATE) LESS WITHHOLDING TAX, UNLESS
      *    THE PRIMARY HOLDER IS EXEMPT. THE CUSTOMER MASTER'S OWN
      *    RECORD IS RE-READ FOR THAT, SO NOTHING ELSE MOVES.
           C2000-SHOW-TERM-DEPOSIT.
               MOVE "MATURES ON" TO WS-PD-LABEL
               MOVE AR-TD-MATURITY-DATE TO WS-PD-DATE
               MOVE WS-PL-DATE TO WS-PRINT-LINE
               PERFORM P1000-EMIT-LINE
               COMPUTE WS-TD-INTEREST ROUNDED =
                   AR-TD-PRINCIPAL * AR-TD-RATE
               MOVE ZEROES TO WS-TD-TAX
               IF WS-RATE-WHT > ZEROES
                   COMPUTE WS-TD-TAX ROUNDED =
                       WS-TD-INTEREST * WS-RATE-WHT
                   MOVE AR-CUSTOMER-NO TO CU-CUSTOMER-NO
                   READ CUST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CU-TAX-EXEMPT
                               MOVE ZEROES TO WS-TD-TAX
                           END-IF
                   END-READ
               END-IF
               COMPUTE WS-TD-PAYOUT =
                   AR-BALANCE + WS-TD-INTEREST - WS-TD-TAX
               MOVE "EXPECTED PAYOUT" TO WS-PM-LABEL
               MOVE WS-TD-PAYOUT TO WS-PM-AMOUNT
               MOVE WS-PL-AMOUNT TO WS-PRINT-LINE
               PERFORM P1000-EMIT-LINE
               MOVE "PAYS OUT TO ACCOUNT" TO WS-PD-LABEL
               MOVE AR-TD-LINKED-ACCT TO WS-PD-DATE
               MOVE WS-PL-DATE TO WS-PRINT-LINE
               PERFORM P1000-EMIT-LINE
               IF AR-BALANCE > ZEROES
                   ADD AR-BALANCE TO WS-TOTAL-DEPOSITS
               END-IF.

      *    A LOAN'S DEBT IS CARRIED AS A NEGATIVE BALANCE.
           C3000-SHOW-LOAN.
               MOVE ZEROES TO WS-LOAN-OUTSTANDING
               IF AR-BALANCE < ZEROES
                   COMPUTE WS-LOAN-OUTSTANDING = ZEROES - AR-BALANCE
               END-IF
               MOVE "LOAN OUTSTANDING" TO WS-PM-LABEL
               MOVE WS-LOAN-OUTSTANDING TO WS-PM-AMOUNT
               MOVE WS-PL-AMOUNT TO WS-PRINT-LINE
               PERFORM P1000-EMIT-LINE
               MOVE "MONTHLY REPAYMENT" TO WS-PM-LABEL
               MOVE AR-LN-REPAY-AMT TO WS-PM-AMOUNT
               MOVE WS-PL-AMOUNT TO WS-PRINT-LINE
               PERFORM P1000-EMIT-LINE
               MOVE "ARREARS (MISSED COLLECTIONS)" TO WS-PN-LABEL
               MOVE AR-LN-ARREARS-COUNT TO WS-PN-COUNT
               MOVE WS-PL-COUNT TO WS-PRINT-LINE
               PERFORM P1000-EMIT-LINE
               ADD WS-LOAN-OUTSTANDING TO WS-TOTAL-BORROWING.

      *    ACTIVE STANDING ORDERS DRAWN ON THE ACCOUNT.
           C4000-SHOW-ORDERS.
               MOVE ZEROES TO WS-SO-COUNT
               MOVE ZEROES TO SO-ORDER-NO
               START SORD-FILE KEY NOT LESS THAN SO-ORDER-NO
                   INVALID KEY
                       SET WS-SORD-EOF TO TRUE
               END-START
               PERFORM C4100-SHOW-ONE-ORDER UNTIL WS-SORD-EOF.

           C4100-SHOW-ONE-ORDER.
               READ SORD-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SO-SRC-ACCOUNT = AR-BANK-ACCOUNT
                           AND SO-ACTIVE
                           ADD 1 TO WS-SO-COUNT
                           MOVE SO-ORDER-NO     TO WS-PO-ORDER-NO
                           MOVE SO-DEST-ACCOUNT TO WS-PO-DEST
                           MOVE SO-DAY-OF-MONTH TO WS-PO-DAY
                           MOVE SO-AMOUNT       TO WS-PO-AMOUNT
                           MOVE WS-PL-ORDER TO WS-PRINT-LINE
                           PERFORM P1000-EMIT-LINE
                       END-IF
               END-READ.

           P1000-EMIT-LINE.
               DISPLAY WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO RPT-LINE
               WRITE RPT-LINE.

           A9000-CLOSE-FILES.
               IF NOT WS-CUST-FILE-MISSING
                   CLOSE CUST-FILE
               END-IF
               IF NOT WS-ACCT-FILE-MISSING
                   CLOSE ACCT-FILE
               END-IF
               IF NOT WS-LINK-FILE-MISSING
                   CLOSE LINK-FILE
               END-IF
               IF NOT WS-SORD-FILE-MISSING
                   CLOSE SORD-FILE
               END-IF
               IF NOT WS-HOLD-FILE-MISSING
                   CLOSE HOLD-FILE
               END-IF
               CLOSE RPT-FILE.

       END PROGRAM CUST-POS.
