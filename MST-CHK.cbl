      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: NIGHTLY CROSS-FILE INTEGRITY CHECK OF THE KEYED
      *          MASTERS. JRNL-RECON PROVES THE MONEY; THIS PROVES THE
      *          MASTERS STILL AGREE WITH EACH OTHER BEFORE MST-BKUP
      *          TAKES THE NIGHT'S SET. SEVEN CHECKS ARE MADE:
      *            1 EVERY ACCOUNT'S AR-CUSTOMER-NO IS ON CUSTMST
      *            2 EVERY ACCTLINK LINK NAMES AN EXISTING ACCOUNT
      *              AND AN EXISTING CUSTOMER
      *            3 EVERY OPEN TERM DEPOSIT'S AND LOAN'S LINKED
      *              ACCOUNT EXISTS AND IS AN ACTIVE ON-DEMAND ACCOUNT
      *            4 EVERY ACTIVE STANDING ORDER'S SOURCE AND
      *              DESTINATION ACCOUNTS EXIST AND ARE NOT CLOSED
      *            5 EVERY ACTIVE HOLD SITS ON AN OPEN ACCOUNT
      *            6 EVERY DRWRFILE DRAWER'S TELLER IS ON TELLERMST
      *              AT THE SAME BRANCH
      *            7 ACCTCTL'S LAST SEQUENCE FOR EACH BRANCH IS NOT
      *              BELOW THE HIGHEST ACCOUNT NUMBER ISSUED THERE
      *          EXCEPTIONS ARE LISTED ON MSTCHKRPT BY CHECK AND THEN
      *          BY BRANCH. A BREAK THAT MEANS A RECORD POINTS AT
      *          NOTHING, OR THAT THE NEXT ACCOUNT NUMBER ISSUED WOULD
      *          COLLIDE, IS SEVERE AND FAILS THE STEP, SO NITE-RUN
      *          STOPS BEFORE A CORRUPT SET IS BACKED UP. A BREAK THE
      *          DAY'S BUSINESS CAN CAUSE (A DORMANT PAYOUT ACCOUNT, A
      *          HOLD LEFT ON A CLOSED ACCOUNT) IS A WARNING ONLY.
      *          THE CHECK CHANGES NOTHING.
      * Tectonics: cobc
      *
      * Modification History
      * 15/10/26  AD  A WRITTEN-OFF LOAN IS NO LONGER OPEN FOR CHECK 3,
      *               SO ITS LINKED ACCOUNT MAY BE CLOSED WITHOUT AN
      *               EXCEPTION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MST-CHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-BANK-ACCOUNT
               FILE STATUS IS WS-ACCT-FILE-STATUS.

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

           SELECT DRWR-FILE ASSIGN TO "DRWRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-DRAWER-KEY
               FILE STATUS IS WS-DRWR-FILE-STATUS.

           SELECT TELLER-FILE ASSIGN TO "TELLERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-TELLER-ID
               FILE STATUS IS WS-TELLER-FILE-STATUS.

           SELECT CTL-FILE ASSIGN TO "ACCTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-BRANCH-CODE
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "MSTCHKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
           COPY ACCTREC.

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  LINK-FILE.
           COPY LNKREC.

       FD  SORD-FILE.
           COPY SORDREC.

       FD  HOLD-FILE.
           COPY HLDREC.

       FD  DRWR-FILE.
           COPY DRWREC.

       FD  TELLER-FILE.
           COPY TELLREC.

       FD  CTL-FILE.
           COPY CTLREC.

       FD  RPT-FILE.
       01  RPT-LINE                  PIC X(80).

       FD  SYSCTL-FILE.
           COPY SYSREC.

      *    ONE LINE PER EXCEPTION. THE CHECK NUMBER IS THE ORDER THE
      *    CHECKS PRINT IN; THE KEY AND OTHER FIELDS CARRY WHATEVER
      *    THE CHECK'S COLUMN HEADINGS SAY THEY DO.
       SD  SORT-FILE.
       01  SR-SORT-RECORD.
           05  SR-CHECK              PIC 9(01).
           05  SR-BRANCH             PIC 9(02).
           05  SR-KEY                PIC 9(08).
           05  SR-OTHER              PIC 9(08).
           05  SR-SEVERITY           PIC X(01).
               88  SR-SEVERE             VALUE 'S'.
               88  SR-WARNING            VALUE 'W'.
           05  SR-TEXT               PIC X(40).

       WORKING-STORAGE SECTION.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-EOF            VALUE '10'.
               88 WS-ACCT-NOT-FOUND      VALUE '23'.
               88 WS-ACCT-FILE-MISSING   VALUE '35'.
           01 WS-CUST-FILE-STATUS    PIC X(02).
               88 WS-CUST-FILE-MISSING   VALUE '35'.
           01 WS-LINK-FILE-STATUS    PIC X(02).
               88 WS-LINK-EOF            VALUE '10'.
               88 WS-LINK-FILE-MISSING   VALUE '35'.
           01 WS-SORD-FILE-STATUS    PIC X(02).
               88 WS-SORD-EOF            VALUE '10'.
               88 WS-SORD-FILE-MISSING   VALUE '35'.
           01 WS-HOLD-FILE-STATUS    PIC X(02).
               88 WS-HOLD-EOF            VALUE '10'.
               88 WS-HOLD-FILE-MISSING   VALUE '35'.
           01 WS-DRWR-FILE-STATUS    PIC X(02).
               88 WS-DRWR-EOF            VALUE '10'.
               88 WS-DRWR-FILE-MISSING   VALUE '35'.
           01 WS-TELLER-FILE-STATUS  PIC X(02).
               88 WS-TELLER-FILE-MISSING VALUE '35'.
           01 WS-CTL-FILE-STATUS     PIC X(02).
               88 WS-CTL-EOF             VALUE '10'.
               88 WS-CTL-FILE-MISSING    VALUE '35'.
           01 WS-RPT-FILE-STATUS     PIC X(02).
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.
           01 WS-SORT-EOF-SW         PIC X(01).
               88 WS-SORT-EOF            VALUE 'Y'.

           01 WS-RUN-DATE            PIC 9(08).

      *    RESULTS OF THE KEYED LOOKUPS. A MASTER THAT IS NOT ON HAND
      *    AT ALL ANSWERS "NOT FOUND" FOR EVERY KEY.
           01 WS-CUST-FOUND-SW       PIC X(01).
               88 WS-CUST-FOUND          VALUE 'Y'.
           01 WS-LOOKUP-ACCT-SW      PIC X(01).
               88 WS-LOOKUP-ACCT-FOUND   VALUE 'Y'.
           01 WS-TELLER-FOUND-SW     PIC X(01).
               88 WS-TELLER-FOUND        VALUE 'Y'.
           01 WS-LOOKUP-CUST         PIC 9(08).
           01 WS-LOOKUP-ACCT         PIC 9(08).
           01 WS-LOOKUP-STATUS       PIC X(01).
           01 WS-LOOKUP-TYPE         PIC X(01).
           01 WS-LOOKUP-BRANCH       PIC 9(02).

      *    THE ACCOUNT WALK IS PARKED WHILE A TERM DEPOSIT'S OR
      *    LOAN'S LINKED ACCOUNT IS READ, THEN PICKED UP AGAIN AFTER
      *    THE PARKED ACCOUNT NUMBER.
           01 WS-SAVED-ACCT-RECORD   PIC X(200).
           01 WS-WALK-ACCOUNT        PIC 9(08).
           01 WS-REPOSITION-SW       PIC X(01).
               88 WS-REPOSITION-NEEDED   VALUE 'Y'.
           01 WS-LINKED-ACCT         PIC 9(08).
           01 WS-LINKED-LABEL        PIC X(12).

      *    AN ACCOUNT NUMBER IS THE ISSUING BRANCH (2 DIGITS) AND
      *    THAT BRANCH'S ACCTCTL SEQUENCE (6 DIGITS).
           01 WS-ACCT-NUMBER         PIC 9(08).
           01 WS-ACCT-NUMBER-PARTS REDEFINES WS-ACCT-NUMBER.
               05 WS-ACCT-PREFIX      PIC 9(02).
               05 WS-ACCT-SEQ         PIC 9(06).

      *    HIGHEST SEQUENCE ACTUALLY ISSUED PER BRANCH PREFIX, BUILT
      *    ON THE ACCOUNT WALK. ENTRY N IS BRANCH N-1.
           01 WS-BRANCH-SEQ-TABLE.
               05 WS-BRANCH-ENTRY OCCURS 100 TIMES.
                   10 WS-BR-HIGH-SEQ  PIC 9(06).
                   10 WS-BR-ISSUED-SW PIC X(01).
                       88 WS-BR-ISSUED    VALUE 'Y'.
                   10 WS-BR-CTL-SW    PIC X(01).
                       88 WS-BR-CTL-SEEN  VALUE 'Y'.
           01 WS-BR-IDX              PIC 9(03).

           01 WS-ACCT-COUNT          PIC 9(06) VALUE ZEROES.
           01 WS-LINK-COUNT          PIC 9(06) VALUE ZEROES.
           01 WS-SORD-COUNT          PIC 9(06) VALUE ZEROES.
           01 WS-HOLD-COUNT          PIC 9(06) VALUE ZEROES.
           01 WS-DRWR-COUNT          PIC 9(06) VALUE ZEROES.
           01 WS-CTL-COUNT           PIC 9(06) VALUE ZEROES.
           01 WS-SEVERE-COUNT        PIC 9(06) VALUE ZEROES.
           01 WS-WARNING-COUNT       PIC 9(06) VALUE ZEROES.

      *    BREAK CONTROL FOR THE SORTED LIST. 999 IS NO BRANCH YET.
           01 WS-PREV-CHECK          PIC 9(01).
           01 WS-PREV-BRANCH         PIC 9(03).
           01 WS-CHECK-SEVERE        PIC 9(06).
           01 WS-CHECK-WARNING       PIC 9(06).

           01 WS-CHECK-NAMES.
               05 FILLER              PIC X(40)
                   VALUE "1 ACCOUNT HOLDER NOT ON CUSTMST".
               05 FILLER              PIC X(20)
                   VALUE "ACCOUNT   CUSTOMER".
               05 FILLER              PIC X(40)
                   VALUE "2 ACCTLINK LINK TO NO ACCOUNT OR HOLDER".
               05 FILLER              PIC X(20)
                   VALUE "ACCOUNT   CUSTOMER".
               05 FILLER              PIC X(40)
                   VALUE "3 TD/LOAN LINKED ACCOUNT NOT USABLE".
               05 FILLER              PIC X(20)
                   VALUE "ACCOUNT   LINKED".
               05 FILLER              PIC X(40)
                   VALUE "4 STANDING ORDER ACCOUNT MISSING/CLOSED".
               05 FILLER              PIC X(20)
                   VALUE "ORDER     ACCOUNT".
               05 FILLER              PIC X(40)
                   VALUE "5 ACTIVE HOLD ON AN ACCOUNT NOT OPEN".
               05 FILLER              PIC X(20)
                   VALUE "HOLD      ACCOUNT".
               05 FILLER              PIC X(40)
                   VALUE "6 DRAWER TELLER OR BRANCH DISAGREES".
               05 FILLER              PIC X(20)
                   VALUE "TELLER    DATE".
               05 FILLER              PIC X(40)
                   VALUE "7 ACCTCTL SEQUENCE BELOW NUMBERS ISSUED".
               05 FILLER              PIC X(20)
                   VALUE "LAST SEQ  HIGHEST".
           01 WS-CHECK-TABLE REDEFINES WS-CHECK-NAMES.
               02 WS-CHECK-ENTRY OCCURS 7 TIMES.
                   05 WS-CHECK-NAME   PIC X(40).
                   05 WS-CHECK-COLS   PIC X(20).

           01 WS-RPT-HDR-LINE.
               05 FILLER              PIC X(36)
                   VALUE "MASTER FILE INTEGRITY CHECK AS AT ".
               05 WS-RH-RUN-DATE      PIC 9(08).

           01 WS-RPT-CHECK-LINE.
               05 FILLER              PIC X(06) VALUE "CHECK ".
               05 WS-RK-NAME          PIC X(40).

           01 WS-RPT-BRANCH-LINE.
               05 FILLER              PIC X(09) VALUE "  BRANCH ".
               05 WS-RB-BRANCH        PIC 9(02).

           01 WS-RPT-COLUMN-LINE.
               05 FILLER              PIC X(14)
                   VALUE "    SEVERITY  ".
               05 WS-RC-COLS          PIC X(20).
               05 FILLER              PIC X(09) VALUE "EXCEPTION".

           01 WS-RPT-DETAIL.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-RD-SEVERITY      PIC X(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-KEY           PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-OTHER         PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-TEXT          PIC X(40).

           01 WS-RPT-SUMMARY.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-RS-LABEL         PIC X(34).
               05 WS-RS-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0100-OPEN-FILES.
           PERFORM A0200-PRINT-HEADER.
           IF WS-ACCT-FILE-MISSING
               MOVE "NO ACCOUNT MASTER ON HAND, NOTHING TO CHECK"
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE ZEROES TO WS-BRANCH-SEQ-TABLE
               SORT SORT-FILE
                   ON ASCENDING KEY SR-CHECK
                                    SR-BRANCH
                                    SR-KEY
                                    SR-OTHER
                   INPUT PROCEDURE IS B1000-RELEASE-EXCEPTIONS
                   OUTPUT PROCEDURE IS B3000-PRINT-EXCEPTIONS
               PERFORM A5000-PRINT-SUMMARY
           END-IF.
           PERFORM A9000-CLOSE-FILES.
           IF WS-SEVERE-COUNT > ZEROES
               DISPLAY "MASTER FILES FAILED THE INTEGRITY CHECK, "
                   WS-SEVERE-COUNT " SEVERE BREAKS -- SEE MSTCHKRPT "
                   "BEFORE THE SET IS BACKED UP"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

           A0050-GET-BUSINESS-DATE.
               OPEN INPUT SYSCTL-FILE
               IF NOT WS-SYSCTL-FILE-MISSING
                   MOVE 01 TO SY-CONTROL-ID
                   READ SYSCTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SY-BUSINESS-DATE TO WS-RUN-DATE
                           SET WS-BUS-DATE-FOUND TO TRUE
                   END-READ
                   CLOSE SYSCTL-FILE
               END-IF
               IF NOT WS-BUS-DATE-FOUND
                   DISPLAY "NO BUSINESS DATE ON SYSCTL, USING THE "
                       "WALL-CLOCK DATE -- RUN EOD-ADV TO SET IT"
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
               END-IF.

      *    EVERY MASTER IS READ ONLY. ONE THAT IS NOT ON HAND IS
      *    SIMPLY NOT CHECKED, EXCEPT THAT A MISSING CUSTOMER MASTER
      *    OR TELLER MASTER LEAVES EVERY RECORD POINTING AT IT BROKEN.
           A0100-OPEN-FILES.
               OPEN INPUT ACCT-FILE
               OPEN INPUT CUST-FILE
               IF WS-CUST-FILE-MISSING
                   DISPLAY "WARNING: NO CUSTOMER MASTER ON HAND"
               END-IF
               OPEN INPUT LINK-FILE
               OPEN INPUT SORD-FILE
               OPEN INPUT HOLD-FILE
               OPEN INPUT DRWR-FILE
               OPEN INPUT TELLER-FILE
               IF WS-TELLER-FILE-MISSING
                   DISPLAY "WARNING: NO TELLER MASTER ON HAND"
               END-IF
               OPEN INPUT CTL-FILE
               OPEN OUTPUT RPT-FILE.

           A0200-PRINT-HEADER.
               MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
               MOVE WS-RPT-HDR-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE "SEVERE BREAKS FAIL THE STEP AND STOP THE NIGHTLY "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CHAIN BEFORE THE BACKUP; WARNINGS ARE FOR THE "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "BRANCH TO CLEAR UP" TO RPT-LINE
               WRITE RPT-LINE.

      ******************************************************************
      * SORT INPUT: ONE PASS OVER EACH MASTER THAT POINTS AT ANOTHER,
      * LOOKING EACH POINTER UP BY KEY.
      ******************************************************************
           B1000-RELEASE-EXCEPTIONS.
               PERFORM B1100-CHECK-ACCOUNTS
               IF NOT WS-LINK-FILE-MISSING
                   PERFORM B1400-CHECK-LINKS
               END-IF
               IF NOT WS-SORD-FILE-MISSING
                   PERFORM B1500-CHECK-STANDING-ORDERS
               END-IF
               IF NOT WS-HOLD-FILE-MISSING
                   PERFORM B1600-CHECK-HOLDS
               END-IF
               IF NOT WS-DRWR-FILE-MISSING
                   PERFORM B1700-CHECK-DRAWERS
               END-IF
               PERFORM B1800-CHECK-ACCOUNT-CONTROL.

      *    CHECKS 1 AND 3, AND THE HIGHEST SEQUENCE ISSUED PER BRANCH
      *    FOR CHECK 7.
           B1100-CHECK-ACCOUNTS.
               MOVE ZEROES TO AR-BANK-ACCOUNT
               START ACCT-FILE KEY NOT LESS THAN AR-BANK-ACCOUNT
                   INVALID KEY
                       SET WS-ACCT-EOF TO TRUE
               END-START
               IF NOT WS-ACCT-EOF
                   PERFORM B1150-READ-NEXT-ACCOUNT
                   PERFORM B1200-CHECK-ONE-ACCOUNT
                       UNTIL WS-ACCT-EOF
               END-IF.

           B1150-READ-NEXT-ACCOUNT.
               READ ACCT-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           B1200-CHECK-ONE-ACCOUNT.
               ADD 1 TO WS-ACCT-COUNT
               MOVE 'N' TO WS-REPOSITION-SW
               MOVE AR-BANK-ACCOUNT TO WS-ACCT-NUMBER
               COMPUTE WS-BR-IDX = WS-ACCT-PREFIX + 1
               SET WS-BR-ISSUED(WS-BR-IDX) TO TRUE
               IF WS-ACCT-SEQ > WS-BR-HIGH-SEQ(WS-BR-IDX)
                   MOVE WS-ACCT-SEQ TO WS-BR-HIGH-SEQ(WS-BR-IDX)
               END-IF
               MOVE AR-CUSTOMER-NO TO WS-LOOKUP-CUST
               PERFORM C1000-LOOKUP-CUSTOMER
               IF NOT WS-CUST-FOUND
                   MOVE 1               TO SR-CHECK
                   MOVE AR-BRANCH-CODE  TO SR-BRANCH
                   MOVE AR-BANK-ACCOUNT TO SR-KEY
                   MOVE AR-CUSTOMER-NO  TO SR-OTHER
                   SET SR-SEVERE TO TRUE
                   MOVE "PRIMARY HOLDER NOT ON CUSTMST" TO SR-TEXT
                   RELEASE SR-SORT-RECORD
               END-IF
               IF NOT AR-CLOSED AND NOT AR-WRITTEN-OFF
                   EVALUATE TRUE
                       WHEN AR-TERM-DEP
                           MOVE AR-TD-LINKED-ACCT TO WS-LINKED-ACCT
                           MOVE "PAYOUT"          TO WS-LINKED-LABEL
                           PERFORM B1300-CHECK-LINKED-ACCOUNT
                       WHEN AR-LOAN
                           MOVE AR-LN-LINKED-ACCT TO WS-LINKED-ACCT
                           MOVE "REPAYMENT"       TO WS-LINKED-LABEL
                           PERFORM B1300-CHECK-LINKED-ACCOUNT
                   END-EVALUATE
               END-IF
               IF WS-REPOSITION-NEEDED
                   MOVE WS-WALK-ACCOUNT TO AR-BANK-ACCOUNT
                   START ACCT-FILE KEY GREATER THAN AR-BANK-ACCOUNT
                       INVALID KEY
                           SET WS-ACCT-EOF TO TRUE
                   END-START
               END-IF
               IF NOT WS-ACCT-EOF
                   PERFORM B1150-READ-NEXT-ACCOUNT
               END-IF.

      *    A MISSING, CLOSED OR NON-DEMAND LINKED ACCOUNT LEAVES
      *    TD-MATUR OR LOAN-COLL NOWHERE TO GO -- SEVERE. A DORMANT
      *    OR FROZEN ONE IS A NORMAL BUSINESS STATE THE BRANCH SHOULD
      *    SEE BEFORE THE NEXT PAYOUT OR COLLECTION -- A WARNING.
           B1300-CHECK-LINKED-ACCOUNT.
               MOVE AR-ACCOUNT-RECORD TO WS-SAVED-ACCT-RECORD
               MOVE AR-BANK-ACCOUNT   TO WS-WALK-ACCOUNT
               SET WS-REPOSITION-NEEDED TO TRUE
               MOVE 3               TO SR-CHECK
               MOVE AR-BRANCH-CODE  TO SR-BRANCH
               MOVE AR-BANK-ACCOUNT TO SR-KEY
               MOVE WS-LINKED-ACCT  TO SR-OTHER
               MOVE WS-LINKED-ACCT  TO WS-LOOKUP-ACCT
               PERFORM C1100-LOOKUP-ACCOUNT
               MOVE SPACES TO SR-TEXT
               EVALUATE TRUE
                   WHEN NOT WS-LOOKUP-ACCT-FOUND
                       SET SR-SEVERE TO TRUE
                       STRING WS-LINKED-LABEL DELIMITED BY SPACE
                           " ACCOUNT DOES NOT EXIST" DELIMITED BY SIZE
                           INTO SR-TEXT
                       END-STRING
                   WHEN WS-LOOKUP-TYPE NOT = 'D'
                       SET SR-SEVERE TO TRUE
                       STRING WS-LINKED-LABEL DELIMITED BY SPACE
                           " ACCOUNT IS NOT ON-DEMAND" DELIMITED BY SIZE
                           INTO SR-TEXT
                       END-STRING
                   WHEN WS-LOOKUP-STATUS = 'C'
                       SET SR-SEVERE TO TRUE
                       STRING WS-LINKED-LABEL DELIMITED BY SPACE
                           " ACCOUNT IS CLOSED" DELIMITED BY SIZE
                           INTO SR-TEXT
                       END-STRING
                   WHEN WS-LOOKUP-STATUS NOT = 'A'
                       SET SR-WARNING TO TRUE
                       STRING WS-LINKED-LABEL DELIMITED BY SPACE
                           " ACCOUNT DORMANT OR FROZEN"
                               DELIMITED BY SIZE
                           INTO SR-TEXT
                       END-STRING
               END-EVALUATE
               IF SR-TEXT NOT = SPACES
                   RELEASE SR-SORT-RECORD
               END-IF
               MOVE WS-SAVED-ACCT-RECORD TO AR-ACCOUNT-RECORD.

      *    CHECK 2. A LINK WHOSE ACCOUNT IS GONE IS LISTED UNDER THE
      *    BRANCH ITS ACCOUNT NUMBER WAS ISSUED AT.
           B1400-CHECK-LINKS.
               MOVE ZEROES TO AL-BANK-ACCOUNT
               MOVE ZEROES TO AL-CUSTOMER-NO
               START LINK-FILE KEY NOT LESS THAN AL-LINK-KEY
                   INVALID KEY
                       SET WS-LINK-EOF TO TRUE
               END-START
               IF NOT WS-LINK-EOF
                   PERFORM B1450-READ-NEXT-LINK
                   PERFORM B1460-CHECK-ONE-LINK
                       UNTIL WS-LINK-EOF
               END-IF.

           B1450-READ-NEXT-LINK.
               READ LINK-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           B1460-CHECK-ONE-LINK.
               ADD 1 TO WS-LINK-COUNT
               MOVE 2              TO SR-CHECK
               MOVE AL-BANK-ACCOUNT TO SR-KEY
               MOVE AL-CUSTOMER-NO TO SR-OTHER
               SET SR-SEVERE TO TRUE
               MOVE AL-BANK-ACCOUNT TO WS-LOOKUP-ACCT
               PERFORM C1100-LOOKUP-ACCOUNT
               MOVE WS-LOOKUP-BRANCH TO SR-BRANCH
               IF NOT WS-LOOKUP-ACCT-FOUND
                   MOVE "LINKED ACCOUNT DOES NOT EXIST" TO SR-TEXT
                   RELEASE SR-SORT-RECORD
               END-IF
               MOVE AL-CUSTOMER-NO TO WS-LOOKUP-CUST
               PERFORM C1000-LOOKUP-CUSTOMER
               IF NOT WS-CUST-FOUND
                   MOVE "LINKED HOLDER NOT ON CUSTMST" TO SR-TEXT
                   RELEASE SR-SORT-RECORD
               END-IF
               PERFORM B1450-READ-NEXT-LINK.

      *    CHECK 4, ACTIVE ORDERS ONLY -- AN EXPIRED OR CANCELLED
      *    ORDER NEVER RUNS AGAIN. A MISSING ACCOUNT IS SEVERE; A
      *    CLOSED ONE IS AN ORDER THE BRANCH FORGOT TO CANCEL.
           B1500-CHECK-STANDING-ORDERS.
               MOVE ZEROES TO SO-ORDER-NO
               START SORD-FILE KEY NOT LESS THAN SO-ORDER-NO
                   INVALID KEY
                       SET WS-SORD-EOF TO TRUE
               END-START
               IF NOT WS-SORD-EOF
                   PERFORM B1550-READ-NEXT-ORDER
                   PERFORM B1560-CHECK-ONE-ORDER
                       UNTIL WS-SORD-EOF
               END-IF.

           B1550-READ-NEXT-ORDER.
               READ SORD-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           B1560-CHECK-ONE-ORDER.
               ADD 1 TO WS-SORD-COUNT
               IF SO-ACTIVE
                   MOVE SO-SRC-ACCOUNT TO WS-LOOKUP-ACCT
                   MOVE "SOURCE"       TO WS-LINKED-LABEL
                   PERFORM B1570-CHECK-ORDER-ACCOUNT
                   MOVE SO-DEST-ACCOUNT TO WS-LOOKUP-ACCT
                   MOVE "DESTINATION"  TO WS-LINKED-LABEL
                   PERFORM B1570-CHECK-ORDER-ACCOUNT
               END-IF
               PERFORM B1550-READ-NEXT-ORDER.

           B1570-CHECK-ORDER-ACCOUNT.
               MOVE 4              TO SR-CHECK
               MOVE SO-ORDER-NO    TO SR-KEY
               MOVE WS-LOOKUP-ACCT TO SR-OTHER
               PERFORM C1100-LOOKUP-ACCOUNT
               MOVE WS-LOOKUP-BRANCH TO SR-BRANCH
               MOVE SPACES TO SR-TEXT
               EVALUATE TRUE
                   WHEN NOT WS-LOOKUP-ACCT-FOUND
                       SET SR-SEVERE TO TRUE
                       STRING WS-LINKED-LABEL DELIMITED BY SPACE
                           " ACCOUNT DOES NOT EXIST" DELIMITED BY SIZE
                           INTO SR-TEXT
                       END-STRING
                   WHEN WS-LOOKUP-STATUS = 'C'
                       SET SR-WARNING TO TRUE
                       STRING WS-LINKED-LABEL DELIMITED BY SPACE
                           " ACCOUNT IS CLOSED" DELIMITED BY SIZE
                           INTO SR-TEXT
                       END-STRING
               END-EVALUATE
               IF SR-TEXT NOT = SPACES
                   RELEASE SR-SORT-RECORD
               END-IF.

      *    CHECK 5, ACTIVE HOLDS ONLY. A HOLD ON A DORMANT OR FROZEN
      *    ACCOUNT IS IN ORDER; ONE ON A CLOSED ACCOUNT WAS MISSED AT
      *    CLOSURE.
           B1600-CHECK-HOLDS.
               MOVE ZEROES TO HD-HOLD-NO
               START HOLD-FILE KEY NOT LESS THAN HD-HOLD-NO
                   INVALID KEY
                       SET WS-HOLD-EOF TO TRUE
               END-START
               IF NOT WS-HOLD-EOF
                   PERFORM B1650-READ-NEXT-HOLD
                   PERFORM B1660-CHECK-ONE-HOLD
                       UNTIL WS-HOLD-EOF
               END-IF.

           B1650-READ-NEXT-HOLD.
               READ HOLD-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           B1660-CHECK-ONE-HOLD.
               ADD 1 TO WS-HOLD-COUNT
               IF HD-ACTIVE
                   MOVE 5               TO SR-CHECK
                   MOVE HD-HOLD-NO      TO SR-KEY
                   MOVE HD-BANK-ACCOUNT TO SR-OTHER
                   MOVE HD-BANK-ACCOUNT TO WS-LOOKUP-ACCT
                   PERFORM C1100-LOOKUP-ACCOUNT
                   MOVE WS-LOOKUP-BRANCH TO SR-BRANCH
                   EVALUATE TRUE
                       WHEN NOT WS-LOOKUP-ACCT-FOUND
                           SET SR-SEVERE TO TRUE
                           MOVE "HELD ACCOUNT DOES NOT EXIST" TO SR-TEXT
                           RELEASE SR-SORT-RECORD
                       WHEN WS-LOOKUP-STATUS = 'C'
                           SET SR-WARNING TO TRUE
                           MOVE "HELD ACCOUNT IS CLOSED" TO SR-TEXT
                           RELEASE SR-SORT-RECORD
                   END-EVALUATE
               END-IF
               PERFORM B1650-READ-NEXT-HOLD.

      *    CHECK 6. TELLERS ARE NEVER DELETED OR MOVED BETWEEN
      *    BRANCHES, SO EVERY DRAWER EVER OPENED MUST STILL MATCH ITS
      *    TELLER -- EITHER BREAK IS SEVERE.
           B1700-CHECK-DRAWERS.
               MOVE ZEROES TO DR-BUS-DATE
               MOVE ZEROES TO DR-TELLER-ID
               START DRWR-FILE KEY NOT LESS THAN DR-DRAWER-KEY
                   INVALID KEY
                       SET WS-DRWR-EOF TO TRUE
               END-START
               IF NOT WS-DRWR-EOF
                   PERFORM B1750-READ-NEXT-DRAWER
                   PERFORM B1760-CHECK-ONE-DRAWER
                       UNTIL WS-DRWR-EOF
               END-IF.

           B1750-READ-NEXT-DRAWER.
               READ DRWR-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           B1760-CHECK-ONE-DRAWER.
               ADD 1 TO WS-DRWR-COUNT
               MOVE 'N' TO WS-TELLER-FOUND-SW
               IF NOT WS-TELLER-FILE-MISSING
                   MOVE DR-TELLER-ID TO TL-TELLER-ID
                   READ TELLER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-TELLER-FOUND TO TRUE
                   END-READ
               END-IF
               MOVE 6              TO SR-CHECK
               MOVE DR-BRANCH-CODE TO SR-BRANCH
               MOVE DR-TELLER-ID   TO SR-KEY
               MOVE DR-BUS-DATE    TO SR-OTHER
               SET SR-SEVERE TO TRUE
               EVALUATE TRUE
                   WHEN NOT WS-TELLER-FOUND
                       MOVE "TELLER NOT ON TELLERMST" TO SR-TEXT
                       RELEASE SR-SORT-RECORD
                   WHEN TL-BRANCH-CODE NOT = DR-BRANCH-CODE
                       MOVE SPACES TO SR-TEXT
                       STRING "TELLER BELONGS TO BRANCH "
                           DELIMITED BY SIZE
                           TL-BRANCH-CODE DELIMITED BY SIZE
                           INTO SR-TEXT
                       END-STRING
                       RELEASE SR-SORT-RECORD
               END-EVALUATE
               PERFORM B1750-READ-NEXT-DRAWER.

      *    CHECK 7. A CONTROL RECORD BEHIND THE NUMBERS ALREADY ISSUED
      *    -- OR NO CONTROL RECORD AT ALL FOR A BRANCH THAT HAS ISSUED
      *    NUMBERS -- MEANS THE NEXT ACCOUNT OPENED THERE COLLIDES
      *    WITH AN EXISTING ONE.
           B1800-CHECK-ACCOUNT-CONTROL.
               IF NOT WS-CTL-FILE-MISSING
                   MOVE ZEROES TO CT-BRANCH-CODE
                   START CTL-FILE KEY NOT LESS THAN CT-BRANCH-CODE
                       INVALID KEY
                           SET WS-CTL-EOF TO TRUE
                   END-START
                   IF NOT WS-CTL-EOF
                       PERFORM B1850-READ-NEXT-CONTROL
                       PERFORM B1860-CHECK-ONE-CONTROL
                           UNTIL WS-CTL-EOF
                   END-IF
               END-IF
               MOVE ZEROES TO WS-BR-IDX
               PERFORM B1870-CHECK-BRANCH-HAS-CONTROL
                   UNTIL WS-BR-IDX NOT < 100.

           B1850-READ-NEXT-CONTROL.
               READ CTL-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           B1860-CHECK-ONE-CONTROL.
               ADD 1 TO WS-CTL-COUNT
               COMPUTE WS-BR-IDX = CT-BRANCH-CODE + 1
               SET WS-BR-CTL-SEEN(WS-BR-IDX) TO TRUE
               IF CT-LAST-SEQ-NO < WS-BR-HIGH-SEQ(WS-BR-IDX)
                   MOVE 7               TO SR-CHECK
                   MOVE CT-BRANCH-CODE  TO SR-BRANCH
                   MOVE CT-LAST-SEQ-NO  TO SR-KEY
                   MOVE WS-BR-HIGH-SEQ(WS-BR-IDX) TO SR-OTHER
                   SET SR-SEVERE TO TRUE
                   MOVE "LAST SEQUENCE BELOW HIGHEST ISSUED"
                       TO SR-TEXT
                   RELEASE SR-SORT-RECORD
               END-IF
               PERFORM B1850-READ-NEXT-CONTROL.

           B1870-CHECK-BRANCH-HAS-CONTROL.
               ADD 1 TO WS-BR-IDX
               IF WS-BR-ISSUED(WS-BR-IDX)
                   AND NOT WS-BR-CTL-SEEN(WS-BR-IDX)
                   MOVE 7               TO SR-CHECK
                   COMPUTE SR-BRANCH = WS-BR-IDX - 1
                   MOVE ZEROES          TO SR-KEY
                   MOVE WS-BR-HIGH-SEQ(WS-BR-IDX) TO SR-OTHER
                   SET SR-SEVERE TO TRUE
                   MOVE "NO ACCTCTL RECORD FOR THE BRANCH" TO SR-TEXT
                   RELEASE SR-SORT-RECORD
               END-IF.

      *    KEYED LOOKUPS SHARED BY THE CHECKS.
           C1000-LOOKUP-CUSTOMER.
               MOVE 'N' TO WS-CUST-FOUND-SW
               IF NOT WS-CUST-FILE-MISSING
                   MOVE WS-LOOKUP-CUST TO CU-CUSTOMER-NO
                   READ CUST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-CUST-FOUND TO TRUE
                   END-READ
               END-IF.

      *    THE BRANCH RETURNED IS THE ACCOUNT'S OWN, OR FOR AN
      *    ACCOUNT THAT IS NOT THERE THE BRANCH ITS NUMBER CARRIES.
           C1100-LOOKUP-ACCOUNT.
               MOVE 'N' TO WS-LOOKUP-ACCT-SW
               MOVE SPACES TO WS-LOOKUP-STATUS
               MOVE SPACES TO WS-LOOKUP-TYPE
               MOVE WS-LOOKUP-ACCT TO WS-ACCT-NUMBER
               MOVE WS-ACCT-PREFIX TO WS-LOOKUP-BRANCH
               MOVE WS-LOOKUP-ACCT TO AR-BANK-ACCOUNT
               READ ACCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LOOKUP-ACCT-FOUND TO TRUE
                       MOVE AR-STATUS      TO WS-LOOKUP-STATUS
                       MOVE AR-ACCT-TYPE   TO WS-LOOKUP-TYPE
                       MOVE AR-BRANCH-CODE TO WS-LOOKUP-BRANCH
               END-READ.

      ******************************************************************
      * SORT OUTPUT: A HEADING PER CHECK, A SUB-HEADING PER BRANCH,
      * ONE LINE PER EXCEPTION AND THE CHECK'S COUNTS AT EACH BREAK.
      ******************************************************************
           B3000-PRINT-EXCEPTIONS.
               MOVE 'N' TO WS-SORT-EOF-SW
               MOVE ZEROES TO WS-PREV-CHECK
               PERFORM B3100-RETURN-NEXT-LINE
               IF WS-SORT-EOF
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE "NO INTEGRITY EXCEPTIONS" TO RPT-LINE
                   WRITE RPT-LINE
               ELSE
                   PERFORM B3200-PRINT-ONE-LINE
                       UNTIL WS-SORT-EOF
                   PERFORM B3500-PRINT-CHECK-TOTALS
               END-IF.

           B3100-RETURN-NEXT-LINE.
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
               END-RETURN.

           B3200-PRINT-ONE-LINE.
               IF SR-CHECK NOT = WS-PREV-CHECK
                   IF WS-PREV-CHECK NOT = ZEROES
                       PERFORM B3500-PRINT-CHECK-TOTALS
                   END-IF
                   PERFORM B3300-PRINT-CHECK-HEADING
               END-IF
               IF SR-BRANCH NOT = WS-PREV-BRANCH
                   PERFORM B3350-PRINT-BRANCH-HEADING
               END-IF
               PERFORM B3400-PRINT-DETAIL
               PERFORM B3100-RETURN-NEXT-LINE.

           B3300-PRINT-CHECK-HEADING.
               MOVE SR-CHECK TO WS-PREV-CHECK
               MOVE 999 TO WS-PREV-BRANCH
               MOVE ZEROES TO WS-CHECK-SEVERE
               MOVE ZEROES TO WS-CHECK-WARNING
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-CHECK-NAME(SR-CHECK) TO WS-RK-NAME
               MOVE WS-RPT-CHECK-LINE TO RPT-LINE
               WRITE RPT-LINE.

           B3350-PRINT-BRANCH-HEADING.
               MOVE SR-BRANCH TO WS-PREV-BRANCH
               MOVE SR-BRANCH TO WS-RB-BRANCH
               MOVE WS-RPT-BRANCH-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-CHECK-COLS(SR-CHECK) TO WS-RC-COLS
               MOVE WS-RPT-COLUMN-LINE TO RPT-LINE
               WRITE RPT-LINE.

           B3400-PRINT-DETAIL.
               IF SR-SEVERE
                   MOVE "SEVERE"  TO WS-RD-SEVERITY
                   ADD 1 TO WS-CHECK-SEVERE
                   ADD 1 TO WS-SEVERE-COUNT
               ELSE
                   MOVE "WARNING" TO WS-RD-SEVERITY
                   ADD 1 TO WS-CHECK-WARNING
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
               MOVE SR-KEY   TO WS-RD-KEY
               MOVE SR-OTHER TO WS-RD-OTHER
               MOVE SR-TEXT  TO WS-RD-TEXT
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE.

           B3500-PRINT-CHECK-TOTALS.
               MOVE "SEVERE BREAKS IN THIS CHECK" TO WS-RS-LABEL
               MOVE WS-CHECK-SEVERE TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "WARNINGS IN THIS CHECK" TO WS-RS-LABEL
               MOVE WS-CHECK-WARNING TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE.

           A5000-PRINT-SUMMARY.
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "INTEGRITY CHECK RUN SUMMARY" TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ACCOUNTS READ" TO WS-RS-LABEL
               MOVE WS-ACCT-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ACCOUNT LINKS READ" TO WS-RS-LABEL
               MOVE WS-LINK-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "STANDING ORDERS READ" TO WS-RS-LABEL
               MOVE WS-SORD-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "HOLDS READ" TO WS-RS-LABEL
               MOVE WS-HOLD-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CASH DRAWERS READ" TO WS-RS-LABEL
               MOVE WS-DRWR-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ACCOUNT CONTROL RECORDS READ" TO WS-RS-LABEL
               MOVE WS-CTL-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "SEVERE BREAKS" TO WS-RS-LABEL
               MOVE WS-SEVERE-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "WARNINGS" TO WS-RS-LABEL
               MOVE WS-WARNING-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               IF WS-SEVERE-COUNT > ZEROES
                   MOVE "RESULT: SEVERE BREAKS -- STEP FAILED"
                       TO RPT-LINE
               ELSE
                   MOVE "RESULT: MASTERS AGREE" TO RPT-LINE
               END-IF
               WRITE RPT-LINE
               DISPLAY "INTEGRITY CHECK COMPLETE, " WS-SEVERE-COUNT
                   " SEVERE, " WS-WARNING-COUNT " WARNINGS".

           A9000-CLOSE-FILES.
               IF NOT WS-ACCT-FILE-MISSING
                   CLOSE ACCT-FILE
               END-IF
               IF NOT WS-CUST-FILE-MISSING
                   CLOSE CUST-FILE
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
               IF NOT WS-DRWR-FILE-MISSING
                   CLOSE DRWR-FILE
               END-IF
               IF NOT WS-TELLER-FILE-MISSING
                   CLOSE TELLER-FILE
               END-IF
               IF NOT WS-CTL-FILE-MISSING
                   CLOSE CTL-FILE
               END-IF
               CLOSE RPT-FILE.

       END PROGRAM MST-CHK.
