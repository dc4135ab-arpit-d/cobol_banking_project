      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: MONTH-END MANAGEMENT INFORMATION SNAPSHOT. WALKS
      *          ACCTFILE ONCE AND WRITES ONE MISSNAP RECORD PER
      *          BRANCH PER PRODUCT (AR-ACCT-TYPE) FOR THE CLOSING
      *          MONTH: ACCOUNT COUNTS BY STATUS, CREDIT AND DEBIT
      *          BALANCES, OVERDRAFT USAGE, TERM DEPOSIT PRINCIPAL,
      *          LOAN OUTSTANDING, LOANS IN ARREARS, AND THE ACCOUNTS
      *          OPENED AND CLOSED SINCE THE PRIOR SNAPSHOT. ACCOUNTS
      *          ARE NEVER REMOVED FROM ACCTFILE -- A CLOSED ACCOUNT
      *          STAYS ON FILE MARKED CLOSED -- SO THE ACCOUNTS OPENED
      *          ARE THE GROWTH IN THE TOTAL COUNT AND THE ACCOUNTS
      *          CLOSED THE GROWTH IN THE CLOSED COUNT. MIS-RPT PRINTS
      *          THE TREND FROM THE FILE.
      *          INSIDE THE MNTH-RUN MONTH-END CHAIN THE MONTH IS THE
      *          CLOSING MONTH FROM THE CHAIN RECORD ON MNTHCTL; RUN
      *          BY HAND IT IS THE MONTH OF THE BUSINESS DATE, AND
      *          THE MONTH-END CHAIN LATER REPLACES IT. A RERUN FOR A
      *          MONTH ALREADY TAKEN REPLACES THAT MONTH'S RECORDS. A
      *          CONTROL REPORT GOES TO MISSNRPT.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIS-SNAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-BANK-ACCOUNT
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT SNAP-FILE ASSIGN TO "MISSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-SNAP-KEY
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "MISSNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

           SELECT MNTH-FILE ASSIGN TO "MNTHCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-RUN-KEY
               FILE STATUS IS WS-MNTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
           COPY ACCTREC.

       FD  SNAP-FILE.
           COPY MISREC.

       FD  RPT-FILE.
       01  RPT-LINE                  PIC X(80).

       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  MNTH-FILE.
           COPY MECTL.

       WORKING-STORAGE SECTION.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-EOF            VALUE '10'.
               88 WS-ACCT-FILE-MISSING   VALUE '35'.
           01 WS-SNAP-FILE-STATUS    PIC X(02).
               88 WS-SNAP-EOF            VALUE '10'.
               88 WS-SNAP-NOT-FOUND      VALUE '23'.
               88 WS-SNAP-DUP-KEY        VALUE '22'.
               88 WS-SNAP-FILE-MISSING   VALUE '35'.
           01 WS-RPT-FILE-STATUS     PIC X(02).
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-MNTH-FILE-STATUS    PIC X(02).
               88 WS-MNTH-FILE-MISSING   VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.
           01 WS-MONTH-END-RUN-SW    PIC X(01) VALUE 'N'.
               88 WS-MONTH-END-RUN       VALUE 'Y'.
           01 WS-PRIOR-SCAN-SW       PIC X(01).
               88 WS-PRIOR-SCAN-DONE     VALUE 'Y'.

           01 WS-RUN-DATE            PIC 9(08).
           01 WS-SNAP-MONTH          PIC 9(06).
           01 WS-PRIOR-MONTH         PIC 9(06) VALUE ZEROES.

      *    THE PRODUCTS, IN THE ORDER THE TABLE HOLDS THEM.
           01 WS-PRODUCT-LIST        PIC X(03) VALUE "DTL".
           01 WS-PRODUCT-TABLE REDEFINES WS-PRODUCT-LIST.
               02 WS-PRODUCT-CODE OCCURS 3 TIMES PIC X(01).
           01 WS-PRODUCT-COUNT       PIC 9(01) VALUE 3.

      *    ONE CELL PER BRANCH (ROW = BRANCH CODE + 1) PER PRODUCT,
      *    BUILT UP OVER THE ACCOUNT PASS AND WRITTEN AT THE END.
           01 WS-SNAP-TABLE.
               02 WS-SNAP-BRANCH OCCURS 100 TIMES.
                   03 WS-SNAP-CELL OCCURS 3 TIMES.
                       05 WS-SC-TOTAL        PIC 9(07).
                       05 WS-SC-ACTIVE       PIC 9(07).
                       05 WS-SC-DORMANT      PIC 9(07).
                       05 WS-SC-FROZEN       PIC 9(07).
                       05 WS-SC-CLOSED       PIC 9(07).
                       05 WS-SC-WRITTEN-OFF  PIC 9(07).
                       05 WS-SC-CREDIT       PIC 9(13)V99.
                       05 WS-SC-DEBIT        PIC 9(13)V99.
                       05 WS-SC-OD-COUNT     PIC 9(07).
                       05 WS-SC-OD-USED      PIC 9(13)V99.
                       05 WS-SC-OD-LIMIT     PIC 9(13)V99.
                       05 WS-SC-TD-PRINCIPAL PIC 9(13)V99.
                       05 WS-SC-LOAN-OUT     PIC 9(13)V99.
                       05 WS-SC-ARREARS      PIC 9(07).
           01 WS-ROW                 PIC 9(03).
           01 WS-COL                 PIC 9(01).
           01 WS-BRANCH-CODE         PIC 9(02).
           01 WS-DEBT                PIC 9(08)V99.

           01 WS-PRIOR-TOTAL         PIC 9(07).
           01 WS-PRIOR-CLOSED        PIC 9(07).
           01 WS-PRIOR-FOUND-SW      PIC X(01).
               88 WS-PRIOR-FOUND         VALUE 'Y'.

           01 WS-ACCT-COUNT          PIC 9(07) VALUE ZEROES.
           01 WS-UNKNOWN-TYPE-COUNT  PIC 9(07) VALUE ZEROES.
           01 WS-RECORDS-WRITTEN     PIC 9(05) VALUE ZEROES.
           01 WS-RECORDS-REPLACED    PIC 9(05) VALUE ZEROES.

           01 WS-RPT-HDR-LINE.
               05 FILLER              PIC X(30)
                   VALUE "MONTH-END MIS SNAPSHOT FOR ".
               05 WS-RH-MONTH         PIC 9(06).
               05 FILLER              PIC X(10) VALUE "  TAKEN ".
               05 WS-RH-RUN-DATE      PIC 9(08).

           01 WS-RPT-PRIOR-LINE.
               05 FILLER              PIC X(36)
                   VALUE "NEW AND CLOSED COUNTED SINCE MONTH ".
               05 WS-RP-PRIOR-MONTH   PIC 9(06).

           01 WS-RPT-COLUMN-LINE.
               05 FILLER              PIC X(40)
                   VALUE "  BR P   ACCOUNTS    NEW CLOSED  CREDIT ".
               05 FILLER              PIC X(40)
                   VALUE "BALANCES     DEBIT BALANCES".

           01 WS-RPT-DETAIL.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-BRANCH        PIC 9(02).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RD-TYPE          PIC X(01).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RD-TOTAL         PIC Z,ZZZ,ZZ9.
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RD-NEW           PIC ZZZZZ9.
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RD-CLOSED        PIC ZZZZZ9.
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RD-CREDIT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RD-DEBIT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

           01 WS-RPT-SUMMARY.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-RS-LABEL         PIC X(34).
               05 WS-RS-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0060-GET-MONTH-END-PARMS.
           PERFORM A0100-OPEN-FILES.
           IF WS-ACCT-FILE-MISSING
               DISPLAY "NO ACCOUNT MASTER ON HAND, NO SNAPSHOT TAKEN"
               MOVE "NO ACCOUNT MASTER ON HAND, NO SNAPSHOT TAKEN"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM A0200-FIND-PRIOR-MONTH
               PERFORM A0300-PRINT-HEADER
               PERFORM B1000-TALLY-ACCOUNTS
               PERFORM C1000-WRITE-SNAPSHOT
               PERFORM A5000-PRINT-SUMMARY
           END-IF.
           PERFORM A9000-CLOSE-FILES.
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
               END-IF
               MOVE WS-RUN-DATE(1:6) TO WS-SNAP-MONTH.

      *    INSIDE THE MONTH-END CHAIN MNTH-RUN HOLDS THE CLOSING
      *    MONTH ON ITS CHAIN RECORD (STEP 00) FOR THE BUSINESS DATE,
      *    MARKED STARTED UNTIL THE CHAIN COMPLETES.
           A0060-GET-MONTH-END-PARMS.
               OPEN INPUT MNTH-FILE
               IF NOT WS-MNTH-FILE-MISSING
                   MOVE WS-RUN-DATE TO ME-BUS-DATE
                   MOVE ZEROES      TO ME-STEP-NO
                   READ MNTH-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ME-STEP-STARTED
                               SET WS-MONTH-END-RUN TO TRUE
                               MOVE ME-CLOSE-MONTH TO WS-SNAP-MONTH
                           END-IF
                   END-READ
                   CLOSE MNTH-FILE
               END-IF
               IF WS-MONTH-END-RUN
                   DISPLAY "MONTH-END CHAIN RUN, SNAPSHOT FOR THE "
                       "CLOSING MONTH " WS-SNAP-MONTH
               ELSE
                   DISPLAY "SNAPSHOT FOR " WS-SNAP-MONTH " AS IT "
                       "STANDS -- THE MONTH-END CHAIN WILL REPLACE IT"
               END-IF.

           A0100-OPEN-FILES.
               OPEN INPUT ACCT-FILE
               OPEN I-O SNAP-FILE
               IF WS-SNAP-FILE-MISSING
                   OPEN OUTPUT SNAP-FILE
                   CLOSE SNAP-FILE
                   OPEN I-O SNAP-FILE
               END-IF
               OPEN OUTPUT RPT-FILE
               MOVE ZEROES TO WS-SNAP-TABLE.

      *    THE LATEST MONTH ALREADY ON FILE BEFORE THE ONE BEING
      *    TAKEN. THE FILE IS IN MONTH ORDER, SO THE SCAN STOPS AT
      *    THE FIRST RECORD FOR THIS MONTH OR LATER.
           A0200-FIND-PRIOR-MONTH.
               MOVE 'N' TO WS-PRIOR-SCAN-SW
               MOVE ZEROES TO MS-MONTH
               MOVE ZEROES TO MS-BRANCH-CODE
               MOVE SPACES TO MS-ACCT-TYPE
               START SNAP-FILE KEY NOT LESS THAN MS-SNAP-KEY
                   INVALID KEY
                       SET WS-PRIOR-SCAN-DONE TO TRUE
               END-START
               PERFORM A0250-SCAN-PRIOR-MONTH
                   UNTIL WS-PRIOR-SCAN-DONE.

           A0250-SCAN-PRIOR-MONTH.
               READ SNAP-FILE NEXT RECORD
                   AT END
                       SET WS-PRIOR-SCAN-DONE TO TRUE
                   NOT AT END
                       IF MS-MONTH NOT < WS-SNAP-MONTH
                           SET WS-PRIOR-SCAN-DONE TO TRUE
                       ELSE
                           MOVE MS-MONTH TO WS-PRIOR-MONTH
                       END-IF
               END-READ.

           A0300-PRINT-HEADER.
               MOVE WS-SNAP-MONTH TO WS-RH-MONTH
               MOVE WS-RUN-DATE   TO WS-RH-RUN-DATE
               MOVE WS-RPT-HDR-LINE TO RPT-LINE
               WRITE RPT-LINE
               IF WS-PRIOR-MONTH = ZEROES
                   MOVE "NO PRIOR SNAPSHOT, NO NEW OR CLOSED COUNTS"
                       TO RPT-LINE
               ELSE
                   MOVE WS-PRIOR-MONTH TO WS-RP-PRIOR-MONTH
                   MOVE WS-RPT-PRIOR-LINE TO RPT-LINE
               END-IF
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-RPT-COLUMN-LINE TO RPT-LINE
               WRITE RPT-LINE.

      ******************************************************************
      * ACCOUNT PASS: EVERY ACCOUNT ON FILE, CLOSED ONES INCLUDED, IS
      * COUNTED UNDER ITS STATUS; ONLY OPEN ONES CARRY BALANCES.
      ******************************************************************
           B1000-TALLY-ACCOUNTS.
               MOVE ZEROES TO AR-BANK-ACCOUNT
               START ACCT-FILE KEY NOT LESS THAN AR-BANK-ACCOUNT
                   INVALID KEY
                       SET WS-ACCT-EOF TO TRUE
               END-START
               IF NOT WS-ACCT-EOF
                   PERFORM B1050-READ-NEXT-ACCOUNT
                   PERFORM B1100-TALLY-ONE-ACCOUNT
                       UNTIL WS-ACCT-EOF
               END-IF.

           B1050-READ-NEXT-ACCOUNT.
               READ ACCT-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           B1100-TALLY-ONE-ACCOUNT.
               ADD 1 TO WS-ACCT-COUNT
               COMPUTE WS-ROW = AR-BRANCH-CODE + 1
               EVALUATE TRUE
                   WHEN AR-DEMAND
                       MOVE 1 TO WS-COL
                   WHEN AR-TERM-DEP
                       MOVE 2 TO WS-COL
                   WHEN AR-LOAN
                       MOVE 3 TO WS-COL
                   WHEN OTHER
                       MOVE ZEROES TO WS-COL
               END-EVALUATE
               IF WS-COL = ZEROES
                   ADD 1 TO WS-UNKNOWN-TYPE-COUNT
                   DISPLAY "WARNING: ACCOUNT " AR-BANK-ACCOUNT
                       " HAS UNKNOWN TYPE " AR-ACCT-TYPE
                       ", LEFT OUT OF THE SNAPSHOT"
               ELSE
                   PERFORM B1200-COUNT-STATUS
                   IF NOT AR-CLOSED AND NOT AR-WRITTEN-OFF
                       PERFORM B1300-ADD-BALANCES
                   END-IF
               END-IF
               PERFORM B1050-READ-NEXT-ACCOUNT.

           B1200-COUNT-STATUS.
               ADD 1 TO WS-SC-TOTAL(WS-ROW, WS-COL)
               EVALUATE TRUE
                   WHEN AR-ACTIVE
                       ADD 1 TO WS-SC-ACTIVE(WS-ROW, WS-COL)
                   WHEN AR-DORMANT
                       ADD 1 TO WS-SC-DORMANT(WS-ROW, WS-COL)
                   WHEN AR-FROZEN
                       ADD 1 TO WS-SC-FROZEN(WS-ROW, WS-COL)
                   WHEN AR-CLOSED
                       ADD 1 TO WS-SC-CLOSED(WS-ROW, WS-COL)
                   WHEN AR-WRITTEN-OFF
                       ADD 1 TO WS-SC-WRITTEN-OFF(WS-ROW, WS-COL)
               END-EVALUATE.

           B1300-ADD-BALANCES.
               IF AR-BALANCE < ZEROES
                   COMPUTE WS-DEBT = ZEROES - AR-BALANCE
                   ADD WS-DEBT TO WS-SC-DEBIT(WS-ROW, WS-COL)
               ELSE
                   MOVE ZEROES TO WS-DEBT
                   ADD AR-BALANCE TO WS-SC-CREDIT(WS-ROW, WS-COL)
               END-IF
               EVALUATE TRUE
                   WHEN AR-DEMAND
                       ADD AR-OD-LIMIT TO WS-SC-OD-LIMIT(WS-ROW, WS-COL)
                       IF WS-DEBT > ZEROES
                           ADD 1 TO WS-SC-OD-COUNT(WS-ROW, WS-COL)
                           ADD WS-DEBT TO WS-SC-OD-USED(WS-ROW, WS-COL)
                       END-IF
                   WHEN AR-TERM-DEP
                       ADD AR-TD-PRINCIPAL
                           TO WS-SC-TD-PRINCIPAL(WS-ROW, WS-COL)
                   WHEN AR-LOAN
                       ADD WS-DEBT TO WS-SC-LOAN-OUT(WS-ROW, WS-COL)
                       IF AR-LN-ARREARS-COUNT > ZEROES
                           ADD 1 TO WS-SC-ARREARS(WS-ROW, WS-COL)
                       END-IF
               END-EVALUATE.

      ******************************************************************
      * WRITE-OUT: ONE RECORD PER BRANCH AND PRODUCT HOLDING ANY
      * ACCOUNT, REPLACING THE MONTH'S RECORD IF ONE IS ALREADY ON
      * FILE.
      ******************************************************************
           C1000-WRITE-SNAPSHOT.
               MOVE ZEROES TO WS-ROW
               PERFORM C1100-WRITE-ONE-BRANCH
                   UNTIL WS-ROW NOT < 100.

           C1100-WRITE-ONE-BRANCH.
               ADD 1 TO WS-ROW
               MOVE ZEROES TO WS-COL
               PERFORM C1200-WRITE-ONE-CELL
                   UNTIL WS-COL NOT < WS-PRODUCT-COUNT.

           C1200-WRITE-ONE-CELL.
               ADD 1 TO WS-COL
               IF WS-SC-TOTAL(WS-ROW, WS-COL) > ZEROES
                   COMPUTE WS-BRANCH-CODE = WS-ROW - 1
                   PERFORM C1300-READ-PRIOR-CELL
                   PERFORM C1400-BUILD-RECORD
                   WRITE MS-SNAPSHOT-RECORD
                       INVALID KEY
                           IF WS-SNAP-DUP-KEY
                               REWRITE MS-SNAPSHOT-RECORD
                               ADD 1 TO WS-RECORDS-REPLACED
                           END-IF
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-WRITTEN
                   END-WRITE
                   PERFORM C1500-WRITE-REPORT-LINE
               END-IF.

      *    A BRANCH OR PRODUCT NOT ON THE PRIOR SNAPSHOT HAD NO
      *    ACCOUNTS THEN, SO EVERYTHING ON FILE FOR IT NOW IS NEW.
           C1300-READ-PRIOR-CELL.
               MOVE ZEROES TO WS-PRIOR-TOTAL
               MOVE ZEROES TO WS-PRIOR-CLOSED
               MOVE 'N' TO WS-PRIOR-FOUND-SW
               IF WS-PRIOR-MONTH NOT = ZEROES
                   MOVE WS-PRIOR-MONTH             TO MS-MONTH
                   MOVE WS-BRANCH-CODE             TO MS-BRANCH-CODE
                   MOVE WS-PRODUCT-CODE(WS-COL)    TO MS-ACCT-TYPE
                   READ SNAP-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-PRIOR-FOUND TO TRUE
                           MOVE MS-TOTAL-COUNT  TO WS-PRIOR-TOTAL
                           MOVE MS-CLOSED-COUNT TO WS-PRIOR-CLOSED
                   END-READ
               END-IF.

           C1400-BUILD-RECORD.
               MOVE WS-SNAP-MONTH           TO MS-MONTH
               MOVE WS-BRANCH-CODE          TO MS-BRANCH-CODE
               MOVE WS-PRODUCT-CODE(WS-COL) TO MS-ACCT-TYPE
               MOVE WS-RUN-DATE             TO MS-TAKEN-DATE
               MOVE WS-PRIOR-MONTH          TO MS-PRIOR-MONTH
               MOVE WS-SC-TOTAL(WS-ROW, WS-COL)   TO MS-TOTAL-COUNT
               MOVE WS-SC-ACTIVE(WS-ROW, WS-COL)  TO MS-ACTIVE-COUNT
               MOVE WS-SC-DORMANT(WS-ROW, WS-COL) TO MS-DORMANT-COUNT
               MOVE WS-SC-FROZEN(WS-ROW, WS-COL)  TO MS-FROZEN-COUNT
               MOVE WS-SC-CLOSED(WS-ROW, WS-COL)  TO MS-CLOSED-COUNT
               MOVE WS-SC-WRITTEN-OFF(WS-ROW, WS-COL)
                   TO MS-WRITTEN-OFF-COUNT
               MOVE WS-SC-CREDIT(WS-ROW, WS-COL)  TO MS-CREDIT-BALANCE
               MOVE WS-SC-DEBIT(WS-ROW, WS-COL)   TO MS-DEBIT-BALANCE
               MOVE WS-SC-OD-COUNT(WS-ROW, WS-COL) TO MS-OD-ACCT-COUNT
               MOVE WS-SC-OD-USED(WS-ROW, WS-COL)  TO MS-OD-USED
               MOVE WS-SC-OD-LIMIT(WS-ROW, WS-COL) TO MS-OD-LIMIT-TOTAL
               MOVE WS-SC-TD-PRINCIPAL(WS-ROW, WS-COL)
                   TO MS-TD-PRINCIPAL
               MOVE WS-SC-LOAN-OUT(WS-ROW, WS-COL)
                   TO MS-LOAN-OUTSTANDING
               MOVE WS-SC-ARREARS(WS-ROW, WS-COL) TO MS-ARREARS-COUNT
               IF WS-PRIOR-MONTH = ZEROES
                   MOVE ZEROES TO MS-NEW-COUNT
                   MOVE ZEROES TO MS-CLOSED-IN-MONTH
               ELSE
                   IF MS-TOTAL-COUNT > WS-PRIOR-TOTAL
                       COMPUTE MS-NEW-COUNT =
                           MS-TOTAL-COUNT - WS-PRIOR-TOTAL
                   ELSE
                       MOVE ZEROES TO MS-NEW-COUNT
                   END-IF
                   IF MS-CLOSED-COUNT > WS-PRIOR-CLOSED
                       COMPUTE MS-CLOSED-IN-MONTH =
                           MS-CLOSED-COUNT - WS-PRIOR-CLOSED
                   ELSE
                       MOVE ZEROES TO MS-CLOSED-IN-MONTH
                   END-IF
               END-IF.

           C1500-WRITE-REPORT-LINE.
               MOVE MS-BRANCH-CODE      TO WS-RD-BRANCH
               MOVE MS-ACCT-TYPE        TO WS-RD-TYPE
               MOVE MS-TOTAL-COUNT      TO WS-RD-TOTAL
               MOVE MS-NEW-COUNT        TO WS-RD-NEW
               MOVE MS-CLOSED-IN-MONTH  TO WS-RD-CLOSED
               MOVE MS-CREDIT-BALANCE   TO WS-RD-CREDIT
               MOVE MS-DEBIT-BALANCE    TO WS-RD-DEBIT
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE.

           A5000-PRINT-SUMMARY.
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ACCOUNTS ON FILE" TO WS-RS-LABEL
               MOVE WS-ACCT-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ACCOUNTS OF UNKNOWN TYPE, LEFT OUT" TO WS-RS-LABEL
               MOVE WS-UNKNOWN-TYPE-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "SNAPSHOT RECORDS WRITTEN" TO WS-RS-LABEL
               MOVE WS-RECORDS-WRITTEN TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "SNAPSHOT RECORDS REPLACED" TO WS-RS-LABEL
               MOVE WS-RECORDS-REPLACED TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "MIS SNAPSHOT FOR " WS-SNAP-MONTH " COMPLETE, "
                   WS-RECORDS-WRITTEN " WRITTEN, " WS-RECORDS-REPLACED
                   " REPLACED".

           A9000-CLOSE-FILES.
               IF NOT WS-ACCT-FILE-MISSING
                   CLOSE ACCT-FILE
               END-IF
               CLOSE SNAP-FILE
               CLOSE RPT-FILE.

       END PROGRAM MIS-SNAP.
