      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: BRANCH MANAGEMENT INFORMATION TREND REPORT. READS
      *          THE LAST N MONTH-END SNAPSHOTS MIS-SNAP HAS TAKEN ON
      *          MISSNAP (N IS ASKED FOR, UP TO 24) AND PRINTS, FOR
      *          EACH BRANCH AND PRODUCT, ONE LINE PER MONTH: OPEN
      *          ACCOUNTS, ACCOUNTS OPENED AND CLOSED IN THE MONTH,
      *          LOANS IN ARREARS, CREDIT AND DEBIT BALANCES WITH
      *          THEIR MOVEMENT ON THE MONTH BEFORE AND THE GROWTH AS
      *          A PERCENTAGE, AND THE OVERDRAFT IN USE. THE SAME
      *          TREND FOLLOWS FOR THE WHOLE BANK, PRODUCT BY PRODUCT
      *          AND FOR ALL PRODUCTS TOGETHER. OPEN ACCOUNTS ARE THE
      *          ONES NOT CLOSED OR WRITTEN OFF. A BRANCH AND PRODUCT
      *          WITH NO SNAPSHOT FOR A MONTH HAD NO ACCOUNTS THEN, SO
      *          ITS NEXT MONTH'S MOVEMENT IS MEASURED FROM ZERO. THE
      *          REPORT GOES TO MISRPT AND CHANGES NOTHING.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIS-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-FILE ASSIGN TO "MISSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-SNAP-KEY
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "MISRPT"
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
       FD  SNAP-FILE.
           COPY MISREC.

       FD  RPT-FILE.
       01  RPT-LINE                  PIC X(132).

       FD  SYSCTL-FILE.
           COPY SYSREC.

      *    ONE SNAPSHOT RECORD, REORDERED BRANCH, PRODUCT, MONTH SO
      *    EACH BRANCH'S PRODUCT READS DOWN THE PAGE MONTH BY MONTH.
       SD  SORT-FILE.
       01  SR-SORT-RECORD.
           05  SR-BRANCH             PIC 9(02).
           05  SR-ACCT-TYPE          PIC X(01).
           05  SR-MONTH              PIC 9(06).
           05  SR-OPEN               PIC 9(07).
           05  SR-NEW                PIC 9(07).
           05  SR-CLOSED             PIC 9(07).
           05  SR-ARREARS            PIC 9(07).
           05  SR-CREDIT             PIC 9(13)V99.
           05  SR-DEBIT              PIC 9(13)V99.
           05  SR-OD-USED            PIC 9(13)V99.

       WORKING-STORAGE SECTION.
           01 WS-SNAP-FILE-STATUS    PIC X(02).
               88 WS-SNAP-EOF            VALUE '10'.
               88 WS-SNAP-FILE-MISSING   VALUE '35'.
           01 WS-RPT-FILE-STATUS     PIC X(02).
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.
           01 WS-SORT-EOF-SW         PIC X(01).
               88 WS-SORT-EOF            VALUE 'Y'.

           01 WS-RUN-DATE            PIC 9(08).

      *    THE MONTHS REPORTED, OLDEST FIRST: THE LAST N DISTINCT
      *    MONTHS ON FILE, HELD AS A WINDOW THAT SLIDES ALONG AS THE
      *    FILE IS READ IN MONTH ORDER.
           01 WS-MAX-MONTHS          PIC 9(02) VALUE 24.
           01 WS-MONTHS-WANTED       PIC 9(02).
           01 WS-MONTH-COUNT         PIC 9(02) VALUE ZEROES.
           01 WS-WINDOW-TABLE.
               02 WS-WIN-MONTH OCCURS 24 TIMES PIC 9(06).
           01 WS-WIN-IDX             PIC 9(02).
           01 WS-LAST-MONTH-SEEN     PIC 9(06) VALUE ZEROES.

           01 WS-PRODUCT-LIST.
               05 FILLER              PIC X(21)
                   VALUE "DON-DEMAND ACCOUNTS".
               05 FILLER              PIC X(21)
                   VALUE "TTERM DEPOSITS".
               05 FILLER              PIC X(21)
                   VALUE "LLOANS".
               05 FILLER              PIC X(21)
                   VALUE " ALL PRODUCTS".
           01 WS-PRODUCT-TABLE REDEFINES WS-PRODUCT-LIST.
               02 WS-PRODUCT-ENTRY OCCURS 4 TIMES.
                   05 WS-PRODUCT-CODE PIC X(01).
                   05 WS-PRODUCT-NAME PIC X(20).
           01 WS-PRODUCT-COUNT       PIC 9(01) VALUE 3.
           01 WS-ALL-PRODUCTS        PIC 9(01) VALUE 4.
           01 WS-PROD-IDX            PIC 9(01).
           01 WS-BANK-IDX            PIC 9(01).
           01 WS-PRODUCT-FOUND-SW    PIC X(01).
               88 WS-PRODUCT-FOUND       VALUE 'Y'.

      *    BANK TOTALS BY PRODUCT AND MONTH; THE FOURTH PRODUCT ROW
      *    IS ALL PRODUCTS TOGETHER.
           01 WS-BANK-TABLE.
               02 WS-BANK-PRODUCT OCCURS 4 TIMES.
                   03 WS-BANK-MONTH OCCURS 24 TIMES.
                       05 WS-BK-PRESENT      PIC X(01).
                       05 WS-BK-OPEN         PIC 9(07).
                       05 WS-BK-NEW          PIC 9(07).
                       05 WS-BK-CLOSED       PIC 9(07).
                       05 WS-BK-ARREARS      PIC 9(07).
                       05 WS-BK-CREDIT       PIC 9(13)V99.
                       05 WS-BK-DEBIT        PIC 9(13)V99.
                       05 WS-BK-OD-USED      PIC 9(13)V99.

      *    THE LINE BEING PRINTED AND THE ONE BEFORE IT IN THE SAME
      *    BLOCK, WITH THE WINDOW POSITION OF EACH MONTH.
           01 WS-CUR-IDX             PIC 9(02).
           01 WS-CUR-MONTH           PIC 9(06).
           01 WS-CUR-OPEN            PIC 9(07).
           01 WS-CUR-NEW             PIC 9(07).
           01 WS-CUR-CLOSED          PIC 9(07).
           01 WS-CUR-ARREARS         PIC 9(07).
           01 WS-CUR-CREDIT          PIC 9(13)V99.
           01 WS-CUR-DEBIT           PIC 9(13)V99.
           01 WS-CUR-OD-USED         PIC 9(13)V99.
           01 WS-PREV-IDX            PIC 9(02).
           01 WS-PREV-CREDIT         PIC 9(13)V99.
           01 WS-PREV-DEBIT          PIC 9(13)V99.
           01 WS-PREV-BRANCH         PIC 9(02).
           01 WS-PREV-ACCT-TYPE      PIC X(01).
           01 WS-HEADING-SW          PIC X(01).
               88 WS-HEADING-PRINTED     VALUE 'Y'.

      *    ONE MOVEMENT AND GROWTH FIGURE AT A TIME.
           01 WS-MV-CURRENT          PIC 9(13)V99.
           01 WS-MV-PRIOR            PIC 9(13)V99.
           01 WS-MOVEMENT            PIC S9(13)V99.
           01 WS-GROWTH              PIC S9(05)V9.
           01 WS-MOVE-EDIT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           01 WS-GROWTH-EDIT         PIC -ZZ9.9.
           01 WS-MOVE-TEXT           PIC X(17).
           01 WS-GROWTH-TEXT         PIC X(06).

           01 WS-SNAP-RECORDS        PIC 9(06) VALUE ZEROES.

           01 WS-RPT-HDR-LINE.
               05 FILLER              PIC X(36)
                   VALUE "BRANCH MANAGEMENT INFORMATION TREND".
               05 FILLER              PIC X(08) VALUE "  FROM ".
               05 WS-RH-FROM-MONTH    PIC 9(06).
               05 FILLER              PIC X(04) VALUE " TO ".
               05 WS-RH-TO-MONTH      PIC 9(06).
               05 FILLER              PIC X(12) VALUE "  RUN DATE ".
               05 WS-RH-RUN-DATE      PIC 9(08).

           01 WS-RPT-BLOCK-LINE.
               05 WS-RB-LABEL         PIC X(11).
               05 WS-RB-BRANCH        PIC X(03).
               05 WS-RB-PRODUCT       PIC X(20).

           01 WS-RPT-COLUMN-LINE.
               05 FILLER              PIC X(01) VALUE SPACES.
               05 FILLER              PIC X(06) VALUE "MONTH".
               05 FILLER              PIC X(01) VALUE SPACES.
               05 FILLER              PIC X(07) VALUE "   OPEN".
               05 FILLER              PIC X(01) VALUE SPACES.
               05 FILLER              PIC X(05) VALUE "  NEW".
               05 FILLER              PIC X(01) VALUE SPACES.
               05 FILLER              PIC X(05) VALUE "CLOSD".
               05 FILLER              PIC X(01) VALUE SPACES.
               05 FILLER              PIC X(05) VALUE " ARRS".
               05 FILLER              PIC X(01) VALUE SPACES.
               05 FILLER              PIC X(16)
                   VALUE "  CREDIT BALANCE".
               05 FILLER              PIC X(01) VALUE SPACES.
               05 FILLER              PIC X(17)
                   VALUE "  CREDIT MOVEMENT".
               05 FILLER              PIC X(01) VALUE SPACES.
               05 FILLER              PIC X(06) VALUE "GROW %".
               05 FILLER              PIC X(01) VALUE SPACES.
               05 FILLER              PIC X(16)
                   VALUE "   DEBIT BALANCE".
               05 FILLER              PIC X(01) VALUE SPACES.
               05 FILLER              PIC X(17)
                   VALUE "   DEBIT MOVEMENT".
               05 FILLER              PIC X(01) VALUE SPACES.
               05 FILLER              PIC X(06) VALUE "GROW %".
               05 FILLER              PIC X(01) VALUE SPACES.
               05 FILLER              PIC X(14)
                   VALUE "       OD USED".

           01 WS-RPT-TREND-LINE.
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-TL-MONTH         PIC 9(06).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-TL-OPEN          PIC ZZZ,ZZ9.
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-TL-NEW           PIC ZZZZ9.
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-TL-CLOSED        PIC ZZZZ9.
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-TL-ARREARS       PIC ZZZZ9.
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-TL-CREDIT        PIC Z,ZZZ,ZZZ,ZZ9.99.
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-TL-CR-MOVE       PIC X(17).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-TL-CR-GROWTH     PIC X(06).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-TL-DEBIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-TL-DR-MOVE       PIC X(17).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-TL-DR-GROWTH     PIC X(06).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-TL-OD-USED       PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           OPEN INPUT SNAP-FILE.
           IF WS-SNAP-FILE-MISSING
               DISPLAY "NO MIS SNAPSHOT FILE ON HAND -- MIS-SNAP "
                   "TAKES ONE AT EVERY MONTH-END CLOSE"
           ELSE
               MOVE ZEROES TO WS-MONTHS-WANTED
               PERFORM A0200-PROMPT-MONTH-COUNT
                   UNTIL WS-MONTHS-WANTED NOT = ZEROES
               PERFORM A0300-FIND-MONTHS
               IF WS-MONTH-COUNT = ZEROES
                   DISPLAY "NO SNAPSHOTS ON FILE, NOTHING TO REPORT"
               ELSE
                   OPEN OUTPUT RPT-FILE
                   PERFORM A0400-PRINT-HEADER
                   MOVE SPACES TO WS-BANK-TABLE
                   SORT SORT-FILE
                       ON ASCENDING KEY SR-BRANCH
                                        SR-ACCT-TYPE
                                        SR-MONTH
                       INPUT PROCEDURE IS B1000-RELEASE-SNAPSHOTS
                       OUTPUT PROCEDURE IS B3000-PRINT-BRANCH-TREND
                   PERFORM C1000-PRINT-BANK-TOTALS
                   CLOSE RPT-FILE
                   DISPLAY "MIS TREND REPORT COMPLETE, "
                       WS-MONTH-COUNT " MONTHS FROM "
                       WS-WIN-MONTH(1) " TO "
                       WS-WIN-MONTH(WS-MONTH-COUNT)
               END-IF
               CLOSE SNAP-FILE
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

           A0200-PROMPT-MONTH-COUNT.
               DISPLAY "ENTER THE NUMBER OF MONTHS TO REPORT (1 TO "
                   WS-MAX-MONTHS ")"
               ACCEPT WS-MONTHS-WANTED
               IF WS-MONTHS-WANTED NOT NUMERIC
                   DISPLAY "MONTHS MUST BE NUMERIC, PLEASE TRY AGAIN"
                   MOVE ZEROES TO WS-MONTHS-WANTED
               ELSE IF WS-MONTHS-WANTED = ZEROES
                   DISPLAY "MONTHS CANNOT BE ZERO, PLEASE TRY AGAIN"
               ELSE IF WS-MONTHS-WANTED > WS-MAX-MONTHS
                   DISPLAY "AT MOST " WS-MAX-MONTHS " MONTHS, PLEASE "
                       "TRY AGAIN"
                   MOVE ZEROES TO WS-MONTHS-WANTED
               END-IF.

      *    ONE PASS OVER THE FILE IN KEY (MONTH) ORDER. EACH NEW
      *    MONTH GOES ON THE END OF THE WINDOW; ONCE THE WINDOW IS
      *    FULL THE OLDEST MONTH DROPS OFF THE FRONT.
           A0300-FIND-MONTHS.
               MOVE ZEROES TO MS-MONTH
               MOVE ZEROES TO MS-BRANCH-CODE
               MOVE SPACES TO MS-ACCT-TYPE
               START SNAP-FILE KEY NOT LESS THAN MS-SNAP-KEY
                   INVALID KEY
                       SET WS-SNAP-EOF TO TRUE
               END-START
               IF NOT WS-SNAP-EOF
                   PERFORM A0310-READ-NEXT-SNAPSHOT
                   PERFORM A0320-NOTE-ONE-MONTH
                       UNTIL WS-SNAP-EOF
               END-IF.

           A0310-READ-NEXT-SNAPSHOT.
               READ SNAP-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           A0320-NOTE-ONE-MONTH.
               IF MS-MONTH NOT = WS-LAST-MONTH-SEEN
                   MOVE MS-MONTH TO WS-LAST-MONTH-SEEN
                   IF WS-MONTH-COUNT < WS-MONTHS-WANTED
                       ADD 1 TO WS-MONTH-COUNT
                   ELSE
                       MOVE ZEROES TO WS-WIN-IDX
                       PERFORM A0330-SHIFT-ONE-MONTH
                           UNTIL WS-WIN-IDX NOT < WS-MONTH-COUNT - 1
                   END-IF
                   MOVE MS-MONTH TO WS-WIN-MONTH(WS-MONTH-COUNT)
               END-IF
               PERFORM A0310-READ-NEXT-SNAPSHOT.

           A0330-SHIFT-ONE-MONTH.
               ADD 1 TO WS-WIN-IDX
               MOVE WS-WIN-MONTH(WS-WIN-IDX + 1)
                   TO WS-WIN-MONTH(WS-WIN-IDX).

           A0400-PRINT-HEADER.
               MOVE WS-WIN-MONTH(1)              TO WS-RH-FROM-MONTH
               MOVE WS-WIN-MONTH(WS-MONTH-COUNT) TO WS-RH-TO-MONTH
               MOVE WS-RUN-DATE                  TO WS-RH-RUN-DATE
               MOVE WS-RPT-HDR-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE "OPEN = ACCOUNTS NOT CLOSED OR WRITTEN OFF.  NEW / "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CLOSD = OPENED / CLOSED IN THE MONTH.  MOVEMENT "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "AND GROW % ARE ON THE MONTH BEFORE." TO RPT-LINE
               WRITE RPT-LINE.

      ******************************************************************
      * SORT INPUT: EVERY SNAPSHOT RECORD FROM THE FIRST MONTH OF THE
      * WINDOW ON -- THE WINDOW IS THE LATEST MONTHS ON FILE, SO THAT
      * IS EVERYTHING FROM THERE TO THE END.
      ******************************************************************
           B1000-RELEASE-SNAPSHOTS.
               MOVE '00' TO WS-SNAP-FILE-STATUS
               MOVE WS-WIN-MONTH(1) TO MS-MONTH
               MOVE ZEROES          TO MS-BRANCH-CODE
               MOVE SPACES          TO MS-ACCT-TYPE
               START SNAP-FILE KEY NOT LESS THAN MS-SNAP-KEY
                   INVALID KEY
                       SET WS-SNAP-EOF TO TRUE
               END-START
               IF NOT WS-SNAP-EOF
                   PERFORM A0310-READ-NEXT-SNAPSHOT
                   PERFORM B1100-RELEASE-ONE-SNAPSHOT
                       UNTIL WS-SNAP-EOF
               END-IF.

           B1100-RELEASE-ONE-SNAPSHOT.
               ADD 1 TO WS-SNAP-RECORDS
               MOVE MS-BRANCH-CODE      TO SR-BRANCH
               MOVE MS-ACCT-TYPE        TO SR-ACCT-TYPE
               MOVE MS-MONTH            TO SR-MONTH
               COMPUTE SR-OPEN = MS-TOTAL-COUNT - MS-CLOSED-COUNT
                   - MS-WRITTEN-OFF-COUNT
               MOVE MS-NEW-COUNT        TO SR-NEW
               MOVE MS-CLOSED-IN-MONTH  TO SR-CLOSED
               MOVE MS-ARREARS-COUNT    TO SR-ARREARS
               MOVE MS-CREDIT-BALANCE   TO SR-CREDIT
               MOVE MS-DEBIT-BALANCE    TO SR-DEBIT
               MOVE MS-OD-USED          TO SR-OD-USED
               RELEASE SR-SORT-RECORD
               PERFORM A0310-READ-NEXT-SNAPSHOT.

      ******************************************************************
      * SORT OUTPUT: ONE BLOCK PER BRANCH AND PRODUCT, ONE LINE PER
      * MONTH, WITH THE BANK TOTALS GATHERED ON THE WAY.
      ******************************************************************
           B3000-PRINT-BRANCH-TREND.
               MOVE 'N' TO WS-SORT-EOF-SW
               MOVE 99 TO WS-PREV-BRANCH
               MOVE SPACES TO WS-PREV-ACCT-TYPE
               PERFORM B3100-RETURN-NEXT-LINE
               PERFORM B3200-PRINT-ONE-LINE
                   UNTIL WS-SORT-EOF.

           B3100-RETURN-NEXT-LINE.
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
               END-RETURN.

           B3200-PRINT-ONE-LINE.
               IF SR-BRANCH NOT = WS-PREV-BRANCH
                   OR SR-ACCT-TYPE NOT = WS-PREV-ACCT-TYPE
                   MOVE SR-BRANCH    TO WS-PREV-BRANCH
                   MOVE SR-ACCT-TYPE TO WS-PREV-ACCT-TYPE
                   PERFORM B3300-FIND-PRODUCT
                   MOVE "BRANCH "    TO WS-RB-LABEL
                   MOVE SR-BRANCH    TO WS-RB-BRANCH
                   PERFORM D2000-PRINT-BLOCK-HEADING
               END-IF
               PERFORM B3400-FIND-MONTH-IDX
               MOVE SR-MONTH   TO WS-CUR-MONTH
               MOVE SR-OPEN    TO WS-CUR-OPEN
               MOVE SR-NEW     TO WS-CUR-NEW
               MOVE SR-CLOSED  TO WS-CUR-CLOSED
               MOVE SR-ARREARS TO WS-CUR-ARREARS
               MOVE SR-CREDIT  TO WS-CUR-CREDIT
               MOVE SR-DEBIT   TO WS-CUR-DEBIT
               MOVE SR-OD-USED TO WS-CUR-OD-USED
               PERFORM D1000-PRINT-TREND-LINE
               IF WS-PROD-IDX NOT = ZEROES
                   MOVE WS-PROD-IDX TO WS-BANK-IDX
                   PERFORM B3500-ADD-TO-BANK
                   MOVE WS-ALL-PRODUCTS TO WS-BANK-IDX
                   PERFORM B3500-ADD-TO-BANK
               END-IF
               PERFORM B3100-RETURN-NEXT-LINE.

           B3300-FIND-PRODUCT.
               MOVE ZEROES TO WS-PROD-IDX
               MOVE 'N' TO WS-PRODUCT-FOUND-SW
               PERFORM B3310-CHECK-ONE-PRODUCT
                   UNTIL WS-PRODUCT-FOUND
                       OR WS-PROD-IDX NOT < WS-PRODUCT-COUNT
               IF WS-PRODUCT-FOUND
                   MOVE WS-PRODUCT-NAME(WS-PROD-IDX) TO WS-RB-PRODUCT
               ELSE
                   MOVE ZEROES TO WS-PROD-IDX
                   MOVE "UNKNOWN PRODUCT" TO WS-RB-PRODUCT
               END-IF.

           B3310-CHECK-ONE-PRODUCT.
               ADD 1 TO WS-PROD-IDX
               IF WS-PRODUCT-CODE(WS-PROD-IDX) = SR-ACCT-TYPE
                   SET WS-PRODUCT-FOUND TO TRUE
               END-IF.

           B3400-FIND-MONTH-IDX.
               MOVE ZEROES TO WS-CUR-IDX
               MOVE ZEROES TO WS-WIN-IDX
               PERFORM B3410-CHECK-ONE-MONTH
                   UNTIL WS-CUR-IDX NOT = ZEROES
                       OR WS-WIN-IDX NOT < WS-MONTH-COUNT.

           B3410-CHECK-ONE-MONTH.
               ADD 1 TO WS-WIN-IDX
               IF WS-WIN-MONTH(WS-WIN-IDX) = SR-MONTH
                   MOVE WS-WIN-IDX TO WS-CUR-IDX
               END-IF.

           B3500-ADD-TO-BANK.
               IF WS-BK-PRESENT(WS-BANK-IDX, WS-CUR-IDX) NOT = 'Y'
                   MOVE 'Y' TO WS-BK-PRESENT(WS-BANK-IDX, WS-CUR-IDX)
                   MOVE ZEROES TO WS-BK-OPEN(WS-BANK-IDX, WS-CUR-IDX)
                   MOVE ZEROES TO WS-BK-NEW(WS-BANK-IDX, WS-CUR-IDX)
                   MOVE ZEROES TO WS-BK-CLOSED(WS-BANK-IDX, WS-CUR-IDX)
                   MOVE ZEROES
                       TO WS-BK-ARREARS(WS-BANK-IDX, WS-CUR-IDX)
                   MOVE ZEROES TO WS-BK-CREDIT(WS-BANK-IDX, WS-CUR-IDX)
                   MOVE ZEROES TO WS-BK-DEBIT(WS-BANK-IDX, WS-CUR-IDX)
                   MOVE ZEROES
                       TO WS-BK-OD-USED(WS-BANK-IDX, WS-CUR-IDX)
               END-IF
               ADD SR-OPEN    TO WS-BK-OPEN(WS-BANK-IDX, WS-CUR-IDX)
               ADD SR-NEW     TO WS-BK-NEW(WS-BANK-IDX, WS-CUR-IDX)
               ADD SR-CLOSED  TO WS-BK-CLOSED(WS-BANK-IDX, WS-CUR-IDX)
               ADD SR-ARREARS TO WS-BK-ARREARS(WS-BANK-IDX, WS-CUR-IDX)
               ADD SR-CREDIT  TO WS-BK-CREDIT(WS-BANK-IDX, WS-CUR-IDX)
               ADD SR-DEBIT   TO WS-BK-DEBIT(WS-BANK-IDX, WS-CUR-IDX)
               ADD SR-OD-USED TO WS-BK-OD-USED(WS-BANK-IDX, WS-CUR-IDX).

      ******************************************************************
      * BANK TOTALS: EACH PRODUCT, THEN ALL PRODUCTS, MONTH BY MONTH.
      ******************************************************************
           C1000-PRINT-BANK-TOTALS.
               MOVE ZEROES TO WS-PROD-IDX
               PERFORM C1100-PRINT-ONE-PRODUCT
                   UNTIL WS-PROD-IDX NOT < WS-ALL-PRODUCTS.

           C1100-PRINT-ONE-PRODUCT.
               ADD 1 TO WS-PROD-IDX
               MOVE 'N' TO WS-HEADING-SW
               MOVE ZEROES TO WS-CUR-IDX
               PERFORM C1200-PRINT-ONE-MONTH
                   UNTIL WS-CUR-IDX NOT < WS-MONTH-COUNT.

           C1200-PRINT-ONE-MONTH.
               ADD 1 TO WS-CUR-IDX
               IF WS-BK-PRESENT(WS-PROD-IDX, WS-CUR-IDX) = 'Y'
                   IF NOT WS-HEADING-PRINTED
                       SET WS-HEADING-PRINTED TO TRUE
                       MOVE "BANK TOTAL " TO WS-RB-LABEL
                       MOVE SPACES TO WS-RB-BRANCH
                       MOVE WS-PRODUCT-NAME(WS-PROD-IDX)
                           TO WS-RB-PRODUCT
                       PERFORM D2000-PRINT-BLOCK-HEADING
                   END-IF
                   MOVE WS-WIN-MONTH(WS-CUR-IDX) TO WS-CUR-MONTH
                   MOVE WS-BK-OPEN(WS-PROD-IDX, WS-CUR-IDX)
                       TO WS-CUR-OPEN
                   MOVE WS-BK-NEW(WS-PROD-IDX, WS-CUR-IDX)
                       TO WS-CUR-NEW
                   MOVE WS-BK-CLOSED(WS-PROD-IDX, WS-CUR-IDX)
                       TO WS-CUR-CLOSED
                   MOVE WS-BK-ARREARS(WS-PROD-IDX, WS-CUR-IDX)
                       TO WS-CUR-ARREARS
                   MOVE WS-BK-CREDIT(WS-PROD-IDX, WS-CUR-IDX)
                       TO WS-CUR-CREDIT
                   MOVE WS-BK-DEBIT(WS-PROD-IDX, WS-CUR-IDX)
                       TO WS-CUR-DEBIT
                   MOVE WS-BK-OD-USED(WS-PROD-IDX, WS-CUR-IDX)
                       TO WS-CUR-OD-USED
                   PERFORM D1000-PRINT-TREND-LINE
               END-IF.

      ******************************************************************
      * ONE TREND LINE. THE FIRST MONTH OF THE WINDOW HAS NOTHING TO
      * MOVE FROM. A MONTH WHOSE PREDECESSOR IS MISSING FROM THE
      * BLOCK MOVES FROM ZERO -- THERE WERE NO ACCOUNTS THEN.
      ******************************************************************
           D1000-PRINT-TREND-LINE.
               MOVE WS-CUR-MONTH   TO WS-TL-MONTH
               MOVE WS-CUR-OPEN    TO WS-TL-OPEN
               MOVE WS-CUR-NEW     TO WS-TL-NEW
               MOVE WS-CUR-CLOSED  TO WS-TL-CLOSED
               MOVE WS-CUR-ARREARS TO WS-TL-ARREARS
               MOVE WS-CUR-CREDIT  TO WS-TL-CREDIT
               MOVE WS-CUR-DEBIT   TO WS-TL-DEBIT
               MOVE WS-CUR-OD-USED TO WS-TL-OD-USED
               IF WS-CUR-IDX NOT > 1
                   MOVE SPACES TO WS-TL-CR-MOVE
                   MOVE SPACES TO WS-TL-CR-GROWTH
                   MOVE SPACES TO WS-TL-DR-MOVE
                   MOVE SPACES TO WS-TL-DR-GROWTH
               ELSE
                   IF WS-PREV-IDX NOT = WS-CUR-IDX - 1
                       MOVE ZEROES TO WS-PREV-CREDIT
                       MOVE ZEROES TO WS-PREV-DEBIT
                   END-IF
                   MOVE WS-CUR-CREDIT  TO WS-MV-CURRENT
                   MOVE WS-PREV-CREDIT TO WS-MV-PRIOR
                   PERFORM D1100-EDIT-MOVEMENT
                   MOVE WS-MOVE-TEXT   TO WS-TL-CR-MOVE
                   MOVE WS-GROWTH-TEXT TO WS-TL-CR-GROWTH
                   MOVE WS-CUR-DEBIT   TO WS-MV-CURRENT
                   MOVE WS-PREV-DEBIT  TO WS-MV-PRIOR
                   PERFORM D1100-EDIT-MOVEMENT
                   MOVE WS-MOVE-TEXT   TO WS-TL-DR-MOVE
                   MOVE WS-GROWTH-TEXT TO WS-TL-DR-GROWTH
               END-IF
               MOVE WS-RPT-TREND-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-CUR-IDX    TO WS-PREV-IDX
               MOVE WS-CUR-CREDIT TO WS-PREV-CREDIT
               MOVE WS-CUR-DEBIT  TO WS-PREV-DEBIT.

      *    GROWTH NEEDS SOMETHING TO GROW FROM; A RISE OF MORE THAN
      *    999.9 PER CENT -- OR TOO BIG EVEN FOR WS-GROWTH -- PRINTS
      *    AS STARS.
           D1100-EDIT-MOVEMENT.
               COMPUTE WS-MOVEMENT = WS-MV-CURRENT - WS-MV-PRIOR
               MOVE WS-MOVEMENT TO WS-MOVE-EDIT
               MOVE WS-MOVE-EDIT TO WS-MOVE-TEXT
               IF WS-MV-PRIOR = ZEROES
                   MOVE SPACES TO WS-GROWTH-TEXT
               ELSE
                   COMPUTE WS-GROWTH ROUNDED =
                       WS-MOVEMENT * 100 / WS-MV-PRIOR
                       ON SIZE ERROR
                           MOVE "******" TO WS-GROWTH-TEXT
                   NOT ON SIZE ERROR
                       IF WS-GROWTH > 999.9
                           MOVE "******" TO WS-GROWTH-TEXT
                       ELSE
                           MOVE WS-GROWTH TO WS-GROWTH-EDIT
                           MOVE WS-GROWTH-EDIT TO WS-GROWTH-TEXT
                       END-IF
                   END-COMPUTE
               END-IF.

           D2000-PRINT-BLOCK-HEADING.
               MOVE ZEROES TO WS-PREV-IDX
               MOVE ZEROES TO WS-PREV-CREDIT
               MOVE ZEROES TO WS-PREV-DEBIT
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-RPT-BLOCK-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-RPT-COLUMN-LINE TO RPT-LINE
               WRITE RPT-LINE.

       END PROGRAM MIS-RPT.
