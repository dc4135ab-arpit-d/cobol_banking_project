      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: MONTH-END LOAN-LOSS PROVISIONING. CALLED BY NITE-RUN
      *          EVERY NIGHT JUST BEFORE GL-EXTR. ON ANY NIGHT BUT THE
      *          LAST BUSINESS DAY OF THE MONTH (THE NEXT BUSINESS
      *          DAY, FOUND THE SAME WAY EOD-ADV FINDS IT, FALLS IN A
      *          NEW MONTH) IT DOES NOTHING. ON THE LAST ONE IT PUTS
      *          EVERY ACTIVE LOAN INTO AN ARREARS BUCKET BY THE
      *          MISSED COLLECTIONS LOAN-COLL HAS COUNTED IN
      *          AR-LN-ARREARS-COUNT -- PERFORMING, 30, 60 AND 90+
      *          DAYS, AND NON-PERFORMING -- AND APPLIES THE BUCKET'S
      *          PROVISION RATE IN FORCE ON THE BUSINESS DATE (RATEPARM
      *          PROVPERF, PROV30, PROV60, PROV90 AND PROVNPL) TO THE
      *          OUTSTANDING DEBT. THE REQUIRED PROVISION IS REPORTED
      *          PER BRANCH AND BUCKET, WITH A BANK TOTAL, ON PROVRPT,
      *          AND WRITTEN TO PROVFILE IN THE GLEXTR INTERFACE LAYOUT
      *          (HEADER, ONE DETAIL PER BRANCH AND BUCKET, TRAILER
      *          WITH COUNT AND HASH) SO GL-EXTR CARRIES IT TO FINANCE
      *          IN THE SAME NIGHT'S EXTRACT. THE FIGURE IS THE STOCK
      *          OF PROVISION THE BOOK NEEDS AT MONTH END; FINANCE
      *          BOOKS THE MOVEMENT AGAINST LAST MONTH'S. THE RUN
      *          CHANGES NOTHING ON ACCTFILE.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PROV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-BANK-ACCOUNT
               FILE STATUS IS WS-ACCT-FILE-STATUS.

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

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "PROVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT PROV-FILE ASSIGN TO "PROVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
           COPY ACCTREC.

       FD  PARM-FILE.
           COPY PRMREC.

       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  HOLIDAY-FILE.
       01  HL-RECORD.
           05  HL-DATE                 PIC 9(08).

       FD  RPT-FILE.
       01  RPT-LINE                  PIC X(80).

       FD  PROV-FILE.
       01  PROV-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-EOF            VALUE '10'.
               88 WS-ACCT-FILE-MISSING   VALUE '35'.
           01 WS-PARM-FILE-STATUS    PIC X(02).
               88 WS-PARM-FILE-MISSING   VALUE '35'.
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-HOLIDAY-FILE-STATUS PIC X(02).
               88 WS-HOLIDAY-EOF         VALUE '10'.
               88 WS-HOLIDAY-FILE-MISSING VALUE '35'.
           01 WS-RPT-FILE-STATUS     PIC X(02).
           01 WS-PROV-FILE-STATUS    PIC X(02).
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.

           01 WS-RUN-DATE            PIC 9(08).

           01 WS-MAX-HOLIDAYS        PIC 9(03) VALUE 200.
           01 WS-HOLIDAY-COUNT       PIC 9(03) VALUE ZEROES.
           01 WS-HOLIDAY-IDX         PIC 9(03).
           01 WS-HOLIDAY-TABLE.
               02 WS-HOLIDAY-DATE OCCURS 200 TIMES PIC 9(08).

           01 WS-NEW-DATE            PIC 9(08).
           01 WS-DATE-INTEGER        PIC 9(08).
           01 WS-DAY-OF-WEEK         PIC 9(01).
           01 WS-BUS-DAY-SW          PIC X(01).
               88 WS-IS-BUS-DAY          VALUE 'Y'.
           01 WS-MONTH-END-SW        PIC X(01) VALUE 'N'.
               88 WS-MONTH-END           VALUE 'Y'.

           01 WS-PARM-LOOKUP-ID      PIC X(10).
           01 WS-PARM-VALUE          PIC 9(08)V9(04).
           01 WS-PARM-FOUND-SW       PIC X(01).
               88 WS-PARM-FOUND          VALUE 'Y'.
           01 WS-PARM-SCAN-DONE-SW   PIC X(01).
               88 WS-PARM-SCAN-DONE      VALUE 'Y'.

      *    THE FIVE ARREARS BUCKETS, IN REPORT ORDER. A LOAN'S BUCKET
      *    IS SET BY HOW MANY MONTHLY COLLECTIONS IT HAS MISSED: NONE
      *    IS PERFORMING, ONE IS 30 DAYS, TWO IS 60 DAYS, THREE UP TO
      *    WS-NPL-ARREARS LESS ONE IS 90+ DAYS, AND WS-NPL-ARREARS OR
      *    MORE IS NON-PERFORMING. LOAN-WO WRITES OFF ONLY A LOAN AT
      *    THE SAME THRESHOLD.
           01 WS-NPL-ARREARS         PIC 9(03) VALUE 6.
           01 WS-BUCKET-NAMES.
               05 FILLER              PIC X(14) VALUE "PERFORMING".
               05 FILLER              PIC X(14) VALUE "30 DAYS".
               05 FILLER              PIC X(14) VALUE "60 DAYS".
               05 FILLER              PIC X(14) VALUE "90+ DAYS".
               05 FILLER              PIC X(14) VALUE "NON-PERFORMING".
           01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
               02 WS-BUCKET-NAME OCCURS 5 TIMES PIC X(14).
           01 WS-BUCKET-PARM-IDS.
               05 FILLER              PIC X(10) VALUE "PROVPERF".
               05 FILLER              PIC X(10) VALUE "PROV30".
               05 FILLER              PIC X(10) VALUE "PROV60".
               05 FILLER              PIC X(10) VALUE "PROV90".
               05 FILLER              PIC X(10) VALUE "PROVNPL".
           01 WS-BUCKET-PARM-TABLE REDEFINES WS-BUCKET-PARM-IDS.
               02 WS-BUCKET-PARM-ID OCCURS 5 TIMES PIC X(10).
           01 WS-BUCKET-GL-TYPES.
               05 FILLER              PIC X(03) VALUE "PVP".
               05 FILLER              PIC X(03) VALUE "P30".
               05 FILLER              PIC X(03) VALUE "P60".
               05 FILLER              PIC X(03) VALUE "P90".
               05 FILLER              PIC X(03) VALUE "PVN".
           01 WS-BUCKET-GL-TABLE REDEFINES WS-BUCKET-GL-TYPES.
               02 WS-BUCKET-GL-TYPE OCCURS 5 TIMES PIC X(03).
      *    COMPILED DEFAULT RATES (1, 5, 20, 50 AND 100 PCT),
      *    OVERRIDDEN BY THE RATEPARM ENTRY IN FORCE FOR EACH BUCKET.
           01 WS-BUCKET-DEFAULTS.
               05 FILLER              PIC 9V9(04) VALUE 0.0100.
               05 FILLER              PIC 9V9(04) VALUE 0.0500.
               05 FILLER              PIC 9V9(04) VALUE 0.2000.
               05 FILLER              PIC 9V9(04) VALUE 0.5000.
               05 FILLER              PIC 9V9(04) VALUE 1.0000.
           01 WS-BUCKET-RATE-TABLE REDEFINES WS-BUCKET-DEFAULTS.
               02 WS-BUCKET-RATE OCCURS 5 TIMES PIC 9V9(04).
           01 WS-BUCKET-IDX          PIC 9(01).
           01 WS-BUCKET-COUNT        PIC 9(01) VALUE 5.

      *    ONE ROW PER BRANCH CODE (ROW = BRANCH + 1, SO BRANCH 00
      *    HAS A HOME TOO), ONE CELL PER BUCKET.
           01 WS-BRANCH-IDX          PIC 9(03).
           01 WS-BRANCH-CODE         PIC 9(02).
           01 WS-BRANCH-TABLE.
               02 WS-BRANCH-ROW OCCURS 100 TIMES.
                   05 WS-BR-LOANS         PIC 9(06).
                   05 WS-BR-CELL OCCURS 5 TIMES.
                       10 WS-BR-COUNT     PIC 9(06).
                       10 WS-BR-OUTSTAND  PIC 9(12)V99.
                       10 WS-BR-PROVISION PIC 9(12)V99.

           01 WS-OUTSTANDING         PIC 9(08)V99.
           01 WS-PROVISION           PIC 9(08)V99.
           01 WS-BRANCH-OUTSTAND     PIC 9(12)V99.
           01 WS-BRANCH-PROVISION    PIC 9(12)V99.
           01 WS-BANK-COUNT          PIC 9(06) VALUE ZEROES.
           01 WS-BANK-OUTSTAND       PIC 9(12)V99 VALUE ZEROES.
           01 WS-BANK-PROVISION      PIC 9(12)V99 VALUE ZEROES.
           01 WS-BANK-BUCKET-TABLE.
               02 WS-BANK-CELL OCCURS 5 TIMES.
                   05 WS-BK-COUNT         PIC 9(06).
                   05 WS-BK-OUTSTAND      PIC 9(12)V99.
                   05 WS-BK-PROVISION     PIC 9(12)V99.
           01 WS-SKIPPED-COUNT       PIC 9(06) VALUE ZEROES.

           01 WS-DETAIL-COUNT        PIC 9(06) VALUE ZEROES.
           01 WS-HASH-AMOUNT         PIC 9(14)V99 VALUE ZEROES.

           01 WS-GL-HEADER.
               05 WS-GH-RECORD-TYPE   PIC X(01) VALUE '1'.
               05 WS-GH-RUN-DATE      PIC 9(08).
               05 WS-GH-SYSTEM-ID     PIC X(08) VALUE "BANKCORE".

           01 WS-GL-DETAIL.
               05 WS-GD-RECORD-TYPE   PIC X(01) VALUE '2'.
               05 WS-GD-BRANCH        PIC 9(02).
               05 WS-GD-GL-TYPE       PIC X(03).
               05 WS-GD-TXN-COUNT     PIC 9(06).
               05 WS-GD-AMOUNT        PIC 9(12)V99.

           01 WS-GL-TRAILER.
               05 WS-GT-RECORD-TYPE   PIC X(01) VALUE '3'.
               05 WS-GT-DETAIL-COUNT  PIC 9(06).
               05 WS-GT-HASH-AMOUNT   PIC 9(14)V99.

           01 WS-RPT-HDR-LINE.
               05 FILLER              PIC X(40)
                   VALUE "LOAN-LOSS PROVISION REPORT AS AT ".
               05 WS-RH-RUN-DATE      PIC 9(08).

           01 WS-RPT-COLUMN-LINE.
               05 FILLER              PIC X(40)
                   VALUE "BR  BUCKET           LOANS         OUTST".
               05 FILLER              PIC X(40)
                   VALUE "ANDING    RATE%           PROVISION".

           01 WS-RPT-DETAIL.
               05 WS-RD-BRANCH        PIC X(02).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-BUCKET        PIC X(14).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RD-COUNT         PIC ZZZ,ZZ9.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-OUTSTAND      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-RATE          PIC ZZ9.99.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-PROVISION     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-RATE-PCT            PIC 9(03)V99.

           01 WS-RPT-SUMMARY.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-RS-LABEL         PIC X(34).
               05 WS-RS-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0100-LOAD-HOLIDAYS.
           PERFORM A0500-CHECK-MONTH-END.
           IF WS-MONTH-END
               PERFORM A0150-LOAD-PARMS
               PERFORM A0600-OPEN-FILES
               IF WS-ACCT-FILE-MISSING
                   DISPLAY "NO ACCOUNT MASTER ON HAND, NO LOANS TO "
                       "PROVISION"
               ELSE
                   PERFORM A1000-READ-NEXT-ACCOUNT
                   PERFORM A1100-BUCKET-ONE-ACCOUNT
                       UNTIL WS-ACCT-EOF
                   CLOSE ACCT-FILE
               END-IF
               PERFORM A2000-PRINT-REPORT
               PERFORM A3000-WRITE-PROVISION-FILE
               CLOSE RPT-FILE
               CLOSE PROV-FILE
               DISPLAY "LOAN-LOSS PROVISIONING COMPLETE, "
                   WS-BANK-COUNT " LOANS PROVISIONED"
           ELSE
               DISPLAY "BUSINESS DATE " WS-RUN-DATE " IS NOT THE "
                   "LAST BUSINESS DAY OF THE MONTH, NO PROVISIONING "
                   "TONIGHT"
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

           A0100-LOAD-HOLIDAYS.
               OPEN INPUT HOLIDAY-FILE
               IF WS-HOLIDAY-FILE-MISSING
                   DISPLAY "NO HOLIDAYS FILE ON HAND, ONLY WEEKENDS "
                       "WILL BE SKIPPED"
               ELSE
                   PERFORM A0110-READ-NEXT-HOLIDAY
                   PERFORM A0120-STORE-HOLIDAY
                       UNTIL WS-HOLIDAY-EOF
                           OR WS-HOLIDAY-COUNT NOT < WS-MAX-HOLIDAYS
                   IF NOT WS-HOLIDAY-EOF
                       DISPLAY "WARNING: HOLIDAYS PAST THE TABLE "
                           "LIMIT OF " WS-MAX-HOLIDAYS " WERE NOT "
                           "LOADED AND WILL BE TREATED AS BUSINESS "
                           "DAYS"
                   END-IF
                   CLOSE HOLIDAY-FILE
               END-IF.

           A0110-READ-NEXT-HOLIDAY.
               READ HOLIDAY-FILE
                   AT END
                       CONTINUE
               END-READ.

           A0120-STORE-HOLIDAY.
               IF HL-DATE NUMERIC AND HL-DATE NOT = ZEROES
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE HL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
               END-IF
               PERFORM A0110-READ-NEXT-HOLIDAY.

      *    THE RATE FOR EACH BUCKET IN FORCE ON THE BUSINESS DATE. NO
      *    ENTRY KEEPS THE COMPILED DEFAULT.
           A0150-LOAD-PARMS.
               OPEN INPUT PARM-FILE
               IF WS-PARM-FILE-MISSING
                   DISPLAY "WARNING: NO RATEPARM ON HAND, USING THE "
                       "DEFAULT PROVISION RATES"
               ELSE
                   MOVE ZEROES TO WS-BUCKET-IDX
                   PERFORM A0155-LOAD-BUCKET-RATE
                       UNTIL WS-BUCKET-IDX NOT < WS-BUCKET-COUNT
                   CLOSE PARM-FILE
               END-IF.

           A0155-LOAD-BUCKET-RATE.
               ADD 1 TO WS-BUCKET-IDX
               MOVE WS-BUCKET-PARM-ID(WS-BUCKET-IDX)
                   TO WS-PARM-LOOKUP-ID
               PERFORM A0160-FIND-PARM-VALUE
               IF WS-PARM-FOUND
                   MOVE WS-PARM-VALUE
                       TO WS-BUCKET-RATE(WS-BUCKET-IDX)
               END-IF.

           A0160-FIND-PARM-VALUE.
               MOVE 'N' TO WS-PARM-FOUND-SW
               MOVE 'N' TO WS-PARM-SCAN-DONE-SW
               MOVE WS-PARM-LOOKUP-ID TO PR-PARM-ID
               MOVE ZEROES            TO PR-EFF-DATE
               START PARM-FILE KEY NOT LESS THAN PR-PARM-KEY
                   INVALID KEY
                       SET WS-PARM-SCAN-DONE TO TRUE
               END-START
               PERFORM A0170-SCAN-PARM-ENTRY
                   UNTIL WS-PARM-SCAN-DONE.

           A0170-SCAN-PARM-ENTRY.
               READ PARM-FILE NEXT RECORD
                   AT END
                       SET WS-PARM-SCAN-DONE TO TRUE
                   NOT AT END
                       IF PR-PARM-ID NOT = WS-PARM-LOOKUP-ID
                           OR PR-EFF-DATE > WS-RUN-DATE
                           SET WS-PARM-SCAN-DONE TO TRUE
                       ELSE
                           MOVE PR-PARM-VALUE TO WS-PARM-VALUE
                           SET WS-PARM-FOUND TO TRUE
                       END-IF
               END-READ.

      *    TONIGHT IS MONTH-END WHEN THE BUSINESS DAY EOD-ADV WILL
      *    MOVE TO FALLS IN A LATER MONTH -- THE SAME TEST MNTH-RUN
      *    MAKES, WITH EOD-ADV'S OWN STEP-ONE-DAY LOGIC, SO THE
      *    PROVISION IS CUT ON THE NIGHT THE MONTH CLOSES.
           A0500-CHECK-MONTH-END.
               MOVE WS-RUN-DATE TO WS-NEW-DATE
               MOVE 'N' TO WS-BUS-DAY-SW
               PERFORM A0510-STEP-ONE-DAY
                   UNTIL WS-IS-BUS-DAY
               IF WS-NEW-DATE(1:6) NOT = WS-RUN-DATE(1:6)
                   SET WS-MONTH-END TO TRUE
               END-IF.

           A0510-STEP-ONE-DAY.
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-NEW-DATE) + 1
               COMPUTE WS-NEW-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION REM(WS-DATE-INTEGER, 7)
               SET WS-IS-BUS-DAY TO TRUE
      *        DAY 1 IS A MONDAY IN THE INTRINSIC DATE SCHEME, SO
      *        REMAINDER 6 IS SATURDAY AND 0 IS SUNDAY.
               IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
                   MOVE 'N' TO WS-BUS-DAY-SW
               ELSE
                   MOVE ZEROES TO WS-HOLIDAY-IDX
                   PERFORM A0520-CHECK-HOLIDAY
                       UNTIL WS-HOLIDAY-IDX NOT < WS-HOLIDAY-COUNT
                           OR NOT WS-IS-BUS-DAY
               END-IF.

           A0520-CHECK-HOLIDAY.
               ADD 1 TO WS-HOLIDAY-IDX
               IF WS-HOLIDAY-DATE(WS-HOLIDAY-IDX) = WS-NEW-DATE
                   MOVE 'N' TO WS-BUS-DAY-SW
               END-IF.

           A0600-OPEN-FILES.
               MOVE ZEROES TO WS-BRANCH-TABLE
               MOVE ZEROES TO WS-BANK-BUCKET-TABLE
               OPEN INPUT ACCT-FILE
               OPEN OUTPUT RPT-FILE
               OPEN OUTPUT PROV-FILE.

           A1000-READ-NEXT-ACCOUNT.
               READ ACCT-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

      *    ONLY A LIVE LOAN WITH DEBT OUTSTANDING IS PROVISIONED. A
      *    WRITTEN-OFF LOAN IS ALREADY OFF THE BOOKS AT ZERO, AND A
      *    FROZEN ONE IS COUNTED AS SKIPPED SO IT IS NOT LOST FROM
      *    SIGHT.
           A1100-BUCKET-ONE-ACCOUNT.
               EVALUATE TRUE
                   WHEN NOT AR-LOAN OR AR-BALANCE NOT < ZEROES
                       CONTINUE
                   WHEN AR-ACTIVE
                       PERFORM A1200-PROVISION-ONE-LOAN
                   WHEN NOT AR-WRITTEN-OFF AND NOT AR-CLOSED
                       ADD 1 TO WS-SKIPPED-COUNT
               END-EVALUATE
               PERFORM A1000-READ-NEXT-ACCOUNT.

           A1200-PROVISION-ONE-LOAN.
               EVALUATE TRUE
                   WHEN AR-LN-ARREARS-COUNT = ZEROES
                       MOVE 1 TO WS-BUCKET-IDX
                   WHEN AR-LN-ARREARS-COUNT = 1
                       MOVE 2 TO WS-BUCKET-IDX
                   WHEN AR-LN-ARREARS-COUNT = 2
                       MOVE 3 TO WS-BUCKET-IDX
                   WHEN AR-LN-ARREARS-COUNT < WS-NPL-ARREARS
                       MOVE 4 TO WS-BUCKET-IDX
                   WHEN OTHER
                       MOVE 5 TO WS-BUCKET-IDX
               END-EVALUATE
               COMPUTE WS-OUTSTANDING = ZEROES - AR-BALANCE
               COMPUTE WS-PROVISION ROUNDED =
                   WS-OUTSTANDING * WS-BUCKET-RATE(WS-BUCKET-IDX)
               COMPUTE WS-BRANCH-IDX = AR-BRANCH-CODE + 1
               ADD 1 TO WS-BR-LOANS(WS-BRANCH-IDX)
               ADD 1 TO WS-BR-COUNT(WS-BRANCH-IDX, WS-BUCKET-IDX)
               ADD WS-OUTSTANDING
                   TO WS-BR-OUTSTAND(WS-BRANCH-IDX, WS-BUCKET-IDX)
               ADD WS-PROVISION
                   TO WS-BR-PROVISION(WS-BRANCH-IDX, WS-BUCKET-IDX)
               ADD 1 TO WS-BK-COUNT(WS-BUCKET-IDX)
               ADD WS-OUTSTANDING TO WS-BK-OUTSTAND(WS-BUCKET-IDX)
               ADD WS-PROVISION   TO WS-BK-PROVISION(WS-BUCKET-IDX)
               ADD 1 TO WS-BANK-COUNT
               ADD WS-OUTSTANDING TO WS-BANK-OUTSTAND
               ADD WS-PROVISION   TO WS-BANK-PROVISION.

      *    ONE BLOCK PER BRANCH HOLDING LOANS, ONE LINE PER BUCKET
      *    AND A BRANCH TOTAL, THEN THE SAME FOR THE WHOLE BANK.
           A2000-PRINT-REPORT.
               MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
               MOVE WS-RPT-HDR-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-RPT-COLUMN-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE ZEROES TO WS-BRANCH-IDX
               PERFORM A2100-PRINT-ONE-BRANCH
                   UNTIL WS-BRANCH-IDX NOT < 100
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE ZEROES TO WS-BUCKET-IDX
               PERFORM A2300-PRINT-BANK-BUCKET
                   UNTIL WS-BUCKET-IDX NOT < WS-BUCKET-COUNT
               MOVE "**"              TO WS-RD-BRANCH
               MOVE "BANK TOTAL"      TO WS-RD-BUCKET
               MOVE WS-BANK-COUNT     TO WS-RD-COUNT
               MOVE WS-BANK-OUTSTAND  TO WS-RD-OUTSTAND
               MOVE ZEROES            TO WS-RD-RATE
               MOVE WS-BANK-PROVISION TO WS-RD-PROVISION
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "LOANS PROVISIONED" TO WS-RS-LABEL
               MOVE WS-BANK-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "LOANS NOT ACTIVE, NOT PROVISIONED" TO WS-RS-LABEL
               MOVE WS-SKIPPED-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE.

           A2100-PRINT-ONE-BRANCH.
               ADD 1 TO WS-BRANCH-IDX
               IF WS-BR-LOANS(WS-BRANCH-IDX) NOT = ZEROES
                   MOVE ZEROES TO WS-BRANCH-OUTSTAND
                   MOVE ZEROES TO WS-BRANCH-PROVISION
                   MOVE ZEROES TO WS-BUCKET-IDX
                   PERFORM A2200-PRINT-BRANCH-BUCKET
                       UNTIL WS-BUCKET-IDX NOT < WS-BUCKET-COUNT
                   MOVE SPACES              TO WS-RD-BRANCH
                   MOVE "BRANCH TOTAL"      TO WS-RD-BUCKET
                   MOVE WS-BR-LOANS(WS-BRANCH-IDX) TO WS-RD-COUNT
                   MOVE WS-BRANCH-OUTSTAND  TO WS-RD-OUTSTAND
                   MOVE ZEROES              TO WS-RD-RATE
                   MOVE WS-BRANCH-PROVISION TO WS-RD-PROVISION
                   MOVE WS-RPT-DETAIL TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
               END-IF.

           A2200-PRINT-BRANCH-BUCKET.
               ADD 1 TO WS-BUCKET-IDX
               COMPUTE WS-BRANCH-CODE = WS-BRANCH-IDX - 1
               MOVE WS-BRANCH-CODE TO WS-RD-BRANCH
               MOVE WS-BUCKET-NAME(WS-BUCKET-IDX) TO WS-RD-BUCKET
               MOVE WS-BR-COUNT(WS-BRANCH-IDX, WS-BUCKET-IDX)
                   TO WS-RD-COUNT
               MOVE WS-BR-OUTSTAND(WS-BRANCH-IDX, WS-BUCKET-IDX)
                   TO WS-RD-OUTSTAND
               COMPUTE WS-RATE-PCT =
                   WS-BUCKET-RATE(WS-BUCKET-IDX) * 100
               MOVE WS-RATE-PCT TO WS-RD-RATE
               MOVE WS-BR-PROVISION(WS-BRANCH-IDX, WS-BUCKET-IDX)
                   TO WS-RD-PROVISION
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               ADD WS-BR-OUTSTAND(WS-BRANCH-IDX, WS-BUCKET-IDX)
                   TO WS-BRANCH-OUTSTAND
               ADD WS-BR-PROVISION(WS-BRANCH-IDX, WS-BUCKET-IDX)
                   TO WS-BRANCH-PROVISION.

           A2300-PRINT-BANK-BUCKET.
               ADD 1 TO WS-BUCKET-IDX
               MOVE "**" TO WS-RD-BRANCH
               MOVE WS-BUCKET-NAME(WS-BUCKET-IDX) TO WS-RD-BUCKET
               MOVE WS-BK-COUNT(WS-BUCKET-IDX)    TO WS-RD-COUNT
               MOVE WS-BK-OUTSTAND(WS-BUCKET-IDX) TO WS-RD-OUTSTAND
               COMPUTE WS-RATE-PCT =
                   WS-BUCKET-RATE(WS-BUCKET-IDX) * 100
               MOVE WS-RATE-PCT TO WS-RD-RATE
               MOVE WS-BK-PROVISION(WS-BUCKET-IDX) TO WS-RD-PROVISION
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE.

      *    THE SAME HEADER, DETAIL AND TRAILER SHAPE AS GLEXTR. THE
      *    HEADER CARRIES THE BUSINESS DATE, AND GL-EXTR ONLY TAKES THE
      *    DETAILS UP WHEN IT MATCHES THE DATE IT IS EXTRACTING, SO A
      *    LAST MONTH'S FILE LEFT ON HAND IS NEVER SENT TWICE.
           A3000-WRITE-PROVISION-FILE.
               MOVE WS-RUN-DATE TO WS-GH-RUN-DATE
               MOVE WS-GL-HEADER TO PROV-RECORD
               WRITE PROV-RECORD
               MOVE ZEROES TO WS-BRANCH-IDX
               PERFORM A3100-WRITE-BRANCH-DETAILS
                   UNTIL WS-BRANCH-IDX NOT < 100
               MOVE WS-DETAIL-COUNT TO WS-GT-DETAIL-COUNT
               MOVE WS-HASH-AMOUNT  TO WS-GT-HASH-AMOUNT
               MOVE WS-GL-TRAILER TO PROV-RECORD
               WRITE PROV-RECORD.

           A3100-WRITE-BRANCH-DETAILS.
               ADD 1 TO WS-BRANCH-IDX
               IF WS-BR-LOANS(WS-BRANCH-IDX) NOT = ZEROES
                   MOVE ZEROES TO WS-BUCKET-IDX
                   PERFORM A3200-WRITE-ONE-DETAIL
                       UNTIL WS-BUCKET-IDX NOT < WS-BUCKET-COUNT
               END-IF.

           A3200-WRITE-ONE-DETAIL.
               ADD 1 TO WS-BUCKET-IDX
               IF WS-BR-COUNT(WS-BRANCH-IDX, WS-BUCKET-IDX)
                   NOT = ZEROES
                   COMPUTE WS-GD-BRANCH = WS-BRANCH-IDX - 1
                   MOVE WS-BUCKET-GL-TYPE(WS-BUCKET-IDX)
                       TO WS-GD-GL-TYPE
                   MOVE WS-BR-COUNT(WS-BRANCH-IDX, WS-BUCKET-IDX)
                       TO WS-GD-TXN-COUNT
                   MOVE WS-BR-PROVISION(WS-BRANCH-IDX, WS-BUCKET-IDX)
                       TO WS-GD-AMOUNT
                   MOVE WS-GL-DETAIL TO PROV-RECORD
                   WRITE PROV-RECORD
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD WS-BR-PROVISION(WS-BRANCH-IDX, WS-BUCKET-IDX)
                       TO WS-HASH-AMOUNT
               END-IF.

       END PROGRAM LOAN-PROV.
