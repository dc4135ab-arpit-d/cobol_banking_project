      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: NIGHTLY SERVICE FEE POSTING ACROSS ACCTFILE. CHARGES
      *          THE FEE SCHEDULE KEYED ON RATEPARM (PER ACCOUNT TYPE,
      *          PER BRANCH, WITH A BANK-WIDE DEFAULT) -- A NIGHTLY
      *          FEE ON AN ACCOUNT OVERDRAWN BEYOND ITS ARRANGED
      *          LIMIT, AND ON THE FIRST CYCLE OF EACH MONTH THE
      *          PRIOR MONTH'S MAINTENANCE FEE, BELOW-MINIMUM-BALANCE
      *          FEE AND EXCESS-WITHDRAWAL FEE. EACH FEE IS JOURNALED
      *          UNDER ITS OWN TRANSACTION TYPE. A FEE WAIVED BY A
      *          SUPERVISOR ON FEEWAIV IS REPORTED, NOT CHARGED. THE
      *          RUN CHECKPOINTS EVERY ACCOUNT TO FEECTL THE SAME WAY
      *          INT-POST DOES TO INTCTL, SO A RERUN NEVER CHARGES A
      *          FEE TWICE.
      * Tectonics: cobc
      *
      * Modification History
      * 15/10/26  AD  A WRITTEN-OFF LOAN IS NOT CHARGED FEES -- ITS DEBT
      *               HAS BEEN CLEARED TO ZERO AND MUST STAY THERE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-BANK-ACCOUNT
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CTL-FILE ASSIGN TO "FEECTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-CONTROL-ID
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT TRAN-FILE ASSIGN USING WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "FEERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "RATEPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PARM-KEY
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT WAIV-FILE ASSIGN TO "FEEWAIV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-WAIVER-KEY
               FILE STATUS IS WS-WAIV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
           COPY ACCTREC.

       FD  TRAN-FILE.
           COPY TRANREC.

       FD  CTL-FILE.
           COPY FEECTL.

       FD  RPT-FILE.
       01  RPT-LINE                  PIC X(80).

       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  PARM-FILE.
           COPY PRMREC.

       FD  WAIV-FILE.
           COPY FWVREC.

       WORKING-STORAGE SECTION.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-EOF            VALUE '10'.
           01 WS-TRAN-FILE-STATUS    PIC X(02).
               88 WS-TRAN-EOF            VALUE '10'.
               88 WS-TRAN-FILE-MISSING   VALUE '35'.
           01 WS-CTL-FILE-STATUS     PIC X(02).
               88 WS-CTL-NOT-FOUND       VALUE '23'.
               88 WS-CTL-FILE-MISSING    VALUE '35'.
           01 WS-RPT-FILE-STATUS     PIC X(02).
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-PARM-FILE-STATUS    PIC X(02).
               88 WS-PARM-FILE-MISSING   VALUE '35'.
           01 WS-WAIV-FILE-STATUS    PIC X(02).
               88 WS-WAIV-FILE-MISSING   VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.
           01 WS-PARMS-ON-HAND-SW    PIC X(01) VALUE 'N'.
               88 WS-PARMS-ON-HAND       VALUE 'Y'.
           01 WS-WAIVERS-ON-HAND-SW  PIC X(01) VALUE 'N'.
               88 WS-WAIVERS-ON-HAND     VALUE 'Y'.
           01 WS-PARM-LOOKUP-ID      PIC X(10).
           01 WS-PARM-VALUE          PIC 9(08)V9(04).
           01 WS-PARM-FOUND-SW       PIC X(01).
               88 WS-PARM-FOUND          VALUE 'Y'.
           01 WS-PARM-SCAN-DONE-SW   PIC X(01).
               88 WS-PARM-SCAN-DONE      VALUE 'Y'.

           01 WS-RUN-DATE            PIC 9(08).
           01 WS-RUN-MODE            PIC X(01).
               88 WS-RUN-NEW-CYCLE       VALUE 'N'.
               88 WS-RUN-RESUME          VALUE 'R'.
               88 WS-RUN-REFUSED         VALUE 'X'.

      *    THE MONTH WHOSE MONTHLY FEES ARE DUE IS ALWAYS THE ONE
      *    BEFORE THE RUN DATE'S MONTH, ASSESSED ON THE FIRST CYCLE
      *    AFTER IT ENDS.
           01 WS-PRIOR-YEAR          PIC 9(04).
           01 WS-PRIOR-MONTH         PIC 9(02).
           01 WS-PRIOR-YYYYMM        PIC 9(06).
           01 WS-MONTHLY-FEES-SW     PIC X(01) VALUE 'N'.
               88 WS-MONTHLY-FEES-DUE    VALUE 'Y'.

           01 WS-JOURNAL-NAME        PIC X(10) VALUE "TRANFILE".
           01 WS-ARCH-FILE-NAME.
               05 FILLER              PIC X(04) VALUE "TRAN".
               05 WS-ARCH-NAME-YYYYMM PIC 9(06).
           01 WS-TR-YYYYMM           PIC 9(06).

      *    THE FEE SCHEDULE IN FORCE FOR THE ACCOUNT TYPE AND BRANCH
      *    LAST LOOKED UP. RATEPARM IDS ARE BUILT AS 'FEE' + ITEM +
      *    ACCOUNT TYPE + BRANCH; A BRANCH WITH NO ENTRY OF ITS OWN
      *    FALLS BACK TO BRANCH 00, AND AN ITEM WITH NEITHER IS ZERO
      *    (NOT CHARGED).
           01 WS-FEE-PARM-ID.
               05 FILLER              PIC X(03) VALUE "FEE".
               05 WS-FEE-PARM-ITEM    PIC X(03).
               05 WS-FEE-PARM-TYPE    PIC X(01).
               05 WS-FEE-PARM-BRANCH  PIC 9(02).
               05 FILLER              PIC X(01) VALUE SPACES.
           01 WS-SCHED-LOADED-SW     PIC X(01) VALUE 'N'.
               88 WS-SCHED-LOADED        VALUE 'Y'.
           01 WS-SCHED-TYPE          PIC X(01).
           01 WS-SCHED-BRANCH        PIC 9(02).
           01 WS-SCHED-MNT           PIC 9(08)V99.
           01 WS-SCHED-MIN           PIC 9(08)V99.
           01 WS-SCHED-LOW           PIC 9(08)V99.
           01 WS-SCHED-FWD           PIC 9(04).
           01 WS-SCHED-XWD           PIC 9(08)V99.
           01 WS-SCHED-ODX           PIC 9(08)V99.

      *    ONE SLOT PER ACCOUNT SEEN ON THE PERIOD'S JOURNALS, WITH
      *    ITS WITHDRAWAL COUNT FOR THE MONTH AND ITS BALANCE AT THE
      *    MONTH END. THE BALANCE IS TAKEN FROM THE LAST ENTRY DATED
      *    IN OR BEFORE THE MONTH ('M'), OR FROM THE OLD BALANCE OF
      *    THE FIRST ENTRY AFTER IT ('F'). AN ACCOUNT WHOSE FIRST
      *    ENTRY AFTER THE MONTH STARTS FROM NOTHING WAS OPENED
      *    SINCE ('O') AND OWES NO FEES FOR A MONTH IT DID NOT HAVE.
           01 WS-MAX-SLOTS           PIC 9(04) VALUE 5000.
           01 WS-SLOT-COUNT          PIC 9(04) VALUE ZEROES.
           01 WS-SLOT-IDX            PIC 9(04).
           01 WS-SLOT-FOUND-SW       PIC X(01).
               88 WS-SLOT-FOUND          VALUE 'Y'.
           01 WS-OVERFLOW-COUNT      PIC 9(06) VALUE ZEROES.
           01 WS-SEARCH-ACCT         PIC 9(08).
           01 WS-ACCT-TABLE.
               02 WS-ACCT-SLOT OCCURS 5000 TIMES.
                   05 WS-SLOT-ACCOUNT     PIC 9(08).
                   05 WS-SLOT-WDL-COUNT   PIC 9(04).
                   05 WS-SLOT-BALANCE     PIC S9(08)V99.
                   05 WS-SLOT-STATE       PIC X(01).
                       88 WS-SLOT-NO-STATE    VALUE SPACE.
                       88 WS-SLOT-IN-MONTH    VALUE 'M'.
                       88 WS-SLOT-FIXED       VALUE 'F'.
                       88 WS-SLOT-OPENED-SINCE VALUE 'O'.

           01 WS-MONTH-END-BAL       PIC S9(08)V99.
           01 WS-MONTH-WDL-COUNT     PIC 9(04).
           01 WS-EXCESS-WDL-COUNT    PIC 9(04).

      *    THE FEES DUE ON THE CURRENT ACCOUNT. THEY ARE ALL TAKEN
      *    OFF THE BALANCE BEFORE THE ONE REWRITE, THEN JOURNALED,
      *    THEN THE ACCOUNT IS CHECKPOINTED -- SO A RESUMED RUN
      *    NEVER CHARGES HALF AN ACCOUNT'S FEES A SECOND TIME.
           01 WS-PEND-COUNT          PIC 9(01).
           01 WS-PEND-IDX            PIC 9(01).
           01 WS-NEW-FEE-CODE        PIC X(01).
           01 WS-NEW-FEE-AMT         PIC 9(08)V99.
           01 WS-ANY-CHARGED-SW      PIC X(01).
               88 WS-ANY-CHARGED         VALUE 'Y'.
           01 WS-WAIVED-SW           PIC X(01).
               88 WS-FEE-WAIVED          VALUE 'Y'.
           01 WS-PEND-TABLE.
               02 WS-PEND-FEE OCCURS 4 TIMES.
                   05 WS-PEND-CODE        PIC X(01).
                   05 WS-PEND-AMT         PIC 9(08)V99.
                   05 WS-PEND-OLD-BAL     PIC S9(08)V99.
                   05 WS-PEND-NEW-BAL     PIC S9(08)V99.
                   05 WS-PEND-STATUS      PIC X(01).
                       88 WS-PEND-CHARGED     VALUE 'C'.
                       88 WS-PEND-WAIVED      VALUE 'W'.
                       88 WS-PEND-SKIPPED     VALUE 'S'.

      *    RUN TOTALS, ONE ROW PER FEE TYPE IN THE ORDER OF
      *    WS-FEE-CODE-LIST.
           01 WS-FEE-CODE-LIST       PIC X(04) VALUE "MLEU".
           01 WS-FEE-NAME-LIST.
               05 FILLER PIC X(22) VALUE "MONTHLY MAINTENANCE".
               05 FILLER PIC X(22) VALUE "BELOW MINIMUM BALANCE".
               05 FILLER PIC X(22) VALUE "EXCESS WITHDRAWALS".
               05 FILLER PIC X(22) VALUE "UNARRANGED OVERDRAFT".
           01 WS-FEE-NAME-TABLE REDEFINES WS-FEE-NAME-LIST.
               02 WS-FEE-NAME OCCURS 4 TIMES PIC X(22).
           01 WS-FEE-IDX             PIC 9(01).
           01 WS-FEE-TOTAL-TABLE     VALUE ZEROES.
               02 WS-FEE-TOTAL OCCURS 4 TIMES.
                   05 WS-FT-CHARGED-COUNT PIC 9(06).
                   05 WS-FT-CHARGED-AMT   PIC 9(10)V99.
                   05 WS-FT-WAIVED-COUNT  PIC 9(06).
           01 WS-ACCT-COUNT          PIC 9(06) VALUE ZEROES.
           01 WS-TOTAL-FEES          PIC 9(10)V99 VALUE ZEROES.

           01 WS-RPT-DETAIL.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RPT-ACCT         PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RPT-BRANCH       PIC 9(02).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RPT-FEE-NAME     PIC X(22).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RPT-AMOUNT       PIC $$$,$$9.99.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RPT-NEW-BAL      PIC $$$,$$$,$$9.99-.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RPT-ACTION       PIC X(07).

           01 WS-RPT-SUMMARY.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RS-LABEL         PIC X(22).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RS-COUNT         PIC ZZZ,ZZ9.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RS-AMOUNT        PIC $$$,$$$,$$9.99.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-RS-WAIVED        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0100-OPEN-FILES.
           PERFORM A0120-CHECK-FEE-CYCLE.
           IF WS-RUN-REFUSED
               DISPLAY "SERVICE FEES ALREADY POSTED FOR " WS-RUN-DATE
                   ", RUN REFUSED"
           ELSE
               IF FC-CYCLE-PERIOD NOT = ZEROES
                   PERFORM A0500-TALLY-THE-MONTH
               END-IF
               PERFORM A0140-OPEN-JOURNAL
               PERFORM A0130-OPEN-REPORT
               PERFORM A0200-PRINT-HEADER
               PERFORM A0170-POSITION-ACCOUNT-FILE
               IF NOT WS-ACCT-EOF
                   PERFORM A0300-READ-NEXT-ACCOUNT
                   PERFORM A1000-ASSESS-ACCOUNT UNTIL WS-ACCT-EOF
               END-IF
               IF WS-MONTHLY-FEES-DUE
                   MOVE FC-CYCLE-PERIOD TO FC-LAST-PERIOD-DONE
               END-IF
               SET FC-CYCLE-COMPLETE TO TRUE
               REWRITE FC-CONTROL-RECORD
               PERFORM A2000-PRINT-SUMMARY
           END-IF.
           PERFORM A9000-CLOSE-FILES.
           GOBACK.

      *    THE RUN CHARGES AND GUARDS ON THE BANK'S BUSINESS
      *    PROCESSING DATE FROM SYSCTL, THE SAME AS INT-POST.
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
               MOVE WS-RUN-DATE(1:4) TO WS-PRIOR-YEAR
               MOVE WS-RUN-DATE(5:2) TO WS-PRIOR-MONTH
               IF WS-PRIOR-MONTH = 01
                   MOVE 12 TO WS-PRIOR-MONTH
                   SUBTRACT 1 FROM WS-PRIOR-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-PRIOR-MONTH
               END-IF
               COMPUTE WS-PRIOR-YYYYMM =
                   (WS-PRIOR-YEAR * 100) + WS-PRIOR-MONTH.

      *    NO RATEPARM MEANS NO FEE SCHEDULE, SO NOTHING IS CHARGED;
      *    NO FEEWAIV MEANS NOBODY HAS A WAIVER.
           A0100-OPEN-FILES.
               OPEN I-O ACCT-FILE
               OPEN I-O CTL-FILE
               IF WS-CTL-FILE-MISSING
                   OPEN OUTPUT CTL-FILE
                   CLOSE CTL-FILE
                   OPEN I-O CTL-FILE
               END-IF
               OPEN INPUT PARM-FILE
               IF WS-PARM-FILE-MISSING
                   DISPLAY "NO RATEPARM FILE ON HAND, NO FEE SCHEDULE "
                       "TO CHARGE -- KEY IT THROUGH PARM-MNT"
               ELSE
                   SET WS-PARMS-ON-HAND TO TRUE
               END-IF
               OPEN INPUT WAIV-FILE
               IF NOT WS-WAIV-FILE-MISSING
                   SET WS-WAIVERS-ON-HAND TO TRUE
               END-IF.

      *    THE SAME CYCLE GUARD AS INT-POST, PLUS THE MONTH. A NEW
      *    CYCLE TAKES ON THE PRIOR MONTH'S FEES IF THAT MONTH HAS
      *    NOT BEEN ASSESSED YET. A CYCLE LEFT IN PROGRESS -- ON THIS
      *    DATE OR AN EARLIER ONE -- IS RESUMED AFTER ITS LAST
      *    ACCOUNT WITH THE SAME MONTH, SO NO ACCOUNT IS EVER CHARGED
      *    THE SAME MONTH'S FEES TWICE. A NEW CONTROL RECORD STARTS
      *    WITH LAST MONTH MARKED DONE, SO THE FIRST MONTHLY CHARGE
      *    IS FOR THE FIRST FULL MONTH THE SCHEDULE WAS IN PLACE.
           A0120-CHECK-FEE-CYCLE.
               MOVE 01 TO FC-CONTROL-ID
               READ CTL-FILE
                   INVALID KEY
                       MOVE ZEROES TO FC-LAST-RUN-DATE
                       MOVE ZEROES TO FC-LAST-ACCT-DONE
                       MOVE ZEROES TO FC-CYCLE-PERIOD
                       MOVE WS-PRIOR-YYYYMM TO FC-LAST-PERIOD-DONE
                       SET FC-CYCLE-COMPLETE TO TRUE
                       WRITE FC-CONTROL-RECORD
               END-READ
               EVALUATE TRUE
                   WHEN FC-LAST-RUN-DATE = WS-RUN-DATE
                       AND FC-CYCLE-COMPLETE
                       SET WS-RUN-REFUSED TO TRUE
                   WHEN FC-CYCLE-IN-PROGRESS
                       SET WS-RUN-RESUME TO TRUE
                       DISPLAY "RESUMING ABENDED CYCLE AFTER ACCOUNT "
                           FC-LAST-ACCT-DONE
                       MOVE WS-RUN-DATE TO FC-LAST-RUN-DATE
                       REWRITE FC-CONTROL-RECORD
                   WHEN OTHER
                       SET WS-RUN-NEW-CYCLE TO TRUE
                       MOVE WS-RUN-DATE TO FC-LAST-RUN-DATE
                       MOVE ZEROES      TO FC-LAST-ACCT-DONE
                       IF FC-LAST-PERIOD-DONE < WS-PRIOR-YYYYMM
                           MOVE WS-PRIOR-YYYYMM TO FC-CYCLE-PERIOD
                       ELSE
                           MOVE ZEROES TO FC-CYCLE-PERIOD
                       END-IF
                       SET FC-CYCLE-IN-PROGRESS TO TRUE
                       REWRITE FC-CONTROL-RECORD
               END-EVALUATE.

      *    A RESUMED RUN APPENDS TO THE ABENDED RUN'S FEERPT, THE SAME
      *    AS INT-POST'S INTRPT.
           A0130-OPEN-REPORT.
               IF WS-RUN-RESUME
                   OPEN EXTEND RPT-FILE
                   IF WS-RPT-FILE-STATUS = '05'
                       OR WS-RPT-FILE-STATUS = '35'
                       OPEN OUTPUT RPT-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT RPT-FILE
               END-IF.

           A0140-OPEN-JOURNAL.
               MOVE "TRANFILE" TO WS-JOURNAL-NAME
               OPEN EXTEND TRAN-FILE
               IF WS-TRAN-FILE-STATUS = '05'
                   OR WS-TRAN-FILE-STATUS = '35'
                   OPEN OUTPUT TRAN-FILE
               END-IF.

           A0170-POSITION-ACCOUNT-FILE.
               MOVE FC-LAST-ACCT-DONE TO AR-BANK-ACCOUNT
               START ACCT-FILE KEY GREATER THAN AR-BANK-ACCOUNT
                   INVALID KEY
                       SET WS-ACCT-EOF TO TRUE
               END-START.

           A0200-PRINT-HEADER.
               MOVE "SERVICE FEE POSTING REPORT" TO RPT-LINE
               WRITE RPT-LINE
               IF WS-MONTHLY-FEES-DUE
                   MOVE SPACES TO RPT-LINE
                   STRING "MONTHLY FEES ASSESSED FOR "
                       FC-CYCLE-PERIOD DELIMITED BY SIZE
                       INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               MOVE "  ACCOUNT   BR  FEE                     AMOUNT"
                   TO RPT-LINE
               MOVE "NEW BALANCE  ACTION" TO RPT-LINE(52:19)
               WRITE RPT-LINE.

           A0300-READ-NEXT-ACCOUNT.
               READ ACCT-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

      *    EACH ITEM OF THE SCHEDULE IS THE RATEPARM VALUE IN FORCE
      *    ON THE RUN DATE. THE SCHEDULE IS ONLY RE-READ WHEN THE
      *    ACCOUNT TYPE OR BRANCH CHANGES.
           A0400-LOAD-FEE-SCHEDULE.
               IF WS-SCHED-LOADED
                   AND AR-ACCT-TYPE = WS-SCHED-TYPE
                   AND AR-BRANCH-CODE = WS-SCHED-BRANCH
                   CONTINUE
               ELSE
                   SET WS-SCHED-LOADED TO TRUE
                   MOVE AR-ACCT-TYPE   TO WS-SCHED-TYPE
                   MOVE AR-BRANCH-CODE TO WS-SCHED-BRANCH
                   MOVE "MNT" TO WS-FEE-PARM-ITEM
                   PERFORM A0410-FIND-FEE-ITEM
                   MOVE WS-PARM-VALUE TO WS-SCHED-MNT
                   MOVE "MIN" TO WS-FEE-PARM-ITEM
                   PERFORM A0410-FIND-FEE-ITEM
                   MOVE WS-PARM-VALUE TO WS-SCHED-MIN
                   MOVE "LOW" TO WS-FEE-PARM-ITEM
                   PERFORM A0410-FIND-FEE-ITEM
                   MOVE WS-PARM-VALUE TO WS-SCHED-LOW
                   MOVE "FWD" TO WS-FEE-PARM-ITEM
                   PERFORM A0410-FIND-FEE-ITEM
                   MOVE WS-PARM-VALUE TO WS-SCHED-FWD
                   MOVE "XWD" TO WS-FEE-PARM-ITEM
                   PERFORM A0410-FIND-FEE-ITEM
                   MOVE WS-PARM-VALUE TO WS-SCHED-XWD
                   MOVE "ODX" TO WS-FEE-PARM-ITEM
                   PERFORM A0410-FIND-FEE-ITEM
                   MOVE WS-PARM-VALUE TO WS-SCHED-ODX
               END-IF.

           A0410-FIND-FEE-ITEM.
               MOVE ZEROES TO WS-PARM-VALUE
               MOVE 'N' TO WS-PARM-FOUND-SW
               IF WS-PARMS-ON-HAND
                   MOVE WS-SCHED-TYPE   TO WS-FEE-PARM-TYPE
                   MOVE WS-SCHED-BRANCH TO WS-FEE-PARM-BRANCH
                   MOVE WS-FEE-PARM-ID  TO WS-PARM-LOOKUP-ID
                   PERFORM A0420-FIND-PARM-VALUE
                   IF NOT WS-PARM-FOUND
                       AND WS-SCHED-BRANCH NOT = ZEROES
                       MOVE ZEROES         TO WS-FEE-PARM-BRANCH
                       MOVE WS-FEE-PARM-ID TO WS-PARM-LOOKUP-ID
                       PERFORM A0420-FIND-PARM-VALUE
                   END-IF
               END-IF.

           A0420-FIND-PARM-VALUE.
               MOVE 'N' TO WS-PARM-FOUND-SW
               MOVE 'N' TO WS-PARM-SCAN-DONE-SW
               MOVE WS-PARM-LOOKUP-ID TO PR-PARM-ID
               MOVE ZEROES            TO PR-EFF-DATE
               START PARM-FILE KEY NOT LESS THAN PR-PARM-KEY
                   INVALID KEY
                       SET WS-PARM-SCAN-DONE TO TRUE
               END-START
               PERFORM A0430-SCAN-PARM-ENTRY
                   UNTIL WS-PARM-SCAN-DONE.

           A0430-SCAN-PARM-ENTRY.
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

      *    THE MONTH'S WITHDRAWAL COUNTS AND MONTH-END BALANCES COME
      *    FROM THE JOURNAL: THE MONTH'S ARCHIVE IF JRNL-ARCH HAS
      *    ALREADY MOVED IT OFF, THEN THE LIVE TRANFILE. IF THE TABLE
      *    OVERFLOWS THE PICTURE IS INCOMPLETE, SO NO MONTHLY FEE IS
      *    CHARGED THIS CYCLE AND THE MONTH STAYS DUE FOR THE NEXT.
           A0500-TALLY-THE-MONTH.
               MOVE FC-CYCLE-PERIOD TO WS-ARCH-NAME-YYYYMM
               MOVE WS-ARCH-FILE-NAME TO WS-JOURNAL-NAME
               PERFORM A0510-SCAN-JOURNAL
               MOVE "TRANFILE" TO WS-JOURNAL-NAME
               PERFORM A0510-SCAN-JOURNAL
               IF WS-OVERFLOW-COUNT = ZEROES
                   SET WS-MONTHLY-FEES-DUE TO TRUE
               ELSE
                   DISPLAY "MONTHLY FEES NOT CHARGED, ACTIVITY TABLE "
                       "OVERFLOWED -- RAISE WS-MAX-SLOTS AND RERUN"
               END-IF.

           A0510-SCAN-JOURNAL.
               OPEN INPUT TRAN-FILE
               IF NOT WS-TRAN-FILE-MISSING
                   PERFORM A0520-READ-NEXT-ENTRY
                   PERFORM A0530-TALLY-ENTRY UNTIL WS-TRAN-EOF
                   CLOSE TRAN-FILE
               END-IF.

           A0520-READ-NEXT-ENTRY.
               READ TRAN-FILE
                   AT END
                       CONTINUE
               END-READ.

           A0530-TALLY-ENTRY.
               MOVE TR-TIMESTAMP(1:6) TO WS-TR-YYYYMM
               MOVE TR-BANK-ACCOUNT TO WS-SEARCH-ACCT
               PERFORM A0600-FIND-ACCOUNT-SLOT
               IF NOT WS-SLOT-FOUND
                   IF WS-SLOT-COUNT NOT < WS-MAX-SLOTS
                       ADD 1 TO WS-OVERFLOW-COUNT
                   ELSE
                       ADD 1 TO WS-SLOT-COUNT
                       MOVE WS-SLOT-COUNT TO WS-SLOT-IDX
                       MOVE TR-BANK-ACCOUNT
                           TO WS-SLOT-ACCOUNT(WS-SLOT-IDX)
                       MOVE ZEROES TO WS-SLOT-WDL-COUNT(WS-SLOT-IDX)
                       MOVE ZEROES TO WS-SLOT-BALANCE(WS-SLOT-IDX)
                       MOVE SPACE  TO WS-SLOT-STATE(WS-SLOT-IDX)
                       SET WS-SLOT-FOUND TO TRUE
                   END-IF
               END-IF
               IF WS-SLOT-FOUND
                   PERFORM A0540-APPLY-ENTRY
               END-IF
               PERFORM A0520-READ-NEXT-ENTRY.

           A0540-APPLY-ENTRY.
               EVALUATE TRUE
                   WHEN WS-TR-YYYYMM NOT > FC-CYCLE-PERIOD
                       MOVE TR-NEW-BALANCE
                           TO WS-SLOT-BALANCE(WS-SLOT-IDX)
                       SET WS-SLOT-IN-MONTH(WS-SLOT-IDX) TO TRUE
                       IF WS-TR-YYYYMM = FC-CYCLE-PERIOD
                           AND (TR-WITHDRAWAL OR TR-TRANSFER-OUT)
                           ADD 1 TO WS-SLOT-WDL-COUNT(WS-SLOT-IDX)
                       END-IF
                   WHEN WS-SLOT-IN-MONTH(WS-SLOT-IDX)
                       SET WS-SLOT-FIXED(WS-SLOT-IDX) TO TRUE
                   WHEN WS-SLOT-NO-STATE(WS-SLOT-IDX)
                       IF TR-OLD-BALANCE = ZEROES AND NOT TR-BAL-FWD
                           SET WS-SLOT-OPENED-SINCE(WS-SLOT-IDX)
                               TO TRUE
                       ELSE
                           MOVE TR-OLD-BALANCE
                               TO WS-SLOT-BALANCE(WS-SLOT-IDX)
                           SET WS-SLOT-FIXED(WS-SLOT-IDX) TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           A0600-FIND-ACCOUNT-SLOT.
               MOVE 'N' TO WS-SLOT-FOUND-SW
               MOVE ZEROES TO WS-SLOT-IDX
               PERFORM A0610-SCAN-SLOT
                   UNTIL WS-SLOT-FOUND
                       OR WS-SLOT-IDX NOT < WS-SLOT-COUNT.

           A0610-SCAN-SLOT.
               ADD 1 TO WS-SLOT-IDX
               IF WS-SLOT-ACCOUNT(WS-SLOT-IDX) = WS-SEARCH-ACCT
                   SET WS-SLOT-FOUND TO TRUE
               END-IF.

      *    CLOSED, FROZEN AND WRITTEN-OFF ACCOUNTS ARE NOT CHARGED,
      *    AND TERM DEPOSITS CARRY NO SERVICE FEES. A LOAN ONLY PAYS
      *    THE MONTHLY MAINTENANCE FEE.
           A1000-ASSESS-ACCOUNT.
               IF AR-CLOSED OR AR-FROZEN OR AR-WRITTEN-OFF
                   OR AR-TERM-DEP
                   CONTINUE
               ELSE
                   PERFORM A1100-WORK-OUT-FEES
                   IF WS-PEND-COUNT > ZEROES
                       PERFORM A1500-CHARGE-FEES
                   END-IF
               END-IF
               PERFORM A0300-READ-NEXT-ACCOUNT.

           A1100-WORK-OUT-FEES.
               MOVE ZEROES TO WS-PEND-COUNT
               PERFORM A0400-LOAD-FEE-SCHEDULE
               IF AR-DEMAND
                   AND AR-BALANCE < ZEROES
                   AND (ZEROES - AR-BALANCE) > AR-OD-LIMIT
                   AND WS-SCHED-ODX > ZEROES
                   MOVE 'U' TO WS-NEW-FEE-CODE
                   MOVE WS-SCHED-ODX TO WS-NEW-FEE-AMT
                   PERFORM A1200-ADD-PENDING-FEE
               END-IF
               IF WS-MONTHLY-FEES-DUE
                   MOVE AR-BANK-ACCOUNT TO WS-SEARCH-ACCT
                   PERFORM A0600-FIND-ACCOUNT-SLOT
                   IF WS-SLOT-FOUND
                       AND WS-SLOT-OPENED-SINCE(WS-SLOT-IDX)
                       CONTINUE
                   ELSE
                       PERFORM A1150-WORK-OUT-MONTHLY-FEES
                   END-IF
               END-IF.

           A1150-WORK-OUT-MONTHLY-FEES.
               IF WS-SCHED-MNT > ZEROES
                   MOVE 'M' TO WS-NEW-FEE-CODE
                   MOVE WS-SCHED-MNT TO WS-NEW-FEE-AMT
                   PERFORM A1200-ADD-PENDING-FEE
               END-IF
               IF AR-DEMAND
                   IF WS-SLOT-FOUND
                       MOVE WS-SLOT-BALANCE(WS-SLOT-IDX)
                           TO WS-MONTH-END-BAL
                       MOVE WS-SLOT-WDL-COUNT(WS-SLOT-IDX)
                           TO WS-MONTH-WDL-COUNT
                   ELSE
                       MOVE AR-BALANCE TO WS-MONTH-END-BAL
                       MOVE ZEROES     TO WS-MONTH-WDL-COUNT
                   END-IF
                   IF WS-SCHED-LOW > ZEROES
                       AND WS-MONTH-END-BAL < WS-SCHED-MIN
                       MOVE 'L' TO WS-NEW-FEE-CODE
                       MOVE WS-SCHED-LOW TO WS-NEW-FEE-AMT
                       PERFORM A1200-ADD-PENDING-FEE
                   END-IF
                   IF WS-SCHED-XWD > ZEROES
                       AND WS-MONTH-WDL-COUNT > WS-SCHED-FWD
                       COMPUTE WS-EXCESS-WDL-COUNT =
                           WS-MONTH-WDL-COUNT - WS-SCHED-FWD
                       MOVE 'E' TO WS-NEW-FEE-CODE
                       COMPUTE WS-NEW-FEE-AMT =
                           WS-EXCESS-WDL-COUNT * WS-SCHED-XWD
                           ON SIZE ERROR
                               MOVE ZEROES TO WS-NEW-FEE-AMT
                       END-COMPUTE
                       IF WS-NEW-FEE-AMT > ZEROES
                           PERFORM A1200-ADD-PENDING-FEE
                       END-IF
                   END-IF
               END-IF.

           A1200-ADD-PENDING-FEE.
               ADD 1 TO WS-PEND-COUNT
               MOVE WS-NEW-FEE-CODE TO WS-PEND-CODE(WS-PEND-COUNT)
               MOVE WS-NEW-FEE-AMT  TO WS-PEND-AMT(WS-PEND-COUNT)
               MOVE SPACE TO WS-PEND-STATUS(WS-PEND-COUNT)
               PERFORM A1250-CHECK-WAIVER
               IF WS-FEE-WAIVED
                   SET WS-PEND-WAIVED(WS-PEND-COUNT) TO TRUE
               END-IF.

      *    A WAIVER FOR THE ONE FEE WINS; FAILING THAT A WAIVER OF
      *    EVERY FEE ('*') COVERS IT.
           A1250-CHECK-WAIVER.
               MOVE 'N' TO WS-WAIVED-SW
               IF WS-WAIVERS-ON-HAND
                   MOVE AR-BANK-ACCOUNT TO FW-BANK-ACCOUNT
                   MOVE WS-NEW-FEE-CODE TO FW-FEE-CODE
                   READ WAIV-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM A1260-TEST-WAIVER
                   END-READ
                   IF NOT WS-FEE-WAIVED
                       MOVE AR-BANK-ACCOUNT TO FW-BANK-ACCOUNT
                       SET FW-ALL-FEES TO TRUE
                       READ WAIV-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM A1260-TEST-WAIVER
                       END-READ
                   END-IF
               END-IF.

           A1260-TEST-WAIVER.
               IF FW-ACTIVE
                   AND (FW-EXPIRY-DATE = ZEROES
                       OR FW-EXPIRY-DATE NOT < WS-RUN-DATE)
                   SET WS-FEE-WAIVED TO TRUE
               END-IF.

           A1500-CHARGE-FEES.
               MOVE 'N' TO WS-ANY-CHARGED-SW
               MOVE ZEROES TO WS-PEND-IDX
               PERFORM A1510-TAKE-ONE-FEE
                   UNTIL WS-PEND-IDX NOT < WS-PEND-COUNT
               IF WS-ANY-CHARGED
                   REWRITE AR-ACCOUNT-RECORD
                   ADD 1 TO WS-ACCT-COUNT
               END-IF
               MOVE ZEROES TO WS-PEND-IDX
               PERFORM A1520-RECORD-ONE-FEE
                   UNTIL WS-PEND-IDX NOT < WS-PEND-COUNT
               MOVE AR-BANK-ACCOUNT TO FC-LAST-ACCT-DONE
               REWRITE FC-CONTROL-RECORD.

           A1510-TAKE-ONE-FEE.
               ADD 1 TO WS-PEND-IDX
               IF NOT WS-PEND-WAIVED(WS-PEND-IDX)
                   MOVE AR-BALANCE TO WS-PEND-OLD-BAL(WS-PEND-IDX)
                   SUBTRACT WS-PEND-AMT(WS-PEND-IDX) FROM AR-BALANCE
                       ON SIZE ERROR
                           DISPLAY "FEE SKIPPED, WOULD OVERFLOW "
                               AR-BANK-ACCOUNT
                           SET WS-PEND-SKIPPED(WS-PEND-IDX) TO TRUE
                   NOT ON SIZE ERROR
                       MOVE AR-BALANCE TO WS-PEND-NEW-BAL(WS-PEND-IDX)
                       SET WS-PEND-CHARGED(WS-PEND-IDX) TO TRUE
                       SET WS-ANY-CHARGED TO TRUE
                   END-SUBTRACT
               END-IF.

           A1520-RECORD-ONE-FEE.
               ADD 1 TO WS-PEND-IDX
               MOVE ZEROES TO WS-FEE-IDX
               INSPECT WS-FEE-CODE-LIST TALLYING WS-FEE-IDX
                   FOR CHARACTERS BEFORE INITIAL
                       WS-PEND-CODE(WS-PEND-IDX)
               ADD 1 TO WS-FEE-IDX
               EVALUATE TRUE
                   WHEN WS-PEND-CHARGED(WS-PEND-IDX)
                       PERFORM A1530-JOURNAL-FEE
                       ADD 1 TO WS-FT-CHARGED-COUNT(WS-FEE-IDX)
                       ADD WS-PEND-AMT(WS-PEND-IDX)
                           TO WS-FT-CHARGED-AMT(WS-FEE-IDX)
                       ADD WS-PEND-AMT(WS-PEND-IDX) TO WS-TOTAL-FEES
                       MOVE WS-PEND-NEW-BAL(WS-PEND-IDX)
                           TO WS-RPT-NEW-BAL
                       MOVE "CHARGED" TO WS-RPT-ACTION
                       PERFORM A1600-WRITE-REPORT-LINE
                   WHEN WS-PEND-WAIVED(WS-PEND-IDX)
                       ADD 1 TO WS-FT-WAIVED-COUNT(WS-FEE-IDX)
                       MOVE AR-BALANCE TO WS-RPT-NEW-BAL
                       MOVE "WAIVED" TO WS-RPT-ACTION
                       PERFORM A1600-WRITE-REPORT-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           A1530-JOURNAL-FEE.
               MOVE AR-BANK-ACCOUNT   TO TR-BANK-ACCOUNT
               MOVE WS-PEND-CODE(WS-PEND-IDX)    TO TR-TYPE
               MOVE WS-PEND-AMT(WS-PEND-IDX)     TO TR-AMOUNT
               MOVE WS-PEND-OLD-BAL(WS-PEND-IDX) TO TR-OLD-BALANCE
               MOVE WS-PEND-NEW-BAL(WS-PEND-IDX) TO TR-NEW-BALANCE
               MOVE WS-RUN-DATE       TO TR-TIMESTAMP(1:8)
               MOVE FUNCTION CURRENT-DATE(9:6)
                   TO TR-TIMESTAMP(9:6)
               MOVE 'N'               TO TR-LARGE-TXN-FLAG
               MOVE AR-BRANCH-CODE    TO TR-BRANCH-CODE
               MOVE 'N'               TO TR-CROSS-BRANCH-FLAG
               MOVE ZEROES            TO TR-TELLER-ID
               MOVE ZEROES            TO TR-REVERSAL-REF
               WRITE TR-JOURNAL-RECORD.

           A1600-WRITE-REPORT-LINE.
               MOVE AR-BANK-ACCOUNT   TO WS-RPT-ACCT
               MOVE AR-BRANCH-CODE    TO WS-RPT-BRANCH
               MOVE WS-FEE-NAME(WS-FEE-IDX) TO WS-RPT-FEE-NAME
               MOVE WS-PEND-AMT(WS-PEND-IDX) TO WS-RPT-AMOUNT
               MOVE WS-RPT-DETAIL     TO RPT-LINE
               WRITE RPT-LINE.

           A2000-PRINT-SUMMARY.
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "  FEE                      CHARGED"
                   TO RPT-LINE
               MOVE "TOTAL        WAIVED" TO RPT-LINE(45:19)
               WRITE RPT-LINE
               MOVE ZEROES TO WS-FEE-IDX
               PERFORM A2100-PRINT-ONE-FEE-TOTAL
                   UNTIL WS-FEE-IDX NOT < 4
               MOVE "ACCOUNTS CHARGED" TO WS-RS-LABEL
               MOVE WS-ACCT-COUNT TO WS-RS-COUNT
               MOVE WS-TOTAL-FEES TO WS-RS-AMOUNT
               MOVE ZEROES TO WS-RS-WAIVED
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE.

           A2100-PRINT-ONE-FEE-TOTAL.
               ADD 1 TO WS-FEE-IDX
               MOVE WS-FEE-NAME(WS-FEE-IDX) TO WS-RS-LABEL
               MOVE WS-FT-CHARGED-COUNT(WS-FEE-IDX) TO WS-RS-COUNT
               MOVE WS-FT-CHARGED-AMT(WS-FEE-IDX) TO WS-RS-AMOUNT
               MOVE WS-FT-WAIVED-COUNT(WS-FEE-IDX) TO WS-RS-WAIVED
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE.

           A9000-CLOSE-FILES.
               CLOSE ACCT-FILE
               CLOSE CTL-FILE
               IF WS-PARMS-ON-HAND
                   CLOSE PARM-FILE
               END-IF
               IF WS-WAIVERS-ON-HAND
                   CLOSE WAIV-FILE
               END-IF
               IF NOT WS-RUN-REFUSED
                   CLOSE TRAN-FILE
                   CLOSE RPT-FILE
               END-IF.

       END PROGRAM FEE-POST.
