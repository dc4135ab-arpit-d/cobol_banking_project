      *               DEPOSITS THEY HAVE NO CUSTOMER ACTIVITY BY
      *               DESIGN, AND FLAGGING ONE DORMANT WOULD STOP
      *               LOAN-COLL COLLECTING THE REPAYMENTS.
      * 15/10/26  AD  AN OUTBOUND PAYMENT ('P') IS CUSTOMER ACTIVITY
      *               AND KEEPS THE ACCOUNT OFF THE DORMANCY SWEEP.
      * 15/10/26  AD  INSIDE THE MNTH-RUN MONTH-END CHAIN NOTHING IS
      *               ASKED FOR: THE MONTHS WITHOUT ACTIVITY ARE THE
      *               DORMMNTHS VALUE ON RATEPARM IN FORCE ON THE
      *               BUSINESS DATE, OR A COMPILED DEFAULT OF 12 MONTHS
      *               WHERE THERE IS NONE, AND EVERY TRANYYYYMM FROM
      *               THE CUTOFF MONTH TO THE MONTH JUST CLOSED IS
      *               SCANNED. AN ABORTED SWEEP NOW SETS RETURN CODE
      *               8 SO THE CHAIN STOPS THERE. NOW ENDS WITH GOBACK
      *               SO MNTH-RUN CAN CALL IT AS A STEP. A STANDALONE
      *               RUN IS UNCHANGED.
      * 15/10/26  AD  A CHEQUE PAID THROUGH INWARD CLEARING ('C') COUNTS
      *               AS CUSTOMER ACTIVITY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORM-FLAG.
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

           SELECT MNTH-FILE ASSIGN TO "MNTHCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-RUN-KEY
               FILE STATUS IS WS-MNTH-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "RATEPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PARM-KEY
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  MNTH-FILE.
           COPY MECTL.

       FD  PARM-FILE.
           COPY PRMREC.

       WORKING-STORAGE SECTION.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-EOF            VALUE '10'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.

           01 WS-MNTH-FILE-STATUS    PIC X(02).
               88 WS-MNTH-FILE-MISSING   VALUE '35'.
           01 WS-MONTH-END-SW        PIC X(01) VALUE 'N'.
               88 WS-MONTH-END-RUN       VALUE 'Y'.
           01 WS-PARM-FILE-STATUS    PIC X(02).
               88 WS-PARM-FILE-MISSING   VALUE '35'.
           01 WS-PARM-LOOKUP-ID      PIC X(10).
           01 WS-PARM-VALUE          PIC 9(08)V9(04).
           01 WS-PARM-FOUND-SW       PIC X(01).
               88 WS-PARM-FOUND          VALUE 'Y'.
           01 WS-PARM-SCAN-DONE-SW   PIC X(01).
               88 WS-PARM-SCAN-DONE      VALUE 'Y'.
      *    COMPILED DEFAULT FOR THE MONTH-END CHAIN, OVERRIDDEN BY
      *    RATEPARM DORMMNTHS.
           01 WS-DEFAULT-MONTHS      PIC 9(03) VALUE 12.
           01 WS-JOURNAL-NAME        PIC X(10) VALUE "TRANFILE".
           01 WS-MORE-JOURNALS-SW    PIC X(01) VALUE 'Y'.
               88 WS-NO-MORE-JOURNALS    VALUE 'N'.
           01 WS-CUTOFF-MONTH        PIC S9(04).
           01 WS-CUTOFF-YYYYMM       PIC 9(06).
           01 WS-TR-YYYYMM           PIC 9(06).
           01 WS-CLOSE-MONTH         PIC 9(06).
           01 WS-SCAN-YYYYMM         PIC 9(06).
           01 WS-SCAN-PERIOD REDEFINES WS-SCAN-YYYYMM.
               05 WS-SCAN-YEAR        PIC 9(04).
               05 WS-SCAN-MONTH       PIC 9(02).
           01 WS-ARCHIVE-NAME.
               05 FILLER              PIC X(04) VALUE "TRAN".
               05 WS-ARCHIVE-YYYYMM   PIC 9(06).

      *    ONE SLOT PER ACCOUNT SEEN ON THE SCANNED JOURNALS, HOLDING
      *    THE YEAR-MONTH OF ITS LATEST CUSTOMER-INITIATED ENTRY.
           PERFORM A0150-GET-RUN-PARMS.
           PERFORM A0200-PRINT-HEADER.
           PERFORM A1000-SCAN-JOURNAL.
           IF WS-MONTH-END-RUN
               MOVE WS-CUTOFF-YYYYMM TO WS-SCAN-YYYYMM
               PERFORM A1600-SCAN-ARCHIVE-MONTH
                   UNTIL WS-SCAN-YYYYMM > WS-CLOSE-MONTH
           ELSE
               PERFORM A1500-GET-MORE-JOURNALS
                   UNTIL WS-NO-MORE-JOURNALS
           END-IF.
           IF WS-OVERFLOW-COUNT = ZEROES
               PERFORM A2000-READ-NEXT-ACCOUNT
               PERFORM A3000-SWEEP-ACCOUNT UNTIL WS-ACCT-EOF
               PERFORM A5500-REPORT-UNUSABLE-RUN
           END-IF.
           PERFORM A9000-CLOSE-FILES.
           GOBACK.

      *    INSIDE THE MONTH-END CHAIN MNTH-RUN HOLDS THE CLOSING
      *    MONTH'S PARAMETERS ON ITS CHAIN RECORD (STEP 00) FOR THE
      *    BUSINESS DATE, MARKED STARTED UNTIL THE CHAIN COMPLETES.
      *    WHILE IT IS, THEY ARE USED IN PLACE OF THE PROMPTS.
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
                               MOVE ME-CLOSE-MONTH
                                   TO WS-CLOSE-MONTH
                           END-IF
                   END-READ
                   CLOSE MNTH-FILE
               END-IF
               IF WS-MONTH-END-RUN
                   DISPLAY "MONTH-END CHAIN RUN, USING THE CLOSING "
                       "MONTH'S PARAMETERS FROM MNTHCTL"
               END-IF.

           A0100-OPEN-FILES.
               OPEN I-O ACCT-FILE
                       "TO SET IT"
                   DISPLAY "ENTER RUN DATE (YYYYMMDD)"
                   ACCEPT WS-RUN-DATE
               ELSE
                   PERFORM A0060-GET-MONTH-END-PARMS
               END-IF
               MOVE ZEROES TO WS-DORMANT-MONTHS
               IF WS-MONTH-END-RUN
                   PERFORM A0180-LOAD-DORMANT-MONTHS
               ELSE
                   PERFORM A0160-PROMPT-MONTHS
                       UNTIL WS-DORMANT-MONTHS NOT = ZEROES
               END-IF
               MOVE WS-RUN-DATE(1:4) TO WS-CUTOFF-YEAR
               MOVE WS-RUN-DATE(5:2) TO WS-CUTOFF-MONTH
               SUBTRACT WS-DORMANT-MONTHS FROM WS-CUTOFF-MONTH
               ADD 12 TO WS-CUTOFF-MONTH
               SUBTRACT 1 FROM WS-CUTOFF-YEAR.

      *    THE MONTHS IN FORCE ON THE BUSINESS DATE. NO ENTRY, A ZERO
      *    ENTRY OR NO RATEPARM KEEPS THE COMPILED DEFAULT.
           A0180-LOAD-DORMANT-MONTHS.
               MOVE WS-DEFAULT-MONTHS TO WS-DORMANT-MONTHS
               OPEN INPUT PARM-FILE
               IF WS-PARM-FILE-MISSING
                   DISPLAY "WARNING: NO RATEPARM ON HAND, USING THE "
                       "DEFAULT OF " WS-DORMANT-MONTHS " MONTHS"
               ELSE
                   MOVE "DORMMNTHS" TO WS-PARM-LOOKUP-ID
                   PERFORM A0185-FIND-PARM-VALUE
                   IF WS-PARM-FOUND AND WS-PARM-VALUE NOT < 1
                       MOVE WS-PARM-VALUE TO WS-DORMANT-MONTHS
                   END-IF
                   CLOSE PARM-FILE
               END-IF
               DISPLAY "MONTH-END CHAIN RUN, ACCOUNTS WITHOUT ACTIVITY "
                   "FOR " WS-DORMANT-MONTHS " MONTHS GO DORMANT".

           A0185-FIND-PARM-VALUE.
               MOVE 'N' TO WS-PARM-FOUND-SW
               MOVE 'N' TO WS-PARM-SCAN-DONE-SW
               MOVE WS-PARM-LOOKUP-ID TO PR-PARM-ID
               MOVE ZEROES            TO PR-EFF-DATE
               START PARM-FILE KEY NOT LESS THAN PR-PARM-KEY
                   INVALID KEY
                       SET WS-PARM-SCAN-DONE TO TRUE
               END-START
               PERFORM A0190-SCAN-PARM-ENTRY
                   UNTIL WS-PARM-SCAN-DONE.

           A0190-SCAN-PARM-ENTRY.
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

           A0200-PRINT-HEADER.
               MOVE "DORMANT ACCOUNT SWEEP REPORT" TO RPT-LINE
               WRITE RPT-LINE
           A1200-NOTE-ACTIVITY.
               IF TR-WITHDRAWAL OR TR-DEPOSIT
                   OR TR-TRANSFER-OUT OR TR-TRANSFER-IN
                   OR TR-PAYMENT-OUT OR TR-CHEQUE-PAID
                   MOVE TR-TIMESTAMP(1:6) TO WS-TR-YYYYMM
                   PERFORM A1300-POST-TO-SLOT
               END-IF
                   PERFORM A1000-SCAN-JOURNAL
               END-IF.

      *    THE MONTH-END CHAIN RUNS AFTER JRNL-ARCH HAS ROLLED THE
      *    JOURNAL OVER, SO THE LOOKBACK WINDOW LIVES ENTIRELY ON THE
      *    ARCHIVES -- ONE PER MONTH FROM THE CUTOFF TO THE MONTH
      *    JUST CLOSED. A MONTH WITH NO ARCHIVE IS SKIPPED AS BEFORE.
           A1600-SCAN-ARCHIVE-MONTH.
               MOVE WS-SCAN-YYYYMM TO WS-ARCHIVE-YYYYMM
               MOVE WS-ARCHIVE-NAME TO WS-JOURNAL-NAME
               PERFORM A1000-SCAN-JOURNAL
               IF WS-SCAN-MONTH = 12
                   ADD 1 TO WS-SCAN-YEAR
                   MOVE 01 TO WS-SCAN-MONTH
               ELSE
                   ADD 1 TO WS-SCAN-MONTH
               END-IF.

           A2000-READ-NEXT-ACCOUNT.
               READ ACCT-FILE NEXT RECORD
                   AT END
               WRITE RPT-LINE
               DISPLAY "DORMANCY SWEEP ABORTED, ACTIVITY TABLE "
                   "OVERFLOWED -- NO ACCOUNTS FLAGGED, RAISE "
                   "WS-MAX-SLOTS AND RERUN"
               MOVE 8 TO RETURN-CODE.

           A9000-CLOSE-FILES.
               CLOSE ACCT-FILE
