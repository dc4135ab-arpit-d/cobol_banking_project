      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: NIGHTLY DUAL CONTROL EXPIRY. WALKS PENDCHG AND MARKS
      *          EVERY CHANGE STILL WAITING FOR A SECOND SUPERVISOR AS
      *          EXPIRED -- A CHANGE IS GOOD ONLY FOR THE BUSINESS DATE
      *          IT WAS RAISED ON, SO ONE NOT APPROVED BY THE END OF
      *          THE DAY HAS TO BE RAISED AGAIN. EACH EXPIRY IS
      *          WRITTEN TO AUDITLOG. THE RUN REPORT ON PENDRPT ALSO
      *          LISTS THE DAY'S OTHER DUAL CONTROL ACTIVITY -- THE
      *          CHANGES RAISED, APPROVED AND REJECTED ON THE BUSINESS
      *          DATE -- SO OPERATIONS CAN SEE THE WHOLE PICTURE IN ONE
      *          PLACE. RUNS AS THE FIRST STEP OF THE NITE-RUN NIGHTLY
      *          CHAIN, SO NOTHING CAN BE APPROVED ONCE THE DAY'S
      *          PROCESSING HAS STARTED.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEND-EXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CHANGE-NO
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-AUDIT-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE.
           COPY PNDREC.

       FD  RPT-FILE.
       01  RPT-LINE                  PIC X(80).

       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  AUDIT-FILE.
           COPY AUDREC.

       WORKING-STORAGE SECTION.
           01 WS-PEND-FILE-STATUS    PIC X(02).
               88 WS-PEND-EOF            VALUE '10'.
               88 WS-PEND-FILE-MISSING   VALUE '35'.
           01 WS-RPT-FILE-STATUS     PIC X(02).
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-AUDIT-FILE-STATUS   PIC X(02).
               88 WS-AUDIT-DUP-KEY       VALUE '22'.
               88 WS-AUDIT-FILE-MISSING  VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.

           01 WS-RUN-DATE            PIC 9(08).

           01 WS-RAISED-COUNT        PIC 9(06) VALUE ZEROES.
           01 WS-APPROVED-COUNT      PIC 9(06) VALUE ZEROES.
           01 WS-REJECTED-COUNT      PIC 9(06) VALUE ZEROES.
           01 WS-EXPIRED-COUNT       PIC 9(06) VALUE ZEROES.

           01 WS-RPT-DETAIL.
               05 WS-RPT-CHANGE-NO    PIC 9(06).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RPT-TYPE         PIC X(01).
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-RPT-SUBJECT      PIC X(10).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RPT-RAISED       PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RPT-MAKER        PIC 9(04).
               05 FILLER              PIC X(03) VALUE SPACES.
               05 WS-RPT-CHECKER      PIC 9(04).
               05 FILLER              PIC X(03) VALUE SPACES.
               05 WS-RPT-RESULT       PIC X(10).

           01 WS-RPT-SUMMARY.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-RS-LABEL         PIC X(30).
               05 WS-RS-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0100-OPEN-FILES.
           IF NOT WS-PEND-FILE-MISSING
               PERFORM A0200-PRINT-HEADER
               PERFORM A0300-POSITION-PEND-FILE
               IF NOT WS-PEND-EOF
                   PERFORM A0400-READ-NEXT-CHANGE
                   PERFORM A1000-PROCESS-CHANGE UNTIL WS-PEND-EOF
               END-IF
               PERFORM A5000-PRINT-SUMMARY
               CLOSE PEND-FILE
               CLOSE RPT-FILE
               CLOSE AUDIT-FILE
           END-IF.
           GOBACK.

      *    CHANGES EXPIRE AGAINST THE BUSINESS PROCESSING DATE FROM
      *    SYSCTL (ADVANCED BY EOD-ADV), NOT THE WALL CLOCK.
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

           A0100-OPEN-FILES.
               OPEN I-O PEND-FILE
               IF WS-PEND-FILE-MISSING
                   DISPLAY "NO PENDING CHANGE FILE ON HAND, NOTHING "
                       "TO EXPIRE"
               ELSE
                   OPEN OUTPUT RPT-FILE
                   OPEN I-O AUDIT-FILE
                   IF WS-AUDIT-FILE-MISSING
                       OPEN OUTPUT AUDIT-FILE
                       CLOSE AUDIT-FILE
                       OPEN I-O AUDIT-FILE
                   END-IF
               END-IF.

           A0200-PRINT-HEADER.
               MOVE "DUAL CONTROL EXPIRY AND ACTIVITY REPORT"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CHANGE  TYPE SUBJECT     RAISED    MAKER  CHKR   "
                   TO RPT-LINE
               MOVE "RESULT" TO RPT-LINE(50:6)
               WRITE RPT-LINE.

           A0300-POSITION-PEND-FILE.
               MOVE ZEROES TO PG-CHANGE-NO
               START PEND-FILE KEY NOT LESS THAN PG-CHANGE-NO
                   INVALID KEY
                       SET WS-PEND-EOF TO TRUE
               END-START.

           A0400-READ-NEXT-CHANGE.
               READ PEND-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

      *    ANY CHANGE STILL PENDING IS EXPIRED -- THE CHAIN RUNS
      *    BEFORE EOD-ADV MOVES THE DATE ON, SO NOTHING LEFT WAITING
      *    HERE CAN STILL BE DECIDED ON ITS OWN DAY. CHANGES RAISED
      *    OR DECIDED ON THE BUSINESS DATE ALSO MAKE THE REPORT. A
      *    CHANGE AN EARLIER RUN FOR THE SAME DATE ALREADY EXPIRED (A
      *    NITE-RUN RESTART) IS LISTED AGAIN BUT NOT COUNTED -- THE
      *    EXPIRED COUNT IS THIS RUN'S WORK ONLY.
           A1000-PROCESS-CHANGE.
               IF PG-RAISED-DATE = WS-RUN-DATE
                   ADD 1 TO WS-RAISED-COUNT
               END-IF
               IF PG-PENDING
                   SET PG-EXPIRED TO TRUE
                   MOVE WS-RUN-DATE TO PG-DECIDED-DATE
                   REWRITE PG-CHANGE-RECORD
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE "EXPIRED" TO WS-RPT-RESULT
                   PERFORM A2000-WRITE-REPORT-LINE
                   PERFORM A3000-WRITE-AUDIT-ENTRY
               ELSE
                   IF PG-DECIDED-DATE = WS-RUN-DATE
                       EVALUATE TRUE
                           WHEN PG-APPROVED
                               ADD 1 TO WS-APPROVED-COUNT
                               MOVE "APPROVED" TO WS-RPT-RESULT
                           WHEN PG-REJECTED
                               ADD 1 TO WS-REJECTED-COUNT
                               MOVE "REJECTED" TO WS-RPT-RESULT
                           WHEN OTHER
                               MOVE "EXPIRED" TO WS-RPT-RESULT
                       END-EVALUATE
                       PERFORM A2000-WRITE-REPORT-LINE
                   END-IF
               END-IF
               PERFORM A0400-READ-NEXT-CHANGE.

      *    THE SUBJECT IS THE ACCOUNT FOR AN ACCOUNT CHANGE, THE
      *    PARAMETER FOR A RATEPARM CHANGE AND THE TELLER ID FOR A
      *    SUPERVISOR ADDITION.
           A2000-WRITE-REPORT-LINE.
               MOVE PG-CHANGE-NO     TO WS-RPT-CHANGE-NO
               MOVE PG-CHANGE-TYPE   TO WS-RPT-TYPE
               EVALUATE TRUE
                   WHEN PG-PARM-VALUE-CHG
                       MOVE PG-PARM-ID       TO WS-RPT-SUBJECT
                   WHEN PG-SUPERVISOR-ADD
                       MOVE PG-NEW-TELLER-ID TO WS-RPT-SUBJECT
                   WHEN OTHER
                       MOVE PG-BANK-ACCOUNT  TO WS-RPT-SUBJECT
               END-EVALUATE
               MOVE PG-RAISED-DATE   TO WS-RPT-RAISED
               MOVE PG-MAKER-ID      TO WS-RPT-MAKER
               MOVE PG-CHECKER-ID    TO WS-RPT-CHECKER
               MOVE WS-RPT-DETAIL    TO RPT-LINE
               WRITE RPT-LINE.

      *    THE EXPIRY IS JOURNALED AS THE NIGHTLY CHAIN'S OWN ACTION,
      *    UNDER TELLER ZERO, REFERENCED BY THE CHANGE NUMBER.
           A3000-WRITE-AUDIT-ENTRY.
               SET AU-CHANGE-EXPIRED TO TRUE
               MOVE PG-BANK-ACCOUNT TO AU-BANK-ACCOUNT
               MOVE PG-CHANGE-NO    TO AU-REFERENCE
               MOVE "PENDING"       TO AU-OLD-VALUE
               MOVE "EXPIRED"       TO AU-NEW-VALUE
               MOVE ZEROES          TO AU-TELLER-ID
               MOVE WS-RUN-DATE     TO AU-BUS-DATE
               MOVE WS-RUN-DATE     TO AU-TIMESTAMP(1:8)
               MOVE FUNCTION CURRENT-DATE(9:6) TO AU-TIMESTAMP(9:6)
               MOVE ZEROES          TO AU-AUDIT-SEQ
               PERFORM A3100-WRITE-AUDIT-RECORD
                   WITH TEST AFTER
                   UNTIL NOT WS-AUDIT-DUP-KEY.

           A3100-WRITE-AUDIT-RECORD.
               WRITE AU-AUDIT-RECORD
                   INVALID KEY
                       IF WS-AUDIT-DUP-KEY
                           ADD 1 TO AU-AUDIT-SEQ
                       END-IF
               END-WRITE.

           A5000-PRINT-SUMMARY.
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CHANGES RAISED TODAY" TO WS-RS-LABEL
               MOVE WS-RAISED-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CHANGES APPROVED TODAY" TO WS-RS-LABEL
               MOVE WS-APPROVED-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CHANGES REJECTED TODAY" TO WS-RS-LABEL
               MOVE WS-REJECTED-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CHANGES EXPIRED THIS RUN" TO WS-RS-LABEL
               MOVE WS-EXPIRED-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE.

       END PROGRAM PEND-EXP.
