      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: MONTH-END CLOSE ORCHESTRATOR. CALLED BY NITE-RUN
      *          EVERY NIGHT JUST BEFORE MST-CHK, SO THE MASTERS THE
      *          MONTH-END CHAIN UPDATES ARE PROVED AND BACKED UP WITH
      *          THE REST OF THE NIGHT'S WORK. ON ANY NIGHT BUT THE
      *          LAST BUSINESS DAY OF THE MONTH (THE NEXT BUSINESS
      *          DAY, FOUND THE SAME WAY EOD-ADV FINDS IT, FALLS IN A
      *          NEW MONTH) IT DOES NOTHING. ON THE LAST ONE IT RUNS
      *          THE MONTH-END CHAIN (JRNL-ARCH, JRNL-IDX, CUST-STMT,
      *          DORM-FLAG, COMPL-AGE, BR-SETL, REG-EXTR AND
      *          MIS-SNAP) IN THAT ORDER, SO THE JOURNAL IS ROLLED OVER
      *          AND RE-INDEXED BEFORE THE STATEMENTS AND MONTH REPORTS
      *          ARE CUT FROM THE CLOSED MONTH'S ARCHIVE, AND THE
      *          MANAGEMENT INFORMATION SNAPSHOT IS TAKEN LAST, ONCE
      *          DORMANCY HAS BEEN FLAGGED FOR THE MONTH.
      *          THE CLOSING MONTH'S PARAMETERS (PERIOD, KEEP MONTH,
      *          ARCHIVE NAME) ARE WORKED OUT ONCE AND HELD ON THE
      *          CHAIN RECORD OF THE RUN-CONTROL FILE (MNTHCTL), WHERE
      *          THE STEP PROGRAMS PICK THEM UP INSTEAD OF PROMPTING.
      *          EACH STEP'S START AND FINISH IS RECORDED ON MNTHCTL
      *          KEYED BY BUSINESS DATE AND STEP NUMBER. A STEP THAT
      *          FAILS STOPS THE CHAIN AND FAILS THIS STEP OF THE
      *          NIGHTLY CYCLE, SO THE DATE DOES NOT MOVE ON; A RERUN
      *          OF NITE-RUN COMES BACK HERE AND PICKS UP AT THE FIRST
      *          MONTH-END STEP THAT NEVER FINISHED.
      * Tectonics: cobc
      *
      * Modification History
      * 15/10/26  AD  MIS-SNAP NOW RUNS LAST IN THE CHAIN, TAKING THE
      *               MONTH-END MANAGEMENT INFORMATION SNAPSHOT ONTO
      *               MISSNAP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTH-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNTH-FILE ASSIGN TO "MNTHCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-RUN-KEY
               FILE STATUS IS WS-MNTH-FILE-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MNTH-FILE.
           COPY MECTL.

       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  HOLIDAY-FILE.
       01  HL-RECORD.
           05  HL-DATE                 PIC 9(08).

       WORKING-STORAGE SECTION.
           01 WS-MNTH-FILE-STATUS    PIC X(02).
               88 WS-MNTH-NOT-FOUND      VALUE '23'.
               88 WS-MNTH-FILE-MISSING   VALUE '35'.
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-HOLIDAY-FILE-STATUS PIC X(02).
               88 WS-HOLIDAY-EOF         VALUE '10'.
               88 WS-HOLIDAY-FILE-MISSING VALUE '35'.
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

      *    FIRST DAY OF THE MONTH AFTER THE ONE BEING CLOSED -- THE
      *    PERIOD JRNL-ARCH KEEPS ON THE LIVE JOURNAL.
           01 WS-KEEP-DATE.
               05 WS-KEEP-YYYY        PIC 9(04).
               05 WS-KEEP-MM          PIC 9(02).
               05 WS-KEEP-DD          PIC 9(02).
           01 WS-KEEP-DATE-N REDEFINES WS-KEEP-DATE PIC 9(08).

           01 WS-ARCHIVE-NAME.
               05 FILLER              PIC X(04) VALUE "TRAN".
               05 WS-ARCHIVE-YYYYMM   PIC 9(06).

      *    THE MONTH-END CHAIN, IN THE ONLY ORDER IT MAY RUN. JRNL-ARCH
      *    MUST STAY FIRST -- EVERY LATER STEP READS THE CLOSED MONTH
      *    FROM THE ARCHIVE IT CUTS, AND JRNL-IDX MUST FOLLOW IT SO
      *    THE KEYED INDEX MATCHES THE ROLLED-OVER JOURNAL.
           01 WS-STEP-NAME-LIST.
               05 FILLER              PIC X(10) VALUE "JRNL-ARCH".
               05 FILLER              PIC X(10) VALUE "JRNL-IDX".
               05 FILLER              PIC X(10) VALUE "CUST-STMT".
               05 FILLER              PIC X(10) VALUE "DORM-FLAG".
               05 FILLER              PIC X(10) VALUE "COMPL-AGE".
               05 FILLER              PIC X(10) VALUE "BR-SETL".
               05 FILLER              PIC X(10) VALUE "REG-EXTR".
               05 FILLER              PIC X(10) VALUE "MIS-SNAP".
           01 WS-STEP-TABLE REDEFINES WS-STEP-NAME-LIST.
               02 WS-STEP-NAME OCCURS 8 TIMES PIC X(10).
           01 WS-STEP-COUNT          PIC 9(02) VALUE 8.
           01 WS-STEP-IDX            PIC 9(02).

           01 WS-CHAIN-SW            PIC X(01) VALUE 'Y'.
               88 WS-CHAIN-STOPPED       VALUE 'N'.
           01 WS-STEPS-RUN           PIC 9(02) VALUE ZEROES.
           01 WS-STEPS-SKIPPED       PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           IF NOT WS-CHAIN-STOPPED
               PERFORM A0100-OPEN-FILES
               PERFORM A0200-LOAD-HOLIDAYS
               PERFORM A0500-CHECK-MONTH-END
               IF WS-MONTH-END
                   PERFORM A0600-READ-OR-CREATE-CHAIN
                   IF ME-STEP-COMPLETE
                       DISPLAY "MONTH-END CHAIN FOR " ME-CLOSE-MONTH
                           " ALREADY COMPLETE"
                   ELSE
                       PERFORM A0700-RUN-CHAIN
                   END-IF
               ELSE
                   DISPLAY "BUSINESS DATE " WS-RUN-DATE " IS NOT THE "
                       "LAST BUSINESS DAY OF THE MONTH, NO MONTH-END "
                       "PROCESSING TONIGHT"
               END-IF
               PERFORM A9000-CLOSE-FILES
           END-IF.
           IF WS-CHAIN-STOPPED
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    THE CHAIN BOOKS TO THE BUSINESS PROCESSING DATE FROM SYSCTL,
      *    AND THE RUN-CONTROL RECORDS KEY ON IT, SO A RERUN AFTER AN
      *    ABEND FINDS THE SAME CLOSE.
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
                   DISPLAY "NO BUSINESS DATE ON SYSCTL -- RUN EOD-ADV "
                       "ONCE TO SET THE OPENING DATE, THEN RERUN "
                       "MNTH-RUN"
                   SET WS-CHAIN-STOPPED TO TRUE
               END-IF.

           A0100-OPEN-FILES.
               OPEN I-O MNTH-FILE
               IF WS-MNTH-FILE-MISSING
                   OPEN OUTPUT MNTH-FILE
                   CLOSE MNTH-FILE
                   OPEN I-O MNTH-FILE
               END-IF
               OPEN INPUT HOLIDAY-FILE
               IF WS-HOLIDAY-FILE-MISSING
                   DISPLAY "NO HOLIDAYS FILE ON HAND, ONLY WEEKENDS "
                       "WILL BE SKIPPED"
               END-IF.

           A0200-LOAD-HOLIDAYS.
               IF NOT WS-HOLIDAY-FILE-MISSING
                   PERFORM A0250-READ-NEXT-HOLIDAY
                   PERFORM A0300-STORE-HOLIDAY
                       UNTIL WS-HOLIDAY-EOF
                           OR WS-HOLIDAY-COUNT NOT < WS-MAX-HOLIDAYS
                   IF NOT WS-HOLIDAY-EOF
                       DISPLAY "WARNING: HOLIDAYS PAST THE TABLE "
                           "LIMIT OF " WS-MAX-HOLIDAYS " WERE NOT "
                           "LOADED AND WILL BE TREATED AS BUSINESS "
                           "DAYS"
                   END-IF
               END-IF.

           A0250-READ-NEXT-HOLIDAY.
               READ HOLIDAY-FILE
                   AT END
                       CONTINUE
               END-READ.

           A0300-STORE-HOLIDAY.
               IF HL-DATE NUMERIC AND HL-DATE NOT = ZEROES
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE HL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
               END-IF
               PERFORM A0250-READ-NEXT-HOLIDAY.

      *    TONIGHT IS MONTH-END WHEN THE BUSINESS DAY EOD-ADV WILL
      *    MOVE TO FALLS IN A LATER MONTH. THE STEP-ONE-DAY LOGIC IS
      *    EOD-ADV'S OWN, SO THE TWO CAN NEVER DISAGREE ABOUT IT.
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

      *    STEP 00 IS THE CHAIN'S OWN RECORD. IT IS WRITTEN ONCE, THE
      *    FIRST TIME THE CHAIN STARTS FOR THE DATE, WITH THE CLOSING
      *    MONTH'S PARAMETERS -- A RESTART READS THEM BACK RATHER THAN
      *    WORKING THEM OUT AGAIN -- AND STAYS STARTED UNTIL THE LAST
      *    STEP COMPLETES. THE PERIOD RUNS TO THE LAST CALENDAR DAY OF
      *    THE MONTH, SO NOTHING BOOKED OVER A MONTH-END WEEKEND OR
      *    HOLIDAY FALLS BETWEEN TWO CLOSES.
           A0600-READ-OR-CREATE-CHAIN.
               MOVE WS-RUN-DATE TO ME-BUS-DATE
               MOVE ZEROES      TO ME-STEP-NO
               READ MNTH-FILE
                   INVALID KEY
                       PERFORM A0650-WRITE-CHAIN-RECORD
               END-READ.

           A0650-WRITE-CHAIN-RECORD.
               MOVE WS-RUN-DATE TO WS-KEEP-DATE-N
               MOVE 01 TO WS-KEEP-DD
               IF WS-KEEP-MM = 12
                   ADD 1 TO WS-KEEP-YYYY
                   MOVE 01 TO WS-KEEP-MM
               ELSE
                   ADD 1 TO WS-KEEP-MM
               END-IF
               MOVE WS-RUN-DATE(1:6) TO WS-ARCHIVE-YYYYMM
               MOVE WS-RUN-DATE TO ME-BUS-DATE
               MOVE ZEROES      TO ME-STEP-NO
               MOVE "MNTH-RUN"  TO ME-STEP-NAME
               SET ME-STEP-STARTED TO TRUE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ME-START-TIME
               MOVE ZEROES TO ME-FINISH-TIME
               MOVE WS-RUN-DATE(1:6) TO ME-CLOSE-MONTH
               MOVE WS-RUN-DATE(1:6) TO ME-PERIOD-FROM(1:6)
               MOVE "01"             TO ME-PERIOD-FROM(7:2)
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-KEEP-DATE-N) - 1
               COMPUTE ME-PERIOD-TO =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE WS-KEEP-DATE-N(1:6) TO ME-KEEP-MONTH
               MOVE WS-ARCHIVE-NAME TO ME-ARCHIVE-NAME
               WRITE ME-CONTROL-RECORD
               DISPLAY "MONTH-END CHAIN OPENED FOR " ME-CLOSE-MONTH
                   ", PERIOD " ME-PERIOD-FROM " TO " ME-PERIOD-TO.

           A0700-RUN-CHAIN.
               DISPLAY "MONTH-END CLOSE FOR " ME-CLOSE-MONTH
                   " ON BUSINESS DATE " WS-RUN-DATE
               MOVE ZEROES TO WS-STEP-IDX
               PERFORM A1000-RUN-ONE-STEP
                   UNTIL WS-STEP-IDX NOT < WS-STEP-COUNT
                       OR WS-CHAIN-STOPPED
               IF WS-CHAIN-STOPPED
                   DISPLAY "MONTH-END CHAIN STOPPED AT STEP "
                       WS-STEP-NAME(WS-STEP-IDX) ", FIX THE PROBLEM "
                       "AND RERUN NITE-RUN TO PICK UP FROM THERE"
               ELSE
                   MOVE WS-RUN-DATE TO ME-BUS-DATE
                   MOVE ZEROES      TO ME-STEP-NO
                   READ MNTH-FILE
                       INVALID KEY
                           DISPLAY "MONTH-END CHAIN RECORD LOST"
                   END-READ
                   SET ME-STEP-COMPLETE TO TRUE
                   MOVE FUNCTION CURRENT-DATE(9:6) TO ME-FINISH-TIME
                   REWRITE ME-CONTROL-RECORD
                   DISPLAY "MONTH-END CHAIN COMPLETE, " WS-STEPS-RUN
                       " STEPS RUN, " WS-STEPS-SKIPPED
                       " ALREADY DONE"
               END-IF.

      *    A STEP ALREADY COMPLETE FOR THIS BUSINESS DATE IS SKIPPED,
      *    SO A RESTART AFTER A FAILURE RESUMES AT THE FIRST STEP
      *    THAT NEVER FINISHED.
           A1000-RUN-ONE-STEP.
               ADD 1 TO WS-STEP-IDX
               MOVE WS-RUN-DATE TO ME-BUS-DATE
               MOVE WS-STEP-IDX TO ME-STEP-NO
               READ MNTH-FILE
                   INVALID KEY
                       MOVE WS-STEP-NAME(WS-STEP-IDX) TO ME-STEP-NAME
                       SET ME-STEP-STARTED TO TRUE
                       MOVE ZEROES TO ME-START-TIME
                       MOVE ZEROES TO ME-FINISH-TIME
                       MOVE ZEROES TO ME-CLOSE-MONTH
                       MOVE ZEROES TO ME-PERIOD-FROM
                       MOVE ZEROES TO ME-PERIOD-TO
                       MOVE ZEROES TO ME-KEEP-MONTH
                       MOVE SPACES TO ME-ARCHIVE-NAME
                       WRITE ME-CONTROL-RECORD
               END-READ
               IF ME-STEP-COMPLETE
                   ADD 1 TO WS-STEPS-SKIPPED
                   DISPLAY "MONTH-END STEP " ME-STEP-NO " "
                       WS-STEP-NAME(WS-STEP-IDX)
                       " ALREADY COMPLETE, SKIPPED"
               ELSE
                   PERFORM A2000-CALL-STEP-PROGRAM
               END-IF.

           A2000-CALL-STEP-PROGRAM.
               DISPLAY "MONTH-END STEP " ME-STEP-NO " STARTING "
                   WS-STEP-NAME(WS-STEP-IDX)
               SET ME-STEP-STARTED TO TRUE
               MOVE FUNCTION CURRENT-DATE(9:6) TO ME-START-TIME
               MOVE ZEROES TO ME-FINISH-TIME
               REWRITE ME-CONTROL-RECORD
      *        THE STEP PROGRAMS READ THE CHAIN RECORD FROM MNTHCTL
      *        THEMSELVES, SO OUR HANDLE IS CLOSED ACROSS THE CALL
      *        THE SAME WAY NITE-RUN HANDS NITECTL ACROSS ITS STEPS.
      *        JRNL-IDX HAS ALREADY RUN ONCE TONIGHT UNDER NITE-RUN,
      *        SO EVERY STEP IS CANCELLED FIRST AND STARTS FROM A
      *        FRESH COPY OF ITS WORKING-STORAGE.
               CLOSE MNTH-FILE
               CANCEL WS-STEP-NAME(WS-STEP-IDX)
               MOVE ZEROES TO RETURN-CODE
               CALL WS-STEP-NAME(WS-STEP-IDX)
                   ON EXCEPTION
                       DISPLAY "STEP PROGRAM "
                           WS-STEP-NAME(WS-STEP-IDX) " COULD NOT BE "
                           "CALLED"
                       MOVE 16 TO RETURN-CODE
               END-CALL
               OPEN I-O MNTH-FILE
               MOVE WS-RUN-DATE TO ME-BUS-DATE
               MOVE WS-STEP-IDX TO ME-STEP-NO
               READ MNTH-FILE
                   INVALID KEY
                       DISPLAY "RUN CONTROL RECORD LOST FOR STEP "
                           WS-STEP-NAME(WS-STEP-IDX)
               END-READ
               IF RETURN-CODE = ZEROES
                   SET ME-STEP-COMPLETE TO TRUE
                   MOVE FUNCTION CURRENT-DATE(9:6) TO ME-FINISH-TIME
                   REWRITE ME-CONTROL-RECORD
                   ADD 1 TO WS-STEPS-RUN
                   DISPLAY "MONTH-END STEP " ME-STEP-NO " COMPLETE"
               ELSE
                   SET ME-STEP-FAILED TO TRUE
                   MOVE FUNCTION CURRENT-DATE(9:6) TO ME-FINISH-TIME
                   REWRITE ME-CONTROL-RECORD
                   MOVE ZEROES TO RETURN-CODE
                   SET WS-CHAIN-STOPPED TO TRUE
               END-IF.

           A9000-CLOSE-FILES.
               CLOSE MNTH-FILE
               IF NOT WS-HOLIDAY-FILE-MISSING
                   CLOSE HOLIDAY-FILE
               END-IF.

       END PROGRAM MNTH-RUN.
