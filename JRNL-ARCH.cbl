      *               HALF-DONE ATTEMPT. ON ABORT TRANFILE AND THE
      *               ARCHIVES ARE UNTOUCHED; RAISE WS-MAX-SLOTS AND
      *               RERUN. ONLY THE SECOND PASS SPLITS AND REBUILDS.
      * 15/10/26  AD  INSIDE THE MNTH-RUN MONTH-END CHAIN THE KEEP
      *               PERIOD IS THE NEW MONTH FROM THE CHAIN RECORD
      *               ON MNTHCTL INSTEAD OF A PROMPT. AN ABORTED RUN
      *               NOW SETS RETURN CODE 8 SO THE CHAIN STOPS THERE.
      *               NOW ENDS WITH GOBACK SO MNTH-RUN CAN CALL IT AS
      *               A STEP. A STANDALONE RUN IS UNCHANGED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNL-ARCH.
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
       FD  TRAN-FILE.
       FD  RPT-FILE.
       01  RPT-LINE                  PIC X(80).

       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  MNTH-FILE.
           COPY MECTL.

       WORKING-STORAGE SECTION.
           01 WS-TRAN-FILE-STATUS    PIC X(02).
               88 WS-TRAN-EOF            VALUE '10'.
           01 WS-WORK-FILE-STATUS    PIC X(02).
               88 WS-WORK-EOF            VALUE '10'.
           01 WS-RPT-FILE-STATUS     PIC X(02).
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.
           01 WS-RUN-DATE            PIC 9(08).
           01 WS-MNTH-FILE-STATUS    PIC X(02).
               88 WS-MNTH-FILE-MISSING   VALUE '35'.
           01 WS-MONTH-END-SW        PIC X(01) VALUE 'N'.
               88 WS-MONTH-END-RUN       VALUE 'Y'.

           01 WS-ARCH-FILE-NAME.
               05 FILLER              PIC X(04) VALUE "TRAN".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           IF WS-BUS-DATE-FOUND
               PERFORM A0060-GET-MONTH-END-PARMS
           END-IF.
           PERFORM A0100-OPEN-FILES.
           PERFORM A0150-GET-KEEP-PERIOD.
           PERFORM A0200-PRINT-HEADER.
               PERFORM A3500-REPORT-ABORTED-RUN
           END-IF.
           CLOSE RPT-FILE
           GOBACK.

      *    THE BUSINESS DATE ONLY KEYS THE MONTH-END CHAIN LOOKUP --
      *    OUTSIDE THE CHAIN THE KEEP PERIOD IS STILL ASKED FOR BY
      *    HAND, SO NO SYSCTL ON HAND SIMPLY MEANS NO CHAIN.
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
               END-IF.

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
                               MOVE ME-KEEP-MONTH
                                   TO WS-KEEP-YYYYMM
                           END-IF
                   END-READ
                   CLOSE MNTH-FILE
               END-IF
               IF WS-MONTH-END-RUN
                   DISPLAY "MONTH-END CHAIN RUN, USING THE CLOSING "
                       "MONTH'S PARAMETERS FROM MNTHCTL"
               END-IF.

           A0100-OPEN-FILES.
               OPEN INPUT TRAN-FILE
      *    THIS ONE REPLY DRIVES A REWRITE OF THE LIVE JOURNAL, SO IT
      *    IS RE-PROMPTED UNTIL IT IS A SANE PERIOD.
           A0150-GET-KEEP-PERIOD.
               IF NOT WS-MONTH-END-RUN
                   MOVE ZEROES TO WS-KEEP-YYYYMM
                   PERFORM A0160-PROMPT-KEEP-PERIOD
                       UNTIL WS-KEEP-YYYYMM NOT = ZEROES
               END-IF.

           A0160-PROMPT-KEEP-PERIOD.
               DISPLAY "ENTER CURRENT PERIOD TO KEEP ON TRANFILE "
               WRITE RPT-LINE
               DISPLAY "ARCHIVAL ABORTED, CARRY-FORWARD TABLE "
                   "OVERFLOWED -- TRANFILE AND ARCHIVES LEFT "
                   "UNTOUCHED, RAISE WS-MAX-SLOTS AND RERUN"
               MOVE 8 TO RETURN-CODE.

       END PROGRAM JRNL-ARCH.
