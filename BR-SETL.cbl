      *               ACROSS A SECOND BOUNDARY -- STILL ON EVERY
      *               ARCHIVE -- TURNED INTO TWO PERMANENT
      *               EXCEPTIONS.
      * 15/10/26  AD  INSIDE THE MNTH-RUN MONTH-END CHAIN THE RANGE IS
      *               THE WHOLE CLOSING MONTH AND THE JOURNAL IS THE
      *               ARCHIVE JRNL-ARCH HAS JUST CUT FOR IT, WITH NO
      *               PROMPTS. NOW ENDS WITH GOBACK SO MNTH-RUN CAN
      *               CALL IT AS A STEP. A STANDALONE RUN IS
      *               UNCHANGED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BR-SETL.
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
       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  MNTH-FILE.
           COPY MECTL.

       WORKING-STORAGE SECTION.
           01 WS-TRAN-FILE-STATUS    PIC X(02).
               88 WS-TRAN-EOF            VALUE '10'.
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.
           01 WS-MNTH-FILE-STATUS    PIC X(02).
               88 WS-MNTH-FILE-MISSING   VALUE '35'.
           01 WS-MONTH-END-SW        PIC X(01) VALUE 'N'.
               88 WS-MONTH-END-RUN       VALUE 'Y'.

           01 WS-RUN-DATE            PIC 9(08).
           01 WS-FROM-DATE           PIC 9(08).
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0060-GET-MONTH-END-PARMS.
           IF NOT WS-MONTH-END-RUN
               PERFORM A0100-GET-RUN-PARMS
           END-IF.
           PERFORM A0200-OPEN-OUTPUT-FILES.
           PERFORM A1000-SCAN-JOURNAL.
           IF NOT WS-MONTH-END-RUN
               PERFORM A1500-GET-MORE-JOURNALS
                   UNTIL WS-NO-MORE-JOURNALS
           END-IF.
           PERFORM A4000-WRITE-SETTLEMENT.
           PERFORM A9000-CLOSE-FILES.
           GOBACK.

      *    THE DEFAULT RANGE IS THE BUSINESS PROCESSING DATE ON
      *    SYSCTL -- ONE DAY, THE NIGHTLY CASE. A MONTH-END RUN KEYS
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
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
                               MOVE ME-PERIOD-FROM
                                   TO WS-FROM-DATE
                               MOVE ME-PERIOD-TO TO WS-TO-DATE
                               MOVE ME-ARCHIVE-NAME
                                   TO WS-JOURNAL-NAME
                           END-IF
                   END-READ
                   CLOSE MNTH-FILE
               END-IF
               IF WS-MONTH-END-RUN
                   DISPLAY "MONTH-END CHAIN RUN, USING THE CLOSING "
                       "MONTH'S PARAMETERS FROM MNTHCTL"
               END-IF.

           A0100-GET-RUN-PARMS.
               DISPLAY "ENTER FROM DATE (YYYYMMDD, OR 0 FOR THE "
                   "BUSINESS DATE " WS-RUN-DATE ")"
