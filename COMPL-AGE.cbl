      *               PROCESSING DATE ON SYSCTL (ADVANCED BY EOD-ADV)
      *               INSTEAD OF AN OPERATOR PROMPT. NO SYSCTL ON
      *               HAND FALLS BACK TO THE OLD PROMPT.
      * 15/10/26  AD  NOW ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE
      *               MNTH-RUN MONTH-END DRIVER CAN CALL IT AS A STEP.
      *               INSIDE THAT CHAIN THE AGE LIMIT IS NOT ASKED FOR:
      *               IT IS THE STALEDAYS VALUE ON RATEPARM IN FORCE
      *               ON THE BUSINESS DATE, OR A COMPILED DEFAULT OF 30
      *               DAYS WHERE THERE IS NONE. A STANDALONE RUN IS
      *               UNCHANGED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPL-AGE.
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
       FD  REVIEW-FILE.
       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  MNTH-FILE.
           COPY MECTL.

       FD  PARM-FILE.
           COPY PRMREC.

       WORKING-STORAGE SECTION.
           01 WS-REVIEW-FILE-STATUS  PIC X(02).
               88 WS-REVIEW-EOF          VALUE '10'.
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
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

           01 WS-ASOF-DATE           PIC 9(08).
      *    COMPILED DEFAULT, OVERRIDDEN BY RATEPARM STALEDAYS INSIDE
      *    THE MONTH-END CHAIN AND BY THE OPERATOR OUTSIDE IT.
           01 WS-AGE-DAYS-LIMIT      PIC 9(04) VALUE 30.
           01 WS-ASOF-INTEGER        PIC 9(08).
           01 WS-CASE-DATE           PIC 9(08).
           01 WS-CASE-INTEGER        PIC 9(08).
           PERFORM A1000-AGE-ONE-CASE UNTIL WS-REVIEW-EOF.
           PERFORM A2000-PRINT-SUMMARY.
           PERFORM A9000-CLOSE-FILES.
           GOBACK.

           A0100-OPEN-FILES.
               OPEN INPUT REVIEW-FILE
                       "TO SET IT"
                   DISPLAY "ENTER AS-OF DATE (YYYYMMDD)"
                   ACCEPT WS-ASOF-DATE
               ELSE
                   PERFORM A0160-GET-MONTH-END-PARMS
               END-IF
               IF WS-MONTH-END-RUN
                   PERFORM A0170-LOAD-AGE-LIMIT
               ELSE
                   DISPLAY "ENTER DAYS OPEN BEFORE A CASE COUNTS AS "
                       "STALE"
                   ACCEPT WS-AGE-DAYS-LIMIT
               END-IF
               COMPUTE WS-ASOF-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).

      *    INSIDE THE MONTH-END CHAIN MNTH-RUN HOLDS ITS CHAIN RECORD
      *    (STEP 00) FOR THE BUSINESS DATE, MARKED STARTED UNTIL THE
      *    CHAIN COMPLETES. WHILE IT IS, NOBODY IS THERE TO ANSWER A
      *    PROMPT.
           A0160-GET-MONTH-END-PARMS.
               OPEN INPUT MNTH-FILE
               IF NOT WS-MNTH-FILE-MISSING
                   MOVE WS-ASOF-DATE TO ME-BUS-DATE
                   MOVE ZEROES       TO ME-STEP-NO
                   READ MNTH-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ME-STEP-STARTED
                               SET WS-MONTH-END-RUN TO TRUE
                           END-IF
                   END-READ
                   CLOSE MNTH-FILE
               END-IF.

      *    THE AGE LIMIT IN FORCE ON THE BUSINESS DATE. NO ENTRY (OR
      *    NO RATEPARM) KEEPS THE COMPILED DEFAULT.
           A0170-LOAD-AGE-LIMIT.
               OPEN INPUT PARM-FILE
               IF WS-PARM-FILE-MISSING
                   DISPLAY "WARNING: NO RATEPARM ON HAND, USING THE "
                       "DEFAULT AGE LIMIT OF " WS-AGE-DAYS-LIMIT
                       " DAYS"
               ELSE
                   MOVE "STALEDAYS" TO WS-PARM-LOOKUP-ID
                   PERFORM A0180-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-AGE-DAYS-LIMIT
                   END-IF
                   CLOSE PARM-FILE
               END-IF
               DISPLAY "MONTH-END CHAIN RUN, CASES OPEN MORE THAN "
                   WS-AGE-DAYS-LIMIT " DAYS COUNT AS STALE".

           A0180-FIND-PARM-VALUE.
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
                           OR PR-EFF-DATE > WS-ASOF-DATE
                           SET WS-PARM-SCAN-DONE TO TRUE
                       ELSE
                           MOVE PR-PARM-VALUE TO WS-PARM-VALUE
                           SET WS-PARM-FOUND TO TRUE
                       END-IF
               END-READ.

           A0200-PRINT-HEADER.
               MOVE "COMPLIANCE REVIEW AGING REPORT" TO RPT-LINE
               WRITE RPT-LINE
