      * Tectonics: cobc
      *
      * Modification History
      * 15/10/26  AD  INSIDE THE MNTH-RUN MONTH-END CHAIN THE REPORTING
      *               PERIOD IS THE WHOLE CLOSING MONTH FROM THE CHAIN
      *               RECORD ON MNTHCTL, WITH NO PROMPTS. NOW ENDS
      *               WITH GOBACK SO MNTH-RUN CAN CALL IT AS A STEP. A
      *               STANDALONE RUN IS UNCHANGED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-EXTR.
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

           SELECT MNTH-FILE ASSIGN TO "MNTHCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-RUN-KEY
               FILE STATUS IS WS-MNTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-FILE.
       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  MNTH-FILE.
           COPY MECTL.

       WORKING-STORAGE SECTION.
           01 WS-REVIEW-FILE-STATUS  PIC X(02).
               88 WS-REVIEW-EOF          VALUE '10'.
           01 WS-RPT-FILE-STATUS     PIC X(02).
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-MNTH-FILE-STATUS    PIC X(02).
               88 WS-MNTH-FILE-MISSING   VALUE '35'.
           01 WS-MONTH-END-SW        PIC X(01) VALUE 'N'.
               88 WS-MONTH-END-RUN       VALUE 'Y'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.

       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0060-GET-MONTH-END-PARMS.
           PERFORM A0100-OPEN-FILES.
           IF NOT WS-REVIEW-FILE-MISSING
               IF NOT WS-MONTH-END-RUN
                   PERFORM A0200-GET-REPORTING-PERIOD
               END-IF
               PERFORM A0300-WRITE-FILE-HEADER
               PERFORM A0400-POSITION-CASE-FILE
               IF NOT WS-REVIEW-EOF
               PERFORM A5000-WRITE-TRAILER-AND-REPORT
           END-IF.
           PERFORM A9000-CLOSE-FILES.
           GOBACK.

      *    THE FILING IS STAMPED WITH THE BUSINESS PROCESSING DATE
      *    FROM SYSCTL (ADVANCED BY EOD-ADV), NOT THE WALL CLOCK.
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
                           END-IF
                   END-READ
                   CLOSE MNTH-FILE
               END-IF
               IF WS-MONTH-END-RUN
                   DISPLAY "MONTH-END CHAIN RUN, USING THE CLOSING "
                       "MONTH'S PARAMETERS FROM MNTHCTL"
               END-IF.

           A0100-OPEN-FILES.
               OPEN I-O REVIEW-FILE
               IF WS-REVIEW-FILE-MISSING
