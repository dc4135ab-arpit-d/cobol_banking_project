      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: SANCTIONS SCREENING OF ONE NAME. CALLED BY
      *          NEW-CUST-MOD (ONBOARDING, INCLUDING BULK-ONBD'S
      *          ROWS), CUST-MNT (NAME CHANGE) AND THE NIGHTLY WL-RSCN
      *          RESCREEN WITH THE CUSTOMER, THE NAME AND DATE OF
      *          BIRTH TO SCREEN (SEE THE WLSCRN COPYBOOK). EVERY
      *          WATCHLST ENTRY FILED UNDER THE SAME SURNAME IS
      *          JUDGED: IT IS A POSSIBLE MATCH WHEN THE FORENAMES
      *          AGREE (IN FULL, OR BY INITIAL WHERE EITHER SIDE
      *          ONLY HAS AN INITIAL, OR THE LIST GIVES NO FORENAME)
      *          AND THE DATES OF BIRTH AGREE OR EITHER IS UNKNOWN.
      *          EACH POSSIBLE MATCH OPENS A SCREENING CASE ON
      *          SCRNCASE FOR THE COMPLIANCE OFFICER (SCRN-REV); ONE
      *          ALREADY OPEN OR CONFIRMED COUNTS AGAIN WITHOUT A
      *          SECOND CASE, AND ONE THE OFFICER HAS CLEARED IS NOT
      *          RAISED AGAIN. THE CALLER DECIDES WHAT A POSSIBLE
      *          MATCH HOLDS UP; THIS PROGRAM NEVER TOUCHES CUSTMST.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WL-SCRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WL-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ENTRY-KEY
               FILE STATUS IS WS-WL-FILE-STATUS.

           SELECT WLCTL-FILE ASSIGN TO "WLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WC-CONTROL-ID
               FILE STATUS IS WS-WLCTL-FILE-STATUS.

           SELECT SCRN-FILE ASSIGN TO "SCRNCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-CASE-KEY
               FILE STATUS IS WS-SCRN-FILE-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WL-FILE.
           COPY WLREC.

       FD  WLCTL-FILE.
           COPY WLCTL.

       FD  SCRN-FILE.
           COPY SCRREC.

       FD  SYSCTL-FILE.
           COPY SYSREC.

       WORKING-STORAGE SECTION.
           01 WS-WL-FILE-STATUS      PIC X(02).
               88 WS-WL-EOF              VALUE '10'.
               88 WS-WL-FILE-MISSING     VALUE '35'.
           01 WS-WLCTL-FILE-STATUS   PIC X(02).
               88 WS-WLCTL-FILE-MISSING  VALUE '35'.
           01 WS-SCRN-FILE-STATUS    PIC X(02).
               88 WS-SCRN-NOT-FOUND      VALUE '23'.
               88 WS-SCRN-FILE-MISSING   VALUE '35'.
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01).
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.

           01 WS-RUN-DATE            PIC 9(08).
           01 WS-LIST-SW             PIC X(01).
               88 WS-LIST-ON-HAND        VALUE 'Y'.
           01 WS-MATCH-SW            PIC X(01).
               88 WS-POSSIBLE-MATCH      VALUE 'Y'.

      *    THE NAME BEING SCREENED, IN UPPER CASE LIKE THE LIST.
           01 WS-SCREEN-FNAME        PIC X(20).
           01 WS-SCREEN-LNAME        PIC X(30).
           01 WS-LOWER-CASE          PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
           01 WS-UPPER-CASE          PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       LINKAGE SECTION.
           COPY WLSCRN.

       PROCEDURE DIVISION USING SQ-SCREEN-REQUEST.
       MAIN-PROCEDURE.
       MAIN.
           MOVE ZEROES TO SQ-LIST-VERSION.
           MOVE ZEROES TO SQ-HIT-COUNT.
           MOVE ZEROES TO SQ-NEW-CASE-COUNT.
           SET SQ-NO-LIST TO TRUE.
           PERFORM A0100-OPEN-FILES.
           IF WS-LIST-ON-HAND
               MOVE WC-LIST-VERSION TO SQ-LIST-VERSION
               MOVE SQ-FNAME TO WS-SCREEN-FNAME
               MOVE SQ-LNAME TO WS-SCREEN-LNAME
               INSPECT WS-SCREEN-FNAME
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               INSPECT WS-SCREEN-LNAME
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               PERFORM A1000-SCAN-THE-SURNAME
               IF SQ-HIT-COUNT > ZEROES
                   SET SQ-POSSIBLE-MATCH TO TRUE
               ELSE
                   SET SQ-CLEAR TO TRUE
               END-IF
           END-IF.
           PERFORM A9000-CLOSE-FILES.
           GOBACK.

      *    NO LIST LOADED YET (NO WLCTL RECORD, OR NO WATCHLST) IS
      *    REPORTED BACK AS SUCH -- THE CALLER WARNS, AND THE FIRST
      *    NIGHTLY RESCREEN AFTER A LIST IS LOADED SCREENS THE
      *    CUSTOMER THEN.
           A0100-OPEN-FILES.
               MOVE 'N' TO WS-LIST-SW
               OPEN INPUT WLCTL-FILE
               IF NOT WS-WLCTL-FILE-MISSING
                   MOVE 01 TO WC-CONTROL-ID
                   READ WLCTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WC-LIST-VERSION > ZEROES
                               SET WS-LIST-ON-HAND TO TRUE
                           END-IF
                   END-READ
                   CLOSE WLCTL-FILE
               END-IF
               IF WS-LIST-ON-HAND
                   OPEN INPUT WL-FILE
                   IF WS-WL-FILE-MISSING
                       MOVE 'N' TO WS-LIST-SW
                   END-IF
               END-IF
               IF WS-LIST-ON-HAND
                   OPEN I-O SCRN-FILE
                   IF WS-SCRN-FILE-MISSING
                       OPEN OUTPUT SCRN-FILE
                       CLOSE SCRN-FILE
                       OPEN I-O SCRN-FILE
                   END-IF
                   PERFORM A0050-GET-BUSINESS-DATE
               END-IF.

      *    CASES ARE DATED WITH THE BUSINESS PROCESSING DATE FROM
      *    SYSCTL (ADVANCED BY EOD-ADV), NOT THE WALL CLOCK.
           A0050-GET-BUSINESS-DATE.
               MOVE 'N' TO WS-BUS-DATE-SW
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
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
               END-IF.

      *    WATCHLST IS KEYED BY SURNAME, SO EVERY CANDIDATE FOR THIS
      *    NAME SITS TOGETHER FROM THE FIRST KEY AT OR AFTER IT.
           A1000-SCAN-THE-SURNAME.
               MOVE WS-SCREEN-LNAME TO WL-LNAME
               MOVE LOW-VALUES      TO WL-ENTRY-ID
               START WL-FILE KEY IS NOT LESS THAN WL-ENTRY-KEY
                   INVALID KEY
                       SET WS-WL-EOF TO TRUE
               END-START
               IF NOT WS-WL-EOF
                   PERFORM A1100-READ-NEXT-ENTRY
               END-IF
               PERFORM A2000-JUDGE-ONE-ENTRY
                   UNTIL WS-WL-EOF
                      OR WL-LNAME NOT = WS-SCREEN-LNAME.

           A1100-READ-NEXT-ENTRY.
               READ WL-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

      *    THE SURNAME ALREADY AGREES. A DATE OF BIRTH EITHER SIDE
      *    DOES NOT KNOW CANNOT RULE THE ENTRY OUT, AND NEITHER CAN
      *    A FORENAME THE LIST LEAVES BLANK OR A BARE INITIAL THAT
      *    AGREES WITH THE OTHER SIDE'S.
           A2000-JUDGE-ONE-ENTRY.
               MOVE 'N' TO WS-MATCH-SW
               IF WL-DOB = ZEROES OR SQ-DOB = ZEROES
                   OR WL-DOB = SQ-DOB
                   EVALUATE TRUE
                       WHEN WL-FNAME = SPACES
                           OR WL-FNAME = WS-SCREEN-FNAME
                           SET WS-POSSIBLE-MATCH TO TRUE
                       WHEN WL-FNAME(1:1) = WS-SCREEN-FNAME(1:1)
                           AND (WL-FNAME(2:) = SPACES
                            OR WS-SCREEN-FNAME(2:) = SPACES)
                           SET WS-POSSIBLE-MATCH TO TRUE
                   END-EVALUATE
               END-IF
               IF WS-POSSIBLE-MATCH
                   PERFORM A3000-RECORD-THE-HIT
               END-IF
               PERFORM A1100-READ-NEXT-ENTRY.

      *    ONE CASE PER CUSTOMER AND LISTED PERSON. THE OFFICER'S
      *    CLEARANCE OF THE PAIR STANDS -- THE SAME CUSTOMER IS NOT
      *    HELD AGAIN FOR THE SAME ENTRY, SO A CLEARED ONBOARDING OR
      *    NAME CHANGE GOES THROUGH WHEN IT IS RE-KEYED.
           A3000-RECORD-THE-HIT.
               MOVE SQ-CUSTOMER-NO TO SN-CUSTOMER-NO
               MOVE WL-ENTRY-ID    TO SN-ENTRY-ID
               READ SCRN-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-SCRN-NOT-FOUND
                   PERFORM A3500-OPEN-A-CASE
                   ADD 1 TO SQ-HIT-COUNT
                   ADD 1 TO SQ-NEW-CASE-COUNT
               ELSE IF NOT SN-CLEARED
                   ADD 1 TO SQ-HIT-COUNT
               END-IF.

           A3500-OPEN-A-CASE.
               MOVE SQ-CASE-TYPE    TO SN-CASE-TYPE
               SET SN-OPEN          TO TRUE
               MOVE WS-RUN-DATE     TO SN-OPENED-DATE
               MOVE SQ-TELLER-ID    TO SN-OPENED-BY
               MOVE WC-LIST-VERSION TO SN-LIST-VERSION
               MOVE SQ-FNAME        TO SN-FNAME
               MOVE SQ-LNAME        TO SN-LNAME
               MOVE SQ-DOB          TO SN-DOB
               MOVE WL-FNAME        TO SN-WL-FNAME
               MOVE WL-DOB          TO SN-WL-DOB
               MOVE WL-LIST-SOURCE  TO SN-WL-SOURCE
               MOVE ZEROES          TO SN-REVIEWER
               MOVE ZEROES          TO SN-DISP-DATE
               MOVE SPACES          TO SN-COMMENT
               MOVE ZEROES          TO SN-FROZEN-COUNT
               WRITE SN-CASE-RECORD.

           A9000-CLOSE-FILES.
               IF WS-LIST-ON-HAND
                   CLOSE WL-FILE
                   CLOSE SCRN-FILE
               END-IF.

       END PROGRAM WL-SCRN.
