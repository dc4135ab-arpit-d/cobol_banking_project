      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: SANCTIONS SCREENING WORK QUEUE. THE COMPLIANCE
      *          OFFICER SIGNS ON AGAINST TELLERMST (SUPERVISOR
      *          AUTHORITY REQUIRED), THEN WORKS THE OPEN SCREENING
      *          CASES ON SCRNCASE ONE AT A TIME, THE SAME WAY AS
      *          COMPL-REV'S QUEUE. EACH CASE SHOWS THE NAME AND DATE
      *          OF BIRTH AS SCREENED AGAINST THE LISTED PERSON'S.
      *          CLEAR RECORDS THAT THE CUSTOMER IS NOT THE LISTED
      *          PERSON; ONCE NO OTHER CASE IS OPEN FOR THE CUSTOMER
      *          THEIR HOLD ON CUSTMST IS LIFTED AND A HELD ONBOARDING
      *          OR NAME CHANGE CAN BE RE-KEYED. CONFIRM RECORDS A
      *          TRUE MATCH: THE CUSTOMER IS MARKED CONFIRMED AND
      *          EVERY ACCOUNT THEY HOLD OR ARE LINKED TO ON ACCTLINK
      *          IS FROZEN, EACH FREEZE AUDITED AS A STATUS CHANGE.
      *          EVERY DISPOSITION IS STAMPED WITH THE REVIEWER, THE
      *          DATE AND A COMMENT, AND WRITTEN TO AUDITLOG.
      * Tectonics: cobc
      *
      * Modification History
      * 15/10/26  AD  A CONFIRMED MATCH NO LONGER FREEZES A WRITTEN-OFF
      *               LOAN, WHICH ALREADY TAKES NO BUSINESS; FREEZING IT
      *               WOULD LOSE THE WRITTEN-OFF STATUS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRN-REV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRN-FILE ASSIGN TO "SCRNCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-CASE-KEY
               FILE STATUS IS WS-SCRN-FILE-STATUS.

           SELECT CUST-FILE ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-BANK-ACCOUNT
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT LINK-FILE ASSIGN TO "ACCTLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-LINK-KEY
               FILE STATUS IS WS-LINK-FILE-STATUS.

           SELECT TELLER-FILE ASSIGN TO "TELLERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-TELLER-ID
               FILE STATUS IS WS-TELLER-FILE-STATUS.

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
       FD  SCRN-FILE.
           COPY SCRREC.

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  ACCT-FILE.
           COPY ACCTREC.

       FD  LINK-FILE.
           COPY LNKREC.

       FD  TELLER-FILE.
           COPY TELLREC.

       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  AUDIT-FILE.
           COPY AUDREC.

       WORKING-STORAGE SECTION.
           01 WS-SCRN-FILE-STATUS    PIC X(02).
               88 WS-SCRN-EOF            VALUE '10'.
               88 WS-SCRN-FILE-MISSING   VALUE '35'.
           01 WS-CUST-FILE-STATUS    PIC X(02).
               88 WS-CUST-NOT-FOUND      VALUE '23'.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-EOF            VALUE '10'.
               88 WS-ACCT-NOT-FOUND      VALUE '23'.
           01 WS-LINK-FILE-STATUS    PIC X(02).
               88 WS-LINK-EOF            VALUE '10'.
               88 WS-LINK-FILE-MISSING   VALUE '35'.
           01 WS-TELLER-FILE-STATUS  PIC X(02).
               88 WS-TELLER-FILE-MISSING VALUE '35'.
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-AUDIT-FILE-STATUS   PIC X(02).
               88 WS-AUDIT-DUP-KEY       VALUE '22'.
               88 WS-AUDIT-FILE-MISSING  VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.

           01 WS-IN-TELLER-ID        PIC 9(4).
           01 WS-REVIEWER-ID         PIC 9(4).
           01 WS-SIGNON-SW           PIC X(1) VALUE 'N'.
               88 WS-SIGNED-ON            VALUE 'Y'.
               88 WS-SIGNON-ABANDONED     VALUE 'Q'.

           01 WS-DISP-CHOICE         PIC 9.
               88 WS-QUIT-QUEUE           VALUE 0.
           01 WS-CONFIRM             PIC X(1).
           01 WS-RUN-DATE            PIC 9(08).
           01 WS-OPEN-COUNT          PIC 9(06) VALUE ZEROES.
           01 WS-WORKED-COUNT        PIC 9(06) VALUE ZEROES.
           01 WS-CASE-TYPE-DESC      PIC X(12).

      *    THE CASE IN HAND, KEPT WHILE THE CUSTOMER'S OTHER CASES
      *    ARE LOOKED AT SO THE QUEUE CAN PICK UP AFTER IT.
           01 WS-SAVED-CASE-KEY.
               05 WS-SAVED-CUSTOMER-NO PIC 9(08).
               05 WS-SAVED-ENTRY-ID    PIC X(10).
           01 WS-OTHER-OPEN-SW       PIC X(01).
               88 WS-OTHER-CASE-OPEN     VALUE 'Y'.

           01 WS-FROZEN-COUNT        PIC 9(04).
           01 WS-OLD-STATUS          PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0100-OPEN-FILES.
           PERFORM A0200-OFFICER-SIGN-ON
               UNTIL WS-SIGNED-ON OR WS-SIGNON-ABANDONED.
           IF WS-SIGNED-ON
               PERFORM A1000-WORK-THE-QUEUE
               DISPLAY "CASES WORKED THIS SESSION: " WS-WORKED-COUNT
               DISPLAY "OPEN CASES SEEN BUT NOT RESOLVED: "
                   WS-OPEN-COUNT
           END-IF.
           PERFORM A9000-CLOSE-FILES.
           STOP RUN.

      *    DISPOSITIONS STAMP THE BANK'S BUSINESS PROCESSING DATE
      *    FROM SYSCTL (ADVANCED BY EOD-ADV), NOT THE WALL CLOCK.
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
               OPEN I-O SCRN-FILE
               IF WS-SCRN-FILE-MISSING
                   DISPLAY "NO SCREENING CASE FILE ON HAND, "
                       "NOTHING TO WORK"
                   SET WS-SIGNON-ABANDONED TO TRUE
               END-IF
               OPEN INPUT TELLER-FILE
               IF WS-TELLER-FILE-MISSING
                   DISPLAY "TELLER MASTER FILE NOT FOUND, RUN "
                       "TELL-MNT TO SET UP TELLERS"
                   SET WS-SIGNON-ABANDONED TO TRUE
               END-IF
               OPEN I-O CUST-FILE
               OPEN I-O ACCT-FILE
               OPEN INPUT LINK-FILE
               OPEN I-O AUDIT-FILE
               IF WS-AUDIT-FILE-MISSING
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   OPEN I-O AUDIT-FILE
               END-IF.

           A0200-OFFICER-SIGN-ON.
               DISPLAY "ENTER YOUR TELLER ID TO SIGN ON (OR 0 TO EXIT)"
               ACCEPT WS-IN-TELLER-ID
               IF WS-IN-TELLER-ID NOT NUMERIC
                   DISPLAY "TELLER ID MUST BE NUMERIC"
               ELSE IF WS-IN-TELLER-ID = ZEROES
                   SET WS-SIGNON-ABANDONED TO TRUE
               ELSE
                   MOVE WS-IN-TELLER-ID TO TL-TELLER-ID
                   READ TELLER-FILE
                       INVALID KEY
                           DISPLAY "TELLER ID NOT ON FILE"
                       NOT INVALID KEY
                           IF TL-SUPERVISOR
                               MOVE TL-TELLER-ID TO WS-REVIEWER-ID
                               SET WS-SIGNED-ON TO TRUE
                               DISPLAY "SIGNED ON: " TL-NAME
                           ELSE
                               DISPLAY "SANCTIONS SCREENING REVIEW "
                                   "NEEDS SUPERVISOR AUTHORITY"
                           END-IF
                   END-READ
               END-IF.

           A1000-WORK-THE-QUEUE.
               MOVE 9 TO WS-DISP-CHOICE
               MOVE ZEROES TO SN-CUSTOMER-NO
               MOVE LOW-VALUES TO SN-ENTRY-ID
               START SCRN-FILE KEY NOT LESS THAN SN-CASE-KEY
                   INVALID KEY
                       SET WS-SCRN-EOF TO TRUE
               END-START
               IF NOT WS-SCRN-EOF
                   PERFORM A1100-READ-NEXT-CASE
                   PERFORM A2000-PRESENT-CASE
                       UNTIL WS-SCRN-EOF OR WS-QUIT-QUEUE
               END-IF.

           A1100-READ-NEXT-CASE.
               READ SCRN-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           A2000-PRESENT-CASE.
               IF NOT SN-OPEN
                   PERFORM A1100-READ-NEXT-CASE
               ELSE
                   ADD 1 TO WS-OPEN-COUNT
                   EVALUATE TRUE
                       WHEN SN-ONBOARDING
                           MOVE "ONBOARDING" TO WS-CASE-TYPE-DESC
                       WHEN SN-NAME-CHANGE
                           MOVE "NAME CHANGE" TO WS-CASE-TYPE-DESC
                       WHEN OTHER
                           MOVE "RESCREEN" TO WS-CASE-TYPE-DESC
                   END-EVALUATE
                   DISPLAY SPACES
                   DISPLAY "CASE CUSTOMER " SN-CUSTOMER-NO " RAISED BY "
                       WS-CASE-TYPE-DESC " ON " SN-OPENED-DATE
                       " LIST VERSION " SN-LIST-VERSION
                   DISPLAY "  SCREENED " SN-FNAME " " SN-LNAME
                   DISPLAY "           BORN " SN-DOB
                   DISPLAY "  LISTED   " SN-WL-FNAME " " SN-LNAME
                   DISPLAY "           BORN " SN-WL-DOB " ENTRY "
                       SN-ENTRY-ID " LIST " SN-WL-SOURCE
                   DISPLAY "  (A ZERO DATE OF BIRTH IS NOT KNOWN)"
                   DISPLAY "> 1. CLEAR -- NOT THE LISTED PERSON"
                   DISPLAY "> 2. CONFIRM MATCH -- FREEZES EVERY "
                       "ACCOUNT"
                   DISPLAY "> 9. SKIP FOR NOW"
                   DISPLAY "> 0. QUIT THE QUEUE"
                   ACCEPT WS-DISP-CHOICE
                   EVALUATE WS-DISP-CHOICE
                       WHEN 1
                           SET SN-CLEARED TO TRUE
                           PERFORM A3000-RECORD-DISPOSITION
                       WHEN 2
                           DISPLAY "ENTER Y TO CONFIRM THE MATCH AND "
                               "FREEZE THE CUSTOMER'S ACCOUNTS"
                           ACCEPT WS-CONFIRM
                           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                               SET SN-CONFIRMED TO TRUE
                               PERFORM A3000-RECORD-DISPOSITION
                           ELSE
                               DISPLAY "NOT CONFIRMED, CASE SKIPPED"
                           END-IF
                       WHEN 9
                           CONTINUE
                       WHEN 0
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "WRONG VALUE ENTERED, CASE SKIPPED"
                   END-EVALUATE
                   IF NOT WS-QUIT-QUEUE AND NOT WS-SCRN-EOF
                       PERFORM A1100-READ-NEXT-CASE
                   END-IF
               END-IF.

      *    A CONFIRMED MATCH FREEZES FIRST, SO THE CASE FILE RECORDS
      *    HOW MANY ACCOUNTS WERE FROZEN. A CLEARANCE IS WRITTEN AND
      *    AUDITED BEFORE THE CUSTOMER'S OTHER CASES ARE LOOKED AT.
           A3000-RECORD-DISPOSITION.
               DISPLAY "ENTER A COMMENT FOR THE CASE FILE"
               ACCEPT SN-COMMENT
               MOVE WS-REVIEWER-ID TO SN-REVIEWER
               MOVE WS-RUN-DATE    TO SN-DISP-DATE
               IF SN-CONFIRMED
                   PERFORM A4000-FREEZE-CUSTOMER-ACCOUNTS
                   MOVE WS-FROZEN-COUNT TO SN-FROZEN-COUNT
               END-IF
               REWRITE SN-CASE-RECORD
               ADD 1 TO WS-WORKED-COUNT
               SUBTRACT 1 FROM WS-OPEN-COUNT
               DISPLAY "CASE RECORDED AS " SN-STATUS
               PERFORM A3500-WRITE-AUDIT-ENTRY
               IF SN-CONFIRMED
                   PERFORM A4800-MARK-CUSTOMER-CONFIRMED
               ELSE
                   PERFORM A5000-RELEASE-CUSTOMER
               END-IF.

      *    JOURNALS THE DISPOSITION TO AUDITLOG, REFERENCED BY THE
      *    CUSTOMER NUMBER. A SECOND ACTION IN THE SAME SECOND BUMPS
      *    THE TIE-BREAK SEQUENCE UNTIL THE KEY IS FREE, THE SAME AS
      *    COMPL-REV'S AUDIT WRITES.
           A3500-WRITE-AUDIT-ENTRY.
               SET AU-SCREEN-DISP TO TRUE
               MOVE ZEROES          TO AU-BANK-ACCOUNT
               MOVE SN-CUSTOMER-NO  TO AU-REFERENCE
               MOVE "OPEN"          TO AU-OLD-VALUE
               IF SN-CLEARED
                   MOVE "CLEARED"   TO AU-NEW-VALUE
               ELSE
                   MOVE "CONFIRMED" TO AU-NEW-VALUE
               END-IF
               MOVE SN-ENTRY-ID     TO AU-NEW-VALUE(11:10)
               PERFORM A3550-STAMP-AND-WRITE-AUDIT.

           A3550-STAMP-AND-WRITE-AUDIT.
               MOVE WS-REVIEWER-ID  TO AU-TELLER-ID
               MOVE WS-RUN-DATE     TO AU-BUS-DATE
               MOVE WS-RUN-DATE     TO AU-TIMESTAMP(1:8)
               MOVE FUNCTION CURRENT-DATE(9:6) TO AU-TIMESTAMP(9:6)
               MOVE ZEROES          TO AU-AUDIT-SEQ
               PERFORM A3600-WRITE-AUDIT-RECORD
                   WITH TEST AFTER
                   UNTIL NOT WS-AUDIT-DUP-KEY.

           A3600-WRITE-AUDIT-RECORD.
               WRITE AU-AUDIT-RECORD
                   INVALID KEY
                       IF WS-AUDIT-DUP-KEY
                           ADD 1 TO AU-AUDIT-SEQ
                       END-IF
               END-WRITE.

      *    EVERY ACCOUNT THE CUSTOMER HOLDS -- AS PRIMARY HOLDER ON
      *    THE ACCOUNT RECORD, OR AS ANY HOLDER ON ACCTLINK -- IS
      *    FROZEN. ACCOUNTS ALREADY FROZEN OR CLOSED ARE LEFT AS THEY
      *    ARE. EACH FREEZE IS AUDITED AS A STATUS CHANGE MADE BY THE
      *    OFFICER, REFERENCED BY THE CUSTOMER NUMBER.
           A4000-FREEZE-CUSTOMER-ACCOUNTS.
               MOVE ZEROES TO WS-FROZEN-COUNT
               MOVE ZEROES TO AR-BANK-ACCOUNT
               START ACCT-FILE KEY NOT LESS THAN AR-BANK-ACCOUNT
                   INVALID KEY
                       SET WS-ACCT-EOF TO TRUE
               END-START
               IF NOT WS-ACCT-EOF
                   PERFORM A4050-READ-NEXT-ACCOUNT
               END-IF
               PERFORM A4100-CHECK-PRIMARY-HOLDER UNTIL WS-ACCT-EOF
               IF NOT WS-LINK-FILE-MISSING
                   MOVE ZEROES TO AL-LINK-KEY
                   START LINK-FILE KEY NOT LESS THAN AL-LINK-KEY
                       INVALID KEY
                           SET WS-LINK-EOF TO TRUE
                   END-START
                   IF NOT WS-LINK-EOF
                       PERFORM A4250-READ-NEXT-LINK
                   END-IF
                   PERFORM A4200-CHECK-LINKED-HOLDER
                       UNTIL WS-LINK-EOF
               END-IF
               DISPLAY WS-FROZEN-COUNT " ACCOUNT(S) FROZEN FOR "
                   "CUSTOMER " SN-CUSTOMER-NO.

           A4050-READ-NEXT-ACCOUNT.
               READ ACCT-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           A4100-CHECK-PRIMARY-HOLDER.
               IF AR-CUSTOMER-NO = SN-CUSTOMER-NO
                   PERFORM A4300-FREEZE-THE-ACCOUNT
               END-IF
               PERFORM A4050-READ-NEXT-ACCOUNT.

           A4200-CHECK-LINKED-HOLDER.
               IF AL-CUSTOMER-NO = SN-CUSTOMER-NO
                   MOVE AL-BANK-ACCOUNT TO AR-BANK-ACCOUNT
                   READ ACCT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM A4300-FREEZE-THE-ACCOUNT
                   END-READ
               END-IF
               PERFORM A4250-READ-NEXT-LINK.

           A4250-READ-NEXT-LINK.
               READ LINK-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           A4300-FREEZE-THE-ACCOUNT.
               IF NOT AR-CLOSED AND NOT AR-FROZEN
                   AND NOT AR-WRITTEN-OFF
                   MOVE AR-STATUS TO WS-OLD-STATUS
                   SET AR-FROZEN TO TRUE
                   REWRITE AR-ACCOUNT-RECORD
                   ADD 1 TO WS-FROZEN-COUNT
                   DISPLAY "  ACCOUNT " AR-BANK-ACCOUNT " FROZEN"
                   SET AU-STATUS-CHANGE TO TRUE
                   MOVE AR-BANK-ACCOUNT TO AU-BANK-ACCOUNT
                   MOVE SN-CUSTOMER-NO  TO AU-REFERENCE
                   MOVE WS-OLD-STATUS   TO AU-OLD-VALUE
                   MOVE AR-STATUS       TO AU-NEW-VALUE
                   PERFORM A3550-STAMP-AND-WRITE-AUDIT
               END-IF.

      *    A CONFIRMED CUSTOMER STAYS CONFIRMED: NO LATER CLEARANCE
      *    OF ANOTHER CASE LIFTS IT, AND EXIST-CUST WILL NOT UNFREEZE
      *    THEIR ACCOUNTS.
           A4800-MARK-CUSTOMER-CONFIRMED.
               MOVE SN-CUSTOMER-NO TO CU-CUSTOMER-NO
               READ CUST-FILE
                   INVALID KEY
                       DISPLAY "CUSTOMER " SN-CUSTOMER-NO
                           " NOT ON CUSTMST"
                   NOT INVALID KEY
                       SET CU-SCREEN-CONFIRMED TO TRUE
                       REWRITE CU-CUSTOMER-RECORD
               END-READ.

      *    THE HOLD ON THE CUSTOMER IS LIFTED ONLY WHEN NONE OF
      *    THEIR OTHER CASES IS STILL OPEN. LOOKING AT THEM MOVES
      *    THE CASE FILE OFF THE CASE JUST WORKED, SO THE QUEUE IS
      *    PUT BACK JUST PAST IT AFTERWARDS.
           A5000-RELEASE-CUSTOMER.
               MOVE SN-CASE-KEY TO WS-SAVED-CASE-KEY
               MOVE 'N' TO WS-OTHER-OPEN-SW
               MOVE LOW-VALUES TO SN-ENTRY-ID
               START SCRN-FILE KEY NOT LESS THAN SN-CASE-KEY
                   INVALID KEY
                       SET WS-SCRN-EOF TO TRUE
               END-START
               IF NOT WS-SCRN-EOF
                   PERFORM A1100-READ-NEXT-CASE
               END-IF
               PERFORM A5100-CHECK-OTHER-CASE
                   UNTIL WS-SCRN-EOF
                      OR WS-OTHER-CASE-OPEN
                      OR SN-CUSTOMER-NO NOT = WS-SAVED-CUSTOMER-NO
               IF NOT WS-OTHER-CASE-OPEN
                   PERFORM A5200-LIFT-THE-HOLD
               ELSE
                   DISPLAY "CUSTOMER " WS-SAVED-CUSTOMER-NO
                       " STAYS HELD -- ANOTHER CASE IS STILL OPEN"
               END-IF
               MOVE WS-SAVED-CASE-KEY TO SN-CASE-KEY
               START SCRN-FILE KEY GREATER THAN SN-CASE-KEY
                   INVALID KEY
                       SET WS-SCRN-EOF TO TRUE
               END-START.

           A5100-CHECK-OTHER-CASE.
               IF SN-OPEN
                   SET WS-OTHER-CASE-OPEN TO TRUE
               ELSE
                   PERFORM A1100-READ-NEXT-CASE
               END-IF.

           A5200-LIFT-THE-HOLD.
               MOVE WS-SAVED-CUSTOMER-NO TO CU-CUSTOMER-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CU-SCREEN-HELD
                           SET CU-SCREEN-CLEAR TO TRUE
                           REWRITE CU-CUSTOMER-RECORD
                           DISPLAY "CUSTOMER " CU-CUSTOMER-NO
                               " RELEASED -- A HELD ONBOARDING OR "
                               "NAME CHANGE MAY NOW BE RE-KEYED"
                       END-IF
               END-READ.

           A9000-CLOSE-FILES.
               CLOSE SCRN-FILE
               CLOSE TELLER-FILE
               CLOSE CUST-FILE
               CLOSE ACCT-FILE
               IF NOT WS-LINK-FILE-MISSING
                   CLOSE LINK-FILE
               END-IF
               CLOSE AUDIT-FILE.

       END PROGRAM SCRN-REV.
