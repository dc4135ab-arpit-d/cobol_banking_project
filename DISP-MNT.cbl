      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: CUSTOMER DISPUTE CASES. A TELLER SIGNS ON AGAINST
      *          TELLERMST AND RAISES A CASE WHEN A CUSTOMER DISPUTES
      *          AN ENTRY ON THEIR STATEMENT -- A STANDING-ORDER DEBIT
      *          THAT SHOULD NOT HAVE RUN, A PAY-IN CREDIT THAT NEVER
      *          ARRIVED. THE ENTRY IS FOUND ON TRANFILE (OR AN
      *          ARCHIVE JRNL-ARCH HAS CUT) BY ITS DATE, AND THE CASE
      *          IS KEYED TO IT ON THE DISPUTE FILE WITH THE CLAIM, THE
      *          DATE RAISED, THE DATE IT MUST BE RESOLVED BY (DISPDAYS
      *          ON RATEPARM) AND AN OWNER. CASES MOVE FROM OPEN TO
      *          INVESTIGATING TO UPHELD OR REJECTED. WHILE A CASE IS
      *          UNRESOLVED A SUPERVISOR MAY GRANT ONE PROVISIONAL
      *          CREDIT, JOURNALED AS A 'G' ENTRY LINKED TO THE CASE;
      *          WHEN THE CASE IS RESOLVED THE CREDIT IS KEPT OR, ON A
      *          REJECTED CASE, CLAWED BACK BY A 'K' ENTRY. EVERY STEP
      *          IS AUDITED ON AUDITLOG. DISP-AGE REPORTS CASES PAST
      *          THEIR DUE DATE.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISP-MNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-BANK-ACCOUNT
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT TELLER-FILE ASSIGN TO "TELLERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-TELLER-ID
               FILE STATUS IS WS-TELLER-FILE-STATUS.

      *    THE SAME JOURNAL FILE IS READ TO FIND THE DISPUTED ENTRY
      *    (TRANFILE OR A NAMED ARCHIVE) AND EXTENDED, AS TRANFILE,
      *    TO POST A PROVISIONAL CREDIT OR CLAWBACK -- NEVER BOTH AT
      *    ONCE, SO IT IS OPENED FOR EACH AND CLOSED AGAIN.
           SELECT TRAN-FILE ASSIGN USING WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT TIDX-FILE ASSIGN TO "TRANIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-INDEX-KEY
               FILE STATUS IS WS-TIDX-FILE-STATUS.

           SELECT DISP-FILE ASSIGN TO "DISPUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CASE-KEY
               FILE STATUS IS WS-DISP-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "RATEPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PARM-KEY
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-AUDIT-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
           COPY ACCTREC.

       FD  TELLER-FILE.
           COPY TELLREC.

       FD  TRAN-FILE.
           COPY TRANREC.

       FD  TIDX-FILE.
           COPY TIDXREC.

       FD  DISP-FILE.
           COPY DISPREC.

       FD  PARM-FILE.
           COPY PRMREC.

       FD  AUDIT-FILE.
           COPY AUDREC.

       FD  SYSCTL-FILE.
           COPY SYSREC.

       WORKING-STORAGE SECTION.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-NOT-FOUND      VALUE '23'.
               88 WS-ACCT-FILE-MISSING   VALUE '35'.
           01 WS-TELLER-FILE-STATUS  PIC X(02).
               88 WS-TELLER-NOT-FOUND    VALUE '23'.
               88 WS-TELLER-FILE-MISSING VALUE '35'.
           01 WS-TRAN-FILE-STATUS    PIC X(02).
               88 WS-TRAN-EOF            VALUE '10'.
           01 WS-TIDX-FILE-STATUS    PIC X(02).
               88 WS-TIDX-DUP-KEY        VALUE '22'.
               88 WS-TIDX-FILE-MISSING   VALUE '35'.
           01 WS-DISP-FILE-STATUS    PIC X(02).
               88 WS-DISP-EOF            VALUE '10'.
               88 WS-DISP-NOT-FOUND      VALUE '23'.
               88 WS-DISP-FILE-MISSING   VALUE '35'.
           01 WS-PARM-FILE-STATUS    PIC X(02).
               88 WS-PARM-FILE-MISSING   VALUE '35'.
           01 WS-AUDIT-FILE-STATUS   PIC X(02).
               88 WS-AUDIT-DUP-KEY       VALUE '22'.
               88 WS-AUDIT-FILE-MISSING  VALUE '35'.
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.

           01 WS-RUN-DATE            PIC 9(08).
           01 WS-JOURNAL-NAME        PIC X(10) VALUE "TRANFILE".

           01 WS-PARM-LOOKUP-ID      PIC X(10).
           01 WS-PARM-VALUE          PIC 9(08)V9(04).
           01 WS-PARM-FOUND-SW       PIC X(01).
               88 WS-PARM-FOUND          VALUE 'Y'.
           01 WS-PARM-SCAN-DONE-SW   PIC X(01).
               88 WS-PARM-SCAN-DONE      VALUE 'Y'.

      *    COMPILED DEFAULT, OVERRIDDEN BY RATEPARM DISPDAYS: THE DAYS
      *    A NEW CASE IS GIVEN TO BE RESOLVED.
           01 WS-DISPUTE-DAYS        PIC 9(04) VALUE 45.
           01 WS-DUE-INTEGER         PIC 9(08).

           01 WS-IN-TELLER-ID        PIC 9(4).
           01 WS-TELLER-ID           PIC 9(4).
           01 WS-SIGNON-SW           PIC X(1) VALUE 'N'.
               88 WS-SIGNED-ON            VALUE 'Y'.
               88 WS-SIGNON-ABANDONED     VALUE 'Q'.
           01 WS-SUPERVISOR-SW       PIC X(1) VALUE 'N'.
               88 WS-IS-SUPERVISOR        VALUE 'Y'.

           01 WS-USER-CHOICE         PIC 9.
               88 WS-EXIT             VALUE 0.
           01 WS-ACTION-CHOICE       PIC 9.

           01 WS-IN-ACCOUNT          PIC 9(08).
           01 WS-IN-DATE             PIC 9(08).
           01 WS-IN-AMOUNT           PIC 9(8)V99.
           01 WS-IN-OWNER            PIC 9(04).
           01 WS-IN-CLAIM            PIC X(50).
           01 WS-IN-NOTE             PIC X(30).
           01 WS-PICK                PIC 9(02).
           01 WS-CONFIRM             PIC X(01).
               88 WS-CONFIRMED           VALUE 'Y' 'y'.
           01 WS-OWNER-OK-SW         PIC X(01).
               88 WS-OWNER-OK            VALUE 'Y'.
           01 WS-CASE-SELECTED-SW    PIC X(01).
               88 WS-CASE-SELECTED       VALUE 'Y'.

      *    THE ACCOUNT'S ENTRIES ON THE DATE THE CUSTOMER DISPUTES,
      *    FOR THE TELLER TO PICK THE ONE IN QUESTION.
           01 WS-MAX-ENTRIES         PIC 9(02) VALUE 20.
           01 WS-ENTRY-COUNT         PIC 9(02).
           01 WS-ENTRY-IDX           PIC 9(02).
           01 WS-MORE-ENTRIES-SW     PIC X(01).
               88 WS-MORE-ENTRIES        VALUE 'Y'.
           01 WS-ENTRY-TABLE.
               05 WS-ENTRY OCCURS 20 TIMES.
                   10 WS-EN-TIMESTAMP     PIC 9(14).
                   10 WS-EN-TYPE          PIC X(01).
                   10 WS-EN-AMOUNT        PIC 9(08)V99.
                   10 WS-EN-BRANCH        PIC 9(02).

      *    THE CASES ON ONE ACCOUNT, FOR THE TELLER TO PICK ONE.
           01 WS-MAX-CASES           PIC 9(02) VALUE 20.
           01 WS-CASE-COUNT          PIC 9(02).
           01 WS-CASE-IDX            PIC 9(02).
           01 WS-MORE-CASES-SW       PIC X(01).
               88 WS-MORE-CASES          VALUE 'Y'.
           01 WS-CASE-TABLE.
               05 WS-CASE-TIMESTAMP OCCURS 20 TIMES PIC 9(14).

           01 WS-STATUS-NAME         PIC X(13).
           01 WS-PROV-NAME           PIC X(11).
           01 WS-OLD-STATUS-NAME     PIC X(13).
           01 WS-OLD-BALANCE         PIC S9(08)V99.
           01 WS-POSTED-TIMESTAMP    PIC 9(14).
           01 WS-AMT-DISP            PIC $$$,$$$,$$9.99.
           01 WS-AMT-DISP-2          PIC $$$,$$$,$$9.99.
           01 WS-AUDIT-AMT           PIC Z(7)9.99.
           01 WS-AUDIT-OWNER.
               05 FILLER              PIC X(06) VALUE "OWNER ".
               05 WS-AO-OWNER         PIC 9(04).
           01 WS-AUDIT-OUTCOME.
               05 WS-AO-STATUS        PIC X(08).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-AO-PROV          PIC X(11).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0100-OPEN-FILES.
           PERFORM A0150-LOAD-PARMS.
           PERFORM A0200-TELLER-SIGN-ON
               UNTIL WS-SIGNED-ON OR WS-SIGNON-ABANDONED.
           IF WS-SIGNED-ON
               MOVE 9 TO WS-USER-CHOICE
               PERFORM A0500-SHOW-MENU
                   UNTIL WS-EXIT
           END-IF.
           PERFORM A9000-CLOSE-FILES.
           STOP RUN.

      *    CASES ARE RAISED, DUE AND RESOLVED ON THE BUSINESS
      *    PROCESSING DATE FROM SYSCTL (ADVANCED BY EOD-ADV), NOT THE
      *    WALL CLOCK.
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
               OPEN I-O ACCT-FILE
               IF WS-ACCT-FILE-MISSING
                   DISPLAY "NO ACCOUNT MASTER ON FILE, THERE ARE NO "
                       "ACCOUNTS TO DISPUTE"
                   SET WS-SIGNON-ABANDONED TO TRUE
               END-IF
               OPEN INPUT TELLER-FILE
               IF WS-TELLER-FILE-MISSING
                   DISPLAY "TELLER MASTER FILE NOT FOUND, RUN "
                       "TELL-MNT TO SET UP TELLERS"
                   SET WS-SIGNON-ABANDONED TO TRUE
               END-IF
               OPEN I-O TIDX-FILE
               IF WS-TIDX-FILE-MISSING
                   OPEN OUTPUT TIDX-FILE
                   CLOSE TIDX-FILE
                   OPEN I-O TIDX-FILE
               END-IF
               OPEN I-O DISP-FILE
               IF WS-DISP-FILE-MISSING
                   OPEN OUTPUT DISP-FILE
                   CLOSE DISP-FILE
                   OPEN I-O DISP-FILE
               END-IF
               OPEN I-O AUDIT-FILE
               IF WS-AUDIT-FILE-MISSING
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   OPEN I-O AUDIT-FILE
               END-IF.

      *    THE DAYS ALLOWED TO RESOLVE A CASE IN FORCE ON THE BUSINESS
      *    DATE. NO ENTRY KEEPS THE COMPILED DEFAULT.
           A0150-LOAD-PARMS.
               OPEN INPUT PARM-FILE
               IF WS-PARM-FILE-MISSING
                   DISPLAY "WARNING: NO RATEPARM ON HAND, USING THE "
                       "DEFAULT OF " WS-DISPUTE-DAYS " DAYS TO "
                       "RESOLVE A DISPUTE"
               ELSE
                   MOVE "DISPDAYS" TO WS-PARM-LOOKUP-ID
                   PERFORM A0160-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-DISPUTE-DAYS
                   END-IF
                   CLOSE PARM-FILE
               END-IF.

           A0160-FIND-PARM-VALUE.
               MOVE 'N' TO WS-PARM-FOUND-SW
               MOVE 'N' TO WS-PARM-SCAN-DONE-SW
               MOVE WS-PARM-LOOKUP-ID TO PR-PARM-ID
               MOVE ZEROES            TO PR-EFF-DATE
               START PARM-FILE KEY NOT LESS THAN PR-PARM-KEY
                   INVALID KEY
                       SET WS-PARM-SCAN-DONE TO TRUE
               END-START
               PERFORM A0170-SCAN-PARM-ENTRY
                   UNTIL WS-PARM-SCAN-DONE.

           A0170-SCAN-PARM-ENTRY.
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

           A0200-TELLER-SIGN-ON.
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
                           MOVE TL-TELLER-ID TO WS-TELLER-ID
                           IF TL-SUPERVISOR
                               SET WS-IS-SUPERVISOR TO TRUE
                           END-IF
                           SET WS-SIGNED-ON TO TRUE
                           DISPLAY "SIGNED ON: " TL-NAME
                   END-READ
               END-IF.

           A0210-GET-JOURNAL-NAME.
               DISPLAY "ENTER JOURNAL FILE TO SEARCH (BLANK FOR "
                   "TRANFILE, OR AN ARCHIVE SUCH AS TRAN202607)"
               ACCEPT WS-JOURNAL-NAME
               IF WS-JOURNAL-NAME = SPACES
                   MOVE "TRANFILE" TO WS-JOURNAL-NAME
               END-IF.

           A0500-SHOW-MENU.
               DISPLAY "CUSTOMER DISPUTE CASES"
               DISPLAY SPACES
               DISPLAY "> 1. RAISE A DISPUTE ON A STATEMENT ENTRY"
               DISPLAY "> 2. LIST THE DISPUTES ON AN ACCOUNT"
               DISPLAY "> 3. START AN INVESTIGATION OR CHANGE OWNER"
               DISPLAY "> 4. GRANT A PROVISIONAL CREDIT"
               DISPLAY "> 5. RESOLVE A DISPUTE (UPHELD OR REJECTED)"
               DISPLAY "> 0. EXIT"
               ACCEPT WS-USER-CHOICE.
               EVALUATE WS-USER-CHOICE
                   WHEN 1
                       PERFORM A1000-RAISE-CASE
                   WHEN 2
                       PERFORM A2000-LIST-CASES
                   WHEN 3
                       PERFORM A3000-WORK-CASE
                   WHEN 4
                       IF WS-IS-SUPERVISOR
                           PERFORM A4000-GRANT-PROV-CREDIT
                       ELSE
                           DISPLAY "A PROVISIONAL CREDIT NEEDS "
                               "SUPERVISOR AUTHORITY"
                       END-IF
                   WHEN 5
                       PERFORM A5000-RESOLVE-CASE
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "WRONG VALUE ENTERED, PLEASE TRY AGAIN"
               END-EVALUATE.

      ******************************************************************
      * RAISING A CASE: THE CUSTOMER NAMES THE ENTRY BY ITS STATEMENT
      * DATE; THE TELLER PICKS IT FROM THAT DAY'S ENTRIES ON THE
      * ACCOUNT, AND THE CASE IS KEYED TO ITS TIMESTAMP.
      ******************************************************************
           A1000-RAISE-CASE.
               DISPLAY "ENTER THE ACCOUNT NUMBER"
               ACCEPT WS-IN-ACCOUNT
               MOVE WS-IN-ACCOUNT TO AR-BANK-ACCOUNT
               READ ACCT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-NOT-FOUND
                   DISPLAY "ACCOUNT NOT ON FILE"
               ELSE
                   PERFORM A0210-GET-JOURNAL-NAME
                   DISPLAY "ENTER THE DATE OF THE DISPUTED ENTRY AS "
                       "SHOWN ON THE STATEMENT (YYYYMMDD)"
                   ACCEPT WS-IN-DATE
                   IF WS-IN-DATE NOT NUMERIC OR WS-IN-DATE = ZEROES
                       DISPLAY "DATE MUST BE NUMERIC AND NON-ZERO, "
                           "NOTHING RAISED"
                   ELSE
                       PERFORM A1100-FIND-ENTRIES
                       IF WS-ENTRY-COUNT = ZEROES
                           DISPLAY "NO ENTRIES ON ACCOUNT "
                               WS-IN-ACCOUNT " ON " WS-IN-DATE
                               " IN " WS-JOURNAL-NAME
                       ELSE
                           PERFORM A1200-PICK-ENTRY
                       END-IF
                   END-IF
               END-IF.

      *    A PROVISIONAL CREDIT OR CLAWBACK IS THE DISPUTE PROCESS'S
      *    OWN ENTRY AND A BALANCE BROUGHT FORWARD IS NOT A MOVEMENT,
      *    SO NEITHER CAN BE DISPUTED.
           A1100-FIND-ENTRIES.
               MOVE ZEROES TO WS-ENTRY-COUNT
               MOVE 'N' TO WS-MORE-ENTRIES-SW
               OPEN INPUT TRAN-FILE
               IF WS-TRAN-FILE-STATUS = '35'
                   DISPLAY "JOURNAL FILE " WS-JOURNAL-NAME
                       " NOT FOUND"
               ELSE
                   PERFORM A1140-READ-NEXT-ENTRY
                   PERFORM A1150-CHECK-ONE-ENTRY
                       UNTIL WS-TRAN-EOF
                   CLOSE TRAN-FILE
               END-IF.

           A1140-READ-NEXT-ENTRY.
               READ TRAN-FILE
                   AT END
                       CONTINUE
               END-READ.

           A1150-CHECK-ONE-ENTRY.
               IF TR-BANK-ACCOUNT = WS-IN-ACCOUNT
                   AND TR-TIMESTAMP(1:8) = WS-IN-DATE
                   AND NOT TR-PROV-CREDIT
                   AND NOT TR-PROV-CLAWBACK
                   AND NOT TR-BAL-FWD
                   IF WS-ENTRY-COUNT < WS-MAX-ENTRIES
                       ADD 1 TO WS-ENTRY-COUNT
                       MOVE TR-TIMESTAMP
                           TO WS-EN-TIMESTAMP(WS-ENTRY-COUNT)
                       MOVE TR-TYPE   TO WS-EN-TYPE(WS-ENTRY-COUNT)
                       MOVE TR-AMOUNT TO WS-EN-AMOUNT(WS-ENTRY-COUNT)
                       MOVE TR-BRANCH-CODE
                           TO WS-EN-BRANCH(WS-ENTRY-COUNT)
                   ELSE
                       SET WS-MORE-ENTRIES TO TRUE
                   END-IF
               END-IF
               PERFORM A1140-READ-NEXT-ENTRY.

           A1200-PICK-ENTRY.
               DISPLAY "ENTRIES ON ACCOUNT " WS-IN-ACCOUNT " ON "
                   WS-IN-DATE
               MOVE ZEROES TO WS-ENTRY-IDX
               PERFORM A1250-SHOW-ONE-ENTRY
                   UNTIL WS-ENTRY-IDX NOT < WS-ENTRY-COUNT
               IF WS-MORE-ENTRIES
                   DISPLAY "MORE THAN " WS-MAX-ENTRIES " ENTRIES ON "
                       "THAT DATE, ONLY THE FIRST " WS-MAX-ENTRIES
                       " ARE SHOWN"
               END-IF
               DISPLAY "ENTER THE NUMBER OF THE DISPUTED ENTRY "
                   "(0 TO ABANDON)"
               ACCEPT WS-PICK
               IF WS-PICK NOT NUMERIC OR WS-PICK = ZEROES
                   OR WS-PICK > WS-ENTRY-COUNT
                   DISPLAY "NOTHING RAISED"
               ELSE
                   PERFORM A1300-CAPTURE-CASE
               END-IF.

           A1250-SHOW-ONE-ENTRY.
               ADD 1 TO WS-ENTRY-IDX
               MOVE WS-EN-AMOUNT(WS-ENTRY-IDX) TO WS-AMT-DISP
               DISPLAY "> " WS-ENTRY-IDX ". TIME "
                   WS-EN-TIMESTAMP(WS-ENTRY-IDX)(9:6)
                   "  TYPE " WS-EN-TYPE(WS-ENTRY-IDX)
                   "  " WS-AMT-DISP.

           A1300-CAPTURE-CASE.
               MOVE WS-IN-ACCOUNT TO DS-BANK-ACCOUNT
               MOVE WS-EN-TIMESTAMP(WS-PICK) TO DS-TIMESTAMP
               READ DISP-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-DISP-NOT-FOUND
                   PERFORM A6300-NAME-STATUS
                   DISPLAY "A DISPUTE IS ALREADY ON FILE FOR THAT "
                       "ENTRY, STATUS " WS-STATUS-NAME
               ELSE
                   DISPLAY "ENTER THE CUSTOMER'S CLAIM (UP TO 50 "
                       "CHARACTERS)"
                   ACCEPT WS-IN-CLAIM
                   DISPLAY "ENTER THE TELLER ID TO OWN THE CASE "
                       "(0 FOR YOURSELF)"
                   ACCEPT WS-IN-OWNER
                   PERFORM A1400-CHECK-OWNER
                   IF WS-IN-CLAIM = SPACES
                       DISPLAY "THE CLAIM CANNOT BE BLANK, NOTHING "
                           "RAISED"
                   ELSE IF NOT WS-OWNER-OK
                       DISPLAY "NOTHING RAISED"
                   ELSE
                       PERFORM A1500-WRITE-NEW-CASE
                   END-IF
               END-IF.

      *    AN OWNER MUST BE A TELLER ON TELLERMST. ZERO MEANS THE
      *    TELLER SIGNED ON.
           A1400-CHECK-OWNER.
               MOVE 'N' TO WS-OWNER-OK-SW
               IF WS-IN-OWNER NOT NUMERIC
                   DISPLAY "TELLER ID MUST BE NUMERIC"
               ELSE IF WS-IN-OWNER = ZEROES
                   MOVE WS-TELLER-ID TO WS-IN-OWNER
                   SET WS-OWNER-OK TO TRUE
               ELSE
                   MOVE WS-IN-OWNER TO TL-TELLER-ID
                   READ TELLER-FILE
                       INVALID KEY
                           DISPLAY "TELLER " WS-IN-OWNER
                               " NOT ON FILE"
                       NOT INVALID KEY
                           SET WS-OWNER-OK TO TRUE
                   END-READ
               END-IF.

      *    THE DUE DATE IS THE DAY RAISED PLUS DISPDAYS.
           A1500-WRITE-NEW-CASE.
               MOVE WS-EN-TYPE(WS-PICK)   TO DS-TXN-TYPE
               MOVE WS-EN-AMOUNT(WS-PICK) TO DS-TXN-AMOUNT
               MOVE WS-EN-BRANCH(WS-PICK) TO DS-BRANCH-CODE
               MOVE WS-IN-CLAIM           TO DS-CLAIM
               MOVE WS-RUN-DATE           TO DS-RAISED-DATE
               MOVE WS-TELLER-ID          TO DS-RAISED-BY
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + WS-DISPUTE-DAYS
               COMPUTE DS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
               MOVE WS-IN-OWNER           TO DS-OWNER
               SET DS-OPEN                TO TRUE
               MOVE ZEROES                TO DS-RESOLVED-DATE
               MOVE ZEROES                TO DS-RESOLVED-BY
               MOVE SPACES                TO DS-OUTCOME-NOTE
               SET DS-NO-PROV-CREDIT      TO TRUE
               MOVE ZEROES                TO DS-PROV-AMOUNT
               MOVE ZEROES                TO DS-PROV-TIMESTAMP
               MOVE ZEROES                TO DS-PROV-GRANTED-BY
               MOVE ZEROES                TO DS-CLAWBACK-TIMESTAMP
               WRITE DS-DISPUTE-RECORD
                   INVALID KEY
                       DISPLAY "DISPUTE ALREADY ON FILE, NOTHING "
                           "RAISED"
                   NOT INVALID KEY
                       SET AU-DISPUTE-RAISED TO TRUE
                       MOVE DS-BANK-ACCOUNT  TO AU-BANK-ACCOUNT
                       MOVE DS-TIMESTAMP     TO AU-REFERENCE
                       MOVE DS-TXN-AMOUNT    TO WS-AUDIT-AMT
                       MOVE WS-AUDIT-AMT     TO AU-OLD-VALUE
                       MOVE "OPEN"           TO AU-NEW-VALUE
                       PERFORM A7700-WRITE-AUDIT-ENTRY
                       DISPLAY "DISPUTE RAISED ON ACCOUNT "
                           DS-BANK-ACCOUNT " ENTRY " DS-TIMESTAMP
                       DISPLAY "OWNER " DS-OWNER ", TO BE RESOLVED "
                           "BY " DS-DUE-DATE
               END-WRITE.

           A2000-LIST-CASES.
               DISPLAY "ENTER THE ACCOUNT NUMBER"
               ACCEPT WS-IN-ACCOUNT
               PERFORM A6100-LOAD-CASES
               IF WS-CASE-COUNT = ZEROES
                   DISPLAY "NO DISPUTES ON ACCOUNT " WS-IN-ACCOUNT
               ELSE
                   PERFORM A6200-SHOW-CASES
               END-IF.

      *    ANY TELLER MAY TAKE AN OPEN CASE INTO INVESTIGATION OR
      *    HAND AN UNRESOLVED CASE TO ANOTHER OWNER.
           A3000-WORK-CASE.
               PERFORM A6000-SELECT-CASE
               IF WS-CASE-SELECTED
                   IF DS-RESOLVED
                       DISPLAY "THE DISPUTE IS ALREADY RESOLVED"
                   ELSE
                       DISPLAY "> 1. START THE INVESTIGATION"
                       DISPLAY "> 2. HAND THE CASE TO ANOTHER OWNER"
                       ACCEPT WS-ACTION-CHOICE
                       IF WS-ACTION-CHOICE = 1
                           PERFORM A3100-START-INVESTIGATION
                       ELSE IF WS-ACTION-CHOICE = 2
                           PERFORM A3200-CHANGE-OWNER
                       ELSE
                           DISPLAY "WRONG VALUE ENTERED, NOTHING "
                               "CHANGED"
                       END-IF
                   END-IF
               END-IF.

           A3100-START-INVESTIGATION.
               IF DS-INVESTIGATING
                   DISPLAY "THE DISPUTE IS ALREADY UNDER "
                       "INVESTIGATION"
               ELSE
                   SET DS-INVESTIGATING TO TRUE
                   REWRITE DS-DISPUTE-RECORD
                   SET AU-DISPUTE-STATUS TO TRUE
                   MOVE DS-BANK-ACCOUNT  TO AU-BANK-ACCOUNT
                   MOVE DS-TIMESTAMP     TO AU-REFERENCE
                   MOVE "OPEN"           TO AU-OLD-VALUE
                   MOVE "INVESTIGATING"  TO AU-NEW-VALUE
                   PERFORM A7700-WRITE-AUDIT-ENTRY
                   DISPLAY "DISPUTE NOW UNDER INVESTIGATION"
               END-IF.

           A3200-CHANGE-OWNER.
               DISPLAY "ENTER THE TELLER ID OF THE NEW OWNER "
                   "(0 FOR YOURSELF)"
               ACCEPT WS-IN-OWNER
               PERFORM A1400-CHECK-OWNER
               IF NOT WS-OWNER-OK
                   DISPLAY "NOTHING CHANGED"
               ELSE IF WS-IN-OWNER = DS-OWNER
                   DISPLAY "TELLER " DS-OWNER " ALREADY OWNS THE "
                       "DISPUTE"
               ELSE
                   MOVE DS-OWNER         TO WS-AO-OWNER
                   MOVE WS-AUDIT-OWNER   TO AU-OLD-VALUE
                   MOVE WS-IN-OWNER      TO DS-OWNER
                   REWRITE DS-DISPUTE-RECORD
                   SET AU-DISPUTE-STATUS TO TRUE
                   MOVE DS-BANK-ACCOUNT  TO AU-BANK-ACCOUNT
                   MOVE DS-TIMESTAMP     TO AU-REFERENCE
                   MOVE DS-OWNER         TO WS-AO-OWNER
                   MOVE WS-AUDIT-OWNER   TO AU-NEW-VALUE
                   PERFORM A7700-WRITE-AUDIT-ENTRY
                   DISPLAY "DISPUTE NOW OWNED BY TELLER " DS-OWNER
               END-IF.

      ******************************************************************
      * PROVISIONAL CREDIT: ONE PER UNRESOLVED CASE, NO MORE THAN THE
      * DISPUTED AMOUNT, TO AN ACTIVE ON-DEMAND ACCOUNT. THE 'G' ENTRY
      * CARRIES THE DISPUTED ENTRY'S TIMESTAMP IN TR-REVERSAL-REF AND
      * ITS OWN TIMESTAMP IS KEPT ON THE CASE, SO EACH LEADS TO THE
      * OTHER.
      ******************************************************************
           A4000-GRANT-PROV-CREDIT.
               PERFORM A6000-SELECT-CASE
               IF WS-CASE-SELECTED
                   MOVE DS-BANK-ACCOUNT TO AR-BANK-ACCOUNT
                   READ ACCT-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF DS-RESOLVED
                       DISPLAY "THE DISPUTE IS ALREADY RESOLVED"
                   ELSE IF NOT DS-NO-PROV-CREDIT
                       DISPLAY "A PROVISIONAL CREDIT HAS ALREADY "
                           "BEEN GRANTED ON THIS DISPUTE"
                   ELSE IF WS-ACCT-NOT-FOUND
                       DISPLAY "ACCOUNT NOT ON FILE"
                   ELSE IF NOT AR-DEMAND
                       DISPLAY "A PROVISIONAL CREDIT CAN ONLY BE "
                           "GIVEN TO AN ON-DEMAND ACCOUNT"
                   ELSE IF NOT AR-ACTIVE
                       DISPLAY "THE ACCOUNT IS NOT ACTIVE (STATUS "
                           AR-STATUS "), NO CREDIT CAN BE GIVEN"
                   ELSE
                       PERFORM A4050-PROMPT-PROV-AMOUNT
                   END-IF
               END-IF.

           A4050-PROMPT-PROV-AMOUNT.
               MOVE DS-TXN-AMOUNT TO WS-AMT-DISP
               DISPLAY "ENTER THE AMOUNT TO CREDIT (0 FOR THE FULL "
                   "DISPUTED AMOUNT OF " WS-AMT-DISP ")"
               ACCEPT WS-IN-AMOUNT
               IF WS-IN-AMOUNT NOT NUMERIC
                   DISPLAY "AMOUNT MUST BE NUMERIC, NOTHING CREDITED"
               ELSE IF WS-IN-AMOUNT > DS-TXN-AMOUNT
                   DISPLAY "A PROVISIONAL CREDIT CANNOT BE MORE THAN "
                       "THE DISPUTED AMOUNT"
               ELSE
                   IF WS-IN-AMOUNT = ZEROES
                       MOVE DS-TXN-AMOUNT TO WS-IN-AMOUNT
                   END-IF
                   MOVE WS-IN-AMOUNT TO WS-AMT-DISP
                   DISPLAY "CREDIT " WS-AMT-DISP " TO ACCOUNT "
                       AR-BANK-ACCOUNT " " AR-LNAME "? (Y/N)"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRMED
                       PERFORM A4100-BOOK-PROV-CREDIT
                   ELSE
                       DISPLAY "NOTHING CREDITED"
                   END-IF
               END-IF.

           A4100-BOOK-PROV-CREDIT.
               MOVE AR-BALANCE TO WS-OLD-BALANCE
               ADD WS-IN-AMOUNT TO AR-BALANCE
               REWRITE AR-ACCOUNT-RECORD
               PERFORM A7400-OPEN-LIVE-JOURNAL
               SET TR-PROV-CREDIT     TO TRUE
               MOVE WS-IN-AMOUNT      TO TR-AMOUNT
               PERFORM A7500-WRITE-JOURNAL-ENTRY
               SET DS-PROV-GRANTED    TO TRUE
               MOVE WS-IN-AMOUNT      TO DS-PROV-AMOUNT
               MOVE WS-POSTED-TIMESTAMP TO DS-PROV-TIMESTAMP
               MOVE WS-TELLER-ID      TO DS-PROV-GRANTED-BY
               REWRITE DS-DISPUTE-RECORD
               SET AU-DISPUTE-PROV-CREDIT TO TRUE
               MOVE DS-BANK-ACCOUNT   TO AU-BANK-ACCOUNT
               MOVE DS-TIMESTAMP      TO AU-REFERENCE
               MOVE "NONE"            TO AU-OLD-VALUE
               MOVE WS-IN-AMOUNT      TO WS-AUDIT-AMT
               MOVE WS-AUDIT-AMT      TO AU-NEW-VALUE
               PERFORM A7700-WRITE-AUDIT-ENTRY
               MOVE WS-IN-AMOUNT TO WS-AMT-DISP
               DISPLAY "PROVISIONAL CREDIT OF " WS-AMT-DISP
                   " POSTED TO ACCOUNT " AR-BANK-ACCOUNT.

      ******************************************************************
      * RESOLUTION. AN UPHELD CASE KEEPS ANY PROVISIONAL CREDIT AS THE
      * CUSTOMER'S REFUND. A REJECTED CASE'S CREDIT IS CLAWED BACK OR
      * KEPT AS GOODWILL, THE SUPERVISOR'S CHOICE -- EXCEPT THAT A
      * CLOSED OR WRITTEN-OFF ACCOUNT CAN TAKE NO CLAWBACK, SO THERE IT
      * IS KEPT. WHILE A CREDIT IS OUTSTANDING ONLY A SUPERVISOR MAY
      * RESOLVE THE CASE.
      ******************************************************************
           A5000-RESOLVE-CASE.
               PERFORM A6000-SELECT-CASE
               IF WS-CASE-SELECTED
                   IF DS-RESOLVED
                       DISPLAY "THE DISPUTE IS ALREADY RESOLVED"
                   ELSE IF DS-PROV-GRANTED AND NOT WS-IS-SUPERVISOR
                       DISPLAY "A PROVISIONAL CREDIT IS OUTSTANDING "
                           "ON THIS DISPUTE -- ONLY A SUPERVISOR MAY "
                           "RESOLVE IT"
                   ELSE
                       PERFORM A6300-NAME-STATUS
                       MOVE WS-STATUS-NAME TO WS-OLD-STATUS-NAME
                       DISPLAY "> 1. UPHELD (THE CUSTOMER IS RIGHT)"
                       DISPLAY "> 2. REJECTED"
                       ACCEPT WS-ACTION-CHOICE
                       IF WS-ACTION-CHOICE = 1
                           PERFORM A5100-UPHOLD-CASE
                       ELSE IF WS-ACTION-CHOICE = 2
                           PERFORM A5200-REJECT-CASE
                       ELSE
                           DISPLAY "WRONG VALUE ENTERED, NOTHING "
                               "CHANGED"
                       END-IF
                   END-IF
               END-IF.

           A5050-PROMPT-NOTE.
               DISPLAY "ENTER THE OUTCOME NOTE (UP TO 30 CHARACTERS)"
               ACCEPT WS-IN-NOTE.

           A5100-UPHOLD-CASE.
               IF DS-PROV-GRANTED
                   PERFORM A5050-PROMPT-NOTE
                   MOVE DS-PROV-AMOUNT TO WS-AMT-DISP
                   DISPLAY "THE PROVISIONAL CREDIT OF " WS-AMT-DISP
                       " IS KEPT AS THE CUSTOMER'S REFUND"
                   IF DS-PROV-AMOUNT < DS-TXN-AMOUNT
                       MOVE DS-TXN-AMOUNT TO WS-AMT-DISP-2
                       DISPLAY "IT COVERS LESS THAN THE DISPUTED "
                           WS-AMT-DISP-2 " -- ANY BALANCE DUE MUST "
                           "BE POSTED SEPARATELY"
                   END-IF
                   SET DS-PROV-KEPT TO TRUE
                   SET DS-UPHELD TO TRUE
                   PERFORM A5300-CLOSE-CASE
               ELSE
                   DISPLAY "NO PROVISIONAL CREDIT WAS GIVEN -- ANY "
                       "REFUND DUE MUST BE POSTED SEPARATELY"
                   DISPLAY "RESOLVE THE DISPUTE AS UPHELD? (Y/N)"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRMED
                       PERFORM A5050-PROMPT-NOTE
                       SET DS-UPHELD TO TRUE
                       PERFORM A5300-CLOSE-CASE
                   ELSE
                       DISPLAY "NOTHING CHANGED"
                   END-IF
               END-IF.

           A5200-REJECT-CASE.
               PERFORM A5050-PROMPT-NOTE
               IF DS-PROV-GRANTED
                   MOVE DS-BANK-ACCOUNT TO AR-BANK-ACCOUNT
                   READ ACCT-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE DS-PROV-AMOUNT TO WS-AMT-DISP
                   IF WS-ACCT-NOT-FOUND OR AR-CLOSED
                       OR AR-WRITTEN-OFF
                       DISPLAY "THE ACCOUNT IS CLOSED OR WRITTEN OFF, "
                           "THE PROVISIONAL CREDIT OF " WS-AMT-DISP
                           " CANNOT BE CLAWED BACK AND IS KEPT"
                       SET DS-PROV-KEPT TO TRUE
                   ELSE
                       DISPLAY "CLAW BACK THE PROVISIONAL CREDIT OF "
                           WS-AMT-DISP "? (Y = CLAW BACK, N = KEEP "
                           "IT AS GOODWILL)"
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRMED
                           PERFORM A5250-BOOK-CLAWBACK
                       ELSE
                           DISPLAY "THE PROVISIONAL CREDIT IS KEPT "
                               "AS GOODWILL"
                           SET DS-PROV-KEPT TO TRUE
                       END-IF
                   END-IF
               END-IF
               SET DS-REJECTED TO TRUE
               PERFORM A5300-CLOSE-CASE.

      *    THE CLAWBACK RECOVERS THE BANK'S OWN CREDIT, SO IT POSTS
      *    EVEN WHERE IT TAKES THE ACCOUNT PAST ITS OVERDRAFT LIMIT.
           A5250-BOOK-CLAWBACK.
               MOVE AR-BALANCE TO WS-OLD-BALANCE
               SUBTRACT DS-PROV-AMOUNT FROM AR-BALANCE
               REWRITE AR-ACCOUNT-RECORD
               PERFORM A7400-OPEN-LIVE-JOURNAL
               SET TR-PROV-CLAWBACK   TO TRUE
               MOVE DS-PROV-AMOUNT    TO TR-AMOUNT
               PERFORM A7500-WRITE-JOURNAL-ENTRY
               SET DS-PROV-CLAWED-BACK TO TRUE
               MOVE WS-POSTED-TIMESTAMP TO DS-CLAWBACK-TIMESTAMP
               DISPLAY "PROVISIONAL CREDIT OF " WS-AMT-DISP
                   " CLAWED BACK FROM ACCOUNT " AR-BANK-ACCOUNT
               IF AR-BALANCE < ZEROES - AR-OD-LIMIT
                   DISPLAY "THE ACCOUNT IS NOW OVERDRAWN BEYOND ITS "
                       "ARRANGED LIMIT"
               END-IF.

           A5300-CLOSE-CASE.
               MOVE WS-RUN-DATE       TO DS-RESOLVED-DATE
               MOVE WS-TELLER-ID      TO DS-RESOLVED-BY
               MOVE WS-IN-NOTE        TO DS-OUTCOME-NOTE
               REWRITE DS-DISPUTE-RECORD
               PERFORM A6300-NAME-STATUS
               MOVE WS-STATUS-NAME    TO WS-AO-STATUS
               IF DS-NO-PROV-CREDIT
                   MOVE SPACES        TO WS-AO-PROV
               ELSE
                   PERFORM A6350-NAME-PROV-STATUS
                   MOVE WS-PROV-NAME  TO WS-AO-PROV
               END-IF
               SET AU-DISPUTE-RESOLVED TO TRUE
               MOVE DS-BANK-ACCOUNT   TO AU-BANK-ACCOUNT
               MOVE DS-TIMESTAMP      TO AU-REFERENCE
               MOVE WS-OLD-STATUS-NAME TO AU-OLD-VALUE
               MOVE WS-AUDIT-OUTCOME  TO AU-NEW-VALUE
               PERFORM A7700-WRITE-AUDIT-ENTRY
               DISPLAY "DISPUTE RESOLVED AS " WS-STATUS-NAME.

      ******************************************************************
      * CASE SELECTION: THE CASES ON AN ACCOUNT ARE LISTED AND THE
      * TELLER PICKS ONE, WHICH IS LEFT READ FOR UPDATE.
      ******************************************************************
           A6000-SELECT-CASE.
               MOVE 'N' TO WS-CASE-SELECTED-SW
               DISPLAY "ENTER THE ACCOUNT NUMBER"
               ACCEPT WS-IN-ACCOUNT
               PERFORM A6100-LOAD-CASES
               IF WS-CASE-COUNT = ZEROES
                   DISPLAY "NO DISPUTES ON ACCOUNT " WS-IN-ACCOUNT
               ELSE
                   PERFORM A6200-SHOW-CASES
                   DISPLAY "ENTER THE NUMBER OF THE DISPUTE "
                       "(0 TO ABANDON)"
                   ACCEPT WS-PICK
                   IF WS-PICK NOT NUMERIC OR WS-PICK = ZEROES
                       OR WS-PICK > WS-CASE-COUNT
                       DISPLAY "NOTHING CHANGED"
                   ELSE
                       MOVE WS-IN-ACCOUNT TO DS-BANK-ACCOUNT
                       MOVE WS-CASE-TIMESTAMP(WS-PICK)
                           TO DS-TIMESTAMP
                       READ DISP-FILE
                           INVALID KEY
                               DISPLAY "DISPUTE NO LONGER ON FILE"
                           NOT INVALID KEY
                               SET WS-CASE-SELECTED TO TRUE
                       END-READ
                   END-IF
               END-IF.

           A6100-LOAD-CASES.
               MOVE ZEROES TO WS-CASE-COUNT
               MOVE 'N' TO WS-MORE-CASES-SW
               MOVE WS-IN-ACCOUNT TO DS-BANK-ACCOUNT
               MOVE ZEROES        TO DS-TIMESTAMP
               START DISP-FILE KEY NOT LESS THAN DS-CASE-KEY
                   INVALID KEY
                       SET WS-DISP-EOF TO TRUE
               END-START
               IF NOT WS-DISP-EOF
                   PERFORM A6140-READ-NEXT-CASE
                   PERFORM A6150-LOAD-ONE-CASE
                       UNTIL WS-DISP-EOF
                           OR DS-BANK-ACCOUNT NOT = WS-IN-ACCOUNT
               END-IF.

           A6140-READ-NEXT-CASE.
               READ DISP-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           A6150-LOAD-ONE-CASE.
               IF WS-CASE-COUNT < WS-MAX-CASES
                   ADD 1 TO WS-CASE-COUNT
                   MOVE DS-TIMESTAMP
                       TO WS-CASE-TIMESTAMP(WS-CASE-COUNT)
               ELSE
                   SET WS-MORE-CASES TO TRUE
               END-IF
               PERFORM A6140-READ-NEXT-CASE.

           A6200-SHOW-CASES.
               DISPLAY "DISPUTES ON ACCOUNT " WS-IN-ACCOUNT
               MOVE ZEROES TO WS-CASE-IDX
               PERFORM A6250-SHOW-ONE-CASE
                   UNTIL WS-CASE-IDX NOT < WS-CASE-COUNT
               IF WS-MORE-CASES
                   DISPLAY "MORE THAN " WS-MAX-CASES " DISPUTES ON "
                       "THE ACCOUNT, ONLY THE FIRST " WS-MAX-CASES
                       " ARE SHOWN"
               END-IF.

           A6250-SHOW-ONE-CASE.
               ADD 1 TO WS-CASE-IDX
               MOVE WS-IN-ACCOUNT TO DS-BANK-ACCOUNT
               MOVE WS-CASE-TIMESTAMP(WS-CASE-IDX) TO DS-TIMESTAMP
               READ DISP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM A6300-NAME-STATUS
                       PERFORM A6350-NAME-PROV-STATUS
                       MOVE DS-TXN-AMOUNT  TO WS-AMT-DISP
                       MOVE DS-PROV-AMOUNT TO WS-AMT-DISP-2
                       DISPLAY "> " WS-CASE-IDX ". ENTRY "
                           DS-TIMESTAMP "  TYPE " DS-TXN-TYPE
                           "  " WS-AMT-DISP
                       DISPLAY "     " WS-STATUS-NAME " RAISED "
                           DS-RAISED-DATE " DUE " DS-DUE-DATE
                           " OWNER " DS-OWNER
                       DISPLAY "     CLAIM: " DS-CLAIM
                       IF NOT DS-NO-PROV-CREDIT
                           DISPLAY "     PROVISIONAL CREDIT "
                               WS-AMT-DISP-2 " " WS-PROV-NAME
                       END-IF
                       IF DS-RESOLVED
                           DISPLAY "     RESOLVED " DS-RESOLVED-DATE
                               " BY " DS-RESOLVED-BY ": "
                               DS-OUTCOME-NOTE
                       END-IF
               END-READ.

           A6300-NAME-STATUS.
               EVALUATE TRUE
                   WHEN DS-OPEN
                       MOVE "OPEN"          TO WS-STATUS-NAME
                   WHEN DS-INVESTIGATING
                       MOVE "INVESTIGATING" TO WS-STATUS-NAME
                   WHEN DS-UPHELD
                       MOVE "UPHELD"        TO WS-STATUS-NAME
                   WHEN DS-REJECTED
                       MOVE "REJECTED"      TO WS-STATUS-NAME
                   WHEN OTHER
                       MOVE DS-STATUS       TO WS-STATUS-NAME
               END-EVALUATE.

           A6350-NAME-PROV-STATUS.
               EVALUATE TRUE
                   WHEN DS-PROV-GRANTED
                       MOVE "OUTSTANDING" TO WS-PROV-NAME
                   WHEN DS-PROV-KEPT
                       MOVE "CREDIT KEPT" TO WS-PROV-NAME
                   WHEN DS-PROV-CLAWED-BACK
                       MOVE "CLAWED BACK" TO WS-PROV-NAME
                   WHEN OTHER
                       MOVE "NONE"        TO WS-PROV-NAME
               END-EVALUATE.

      ******************************************************************
      * POSTING. THE LIVE JOURNAL IS OPENED FOR EACH ENTRY AND CLOSED
      * STRAIGHT AFTER, SO IT IS FREE FOR THE NEXT SEARCH. THE CALLER
      * SETS THE TYPE AND AMOUNT; THE REST COMES FROM THE ACCOUNT JUST
      * REWRITTEN AND THE CASE.
      ******************************************************************
           A7400-OPEN-LIVE-JOURNAL.
               MOVE "TRANFILE" TO WS-JOURNAL-NAME
               OPEN EXTEND TRAN-FILE
               IF WS-TRAN-FILE-STATUS = '05'
                   OR WS-TRAN-FILE-STATUS = '35'
                   OPEN OUTPUT TRAN-FILE
               END-IF.

           A7500-WRITE-JOURNAL-ENTRY.
               MOVE AR-BANK-ACCOUNT   TO TR-BANK-ACCOUNT
               MOVE WS-OLD-BALANCE    TO TR-OLD-BALANCE
               MOVE AR-BALANCE        TO TR-NEW-BALANCE
               MOVE AR-BRANCH-CODE    TO TR-BRANCH-CODE
               MOVE 'N'               TO TR-LARGE-TXN-FLAG
               MOVE 'N'               TO TR-CROSS-BRANCH-FLAG
               MOVE WS-TELLER-ID      TO TR-TELLER-ID
               MOVE WS-RUN-DATE       TO TR-TIMESTAMP(1:8)
               MOVE FUNCTION CURRENT-DATE(9:6) TO TR-TIMESTAMP(9:6)
               MOVE DS-TIMESTAMP      TO TR-REVERSAL-REF
               WRITE TR-JOURNAL-RECORD
               PERFORM A7600-WRITE-INDEX-ENTRY
               MOVE TR-TIMESTAMP      TO WS-POSTED-TIMESTAMP
               CLOSE TRAN-FILE.

      *    MIRRORS THE ENTRY JUST WRITTEN ONTO THE TRANIDX KEYED
      *    INDEX, THE SAME AS EVERY OTHER ONLINE WRITER, SO THE
      *    ACCOUNT'S SAME-DAY HISTORY SHOWS IT BEFORE THE NIGHTLY
      *    JRNL-IDX REBUILD.
           A7600-WRITE-INDEX-ENTRY.
               MOVE TR-BANK-ACCOUNT   TO TX-BANK-ACCOUNT
               MOVE TR-TIMESTAMP      TO TX-TIMESTAMP
               MOVE ZEROES            TO TX-ENTRY-SEQ
               MOVE TR-JOURNAL-RECORD TO TX-JOURNAL-ENTRY
               PERFORM A7650-WRITE-INDEX-RECORD
                   WITH TEST AFTER
                   UNTIL NOT WS-TIDX-DUP-KEY.

           A7650-WRITE-INDEX-RECORD.
               WRITE TX-INDEX-RECORD
                   INVALID KEY
                       IF WS-TIDX-DUP-KEY
                           ADD 1 TO TX-ENTRY-SEQ
                       END-IF
               END-WRITE.

           A7700-WRITE-AUDIT-ENTRY.
               MOVE WS-RUN-DATE TO AU-TIMESTAMP(1:8)
               MOVE FUNCTION CURRENT-DATE(9:6) TO AU-TIMESTAMP(9:6)
               MOVE ZEROES        TO AU-AUDIT-SEQ
               MOVE WS-TELLER-ID  TO AU-TELLER-ID
               MOVE WS-RUN-DATE   TO AU-BUS-DATE
               PERFORM A7750-WRITE-AUDIT-RECORD
                   WITH TEST AFTER
                   UNTIL NOT WS-AUDIT-DUP-KEY.

           A7750-WRITE-AUDIT-RECORD.
               WRITE AU-AUDIT-RECORD
                   INVALID KEY
                       IF WS-AUDIT-DUP-KEY
                           ADD 1 TO AU-AUDIT-SEQ
                       END-IF
               END-WRITE.

           A9000-CLOSE-FILES.
               IF NOT WS-ACCT-FILE-MISSING
                   CLOSE ACCT-FILE
               END-IF
               IF NOT WS-TELLER-FILE-MISSING
                   CLOSE TELLER-FILE
               END-IF
               CLOSE TIDX-FILE
               CLOSE DISP-FILE
               CLOSE AUDIT-FILE.

       END PROGRAM DISP-MNT.
