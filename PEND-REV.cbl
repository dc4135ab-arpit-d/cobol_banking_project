      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: DUAL CONTROL CHECKER QUEUE. A SUPERVISOR SIGNS ON
      *          AGAINST TELLERMST AND WORKS THE CHANGES WAITING ON
      *          PENDCHG ONE AT A TIME, THE SAME WAY AS SCRN-REV'S
      *          QUEUE: OVERDRAFT AND DAILY CASH LIMITS RAISED AND
      *          ACCOUNTS TAKEN OUT OF FROZEN STATUS IN EXIST-CUST,
      *          RATEPARM VALUES KEYED IN PARM-MNT AND SUPERVISORS
      *          ADDED IN TELL-MNT. A CHANGE CAN ONLY BE DECIDED BY A
      *          SUPERVISOR OTHER THAN THE ONE WHO RAISED IT, AND ONLY
      *          ON THE BUSINESS DATE IT WAS RAISED (PEND-EXP EXPIRES
      *          WHATEVER IS LEFT IN THE NIGHTLY CHAIN). APPROVAL
      *          APPLIES THE CHANGE -- PROVIDED THE ACCOUNT, PARAMETER
      *          OR TELLER IS STILL AS IT WAS WHEN THE CHANGE WAS
      *          RAISED -- AND JOURNALS IT TO AUDITLOG THE SAME WAY AS
      *          THE PROGRAM THAT RAISED IT USED TO, UNDER THE
      *          CHECKER'S ID. APPROVALS AND REJECTIONS ARE STAMPED
      *          WITH THE CHECKER AND THE DATE AND AUDITED AS WELL.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEND-REV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CHANGE-NO
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-BANK-ACCOUNT
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CUST-FILE ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

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

           SELECT PARM-FILE ASSIGN TO "RATEPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PARM-KEY
               FILE STATUS IS WS-PARM-FILE-STATUS.

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

       FD  ACCT-FILE.
           COPY ACCTREC.

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  LINK-FILE.
           COPY LNKREC.

       FD  TELLER-FILE.
           COPY TELLREC.

       FD  PARM-FILE.
           COPY PRMREC.

       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  AUDIT-FILE.
           COPY AUDREC.

       WORKING-STORAGE SECTION.
           01 WS-PEND-FILE-STATUS    PIC X(02).
               88 WS-PEND-EOF            VALUE '10'.
               88 WS-PEND-FILE-MISSING   VALUE '35'.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-NOT-FOUND      VALUE '23'.
               88 WS-ACCT-FILE-MISSING   VALUE '35'.
           01 WS-CUST-FILE-STATUS    PIC X(02).
               88 WS-CUST-FILE-MISSING   VALUE '35'.
           01 WS-LINK-FILE-STATUS    PIC X(02).
               88 WS-LINK-EOF            VALUE '10'.
               88 WS-LINK-FILE-MISSING   VALUE '35'.
           01 WS-TELLER-FILE-STATUS  PIC X(02).
               88 WS-TELLER-FILE-MISSING VALUE '35'.
           01 WS-PARM-FILE-STATUS    PIC X(02).
               88 WS-PARM-FILE-MISSING   VALUE '35'.
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-AUDIT-FILE-STATUS   PIC X(02).
               88 WS-AUDIT-DUP-KEY       VALUE '22'.
               88 WS-AUDIT-FILE-MISSING  VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.

           01 WS-IN-TELLER-ID        PIC 9(4).
           01 WS-CHECKER-ID          PIC 9(4).
           01 WS-SIGNON-SW           PIC X(1) VALUE 'N'.
               88 WS-SIGNED-ON            VALUE 'Y'.
               88 WS-SIGNON-ABANDONED     VALUE 'Q'.

           01 WS-DISP-CHOICE         PIC 9.
               88 WS-QUIT-QUEUE           VALUE 0.
           01 WS-RUN-DATE            PIC 9(08).
           01 WS-WAITING-COUNT       PIC 9(06) VALUE ZEROES.
           01 WS-APPROVED-COUNT      PIC 9(06) VALUE ZEROES.
           01 WS-REJECTED-COUNT      PIC 9(06) VALUE ZEROES.
           01 WS-CHANGE-DESC         PIC X(24).
           01 WS-IN-REASON           PIC X(30).

      *    SET WHEN AN APPROVED CHANGE HAS ACTUALLY BEEN APPLIED. A
      *    CHANGE THAT CANNOT BE APPLIED STAYS PENDING SO THE
      *    CHECKER CAN REJECT IT WITH A REASON.
           01 WS-APPLIED-SW          PIC X(01).
               88 WS-CHANGE-APPLIED      VALUE 'Y'.
           01 WS-ACCT-ON-HAND-SW     PIC X(01) VALUE 'Y'.
               88 WS-ACCT-ON-HAND        VALUE 'Y'.
           01 WS-SANCTIONED-SW       PIC X(01).
               88 WS-SANCTIONED          VALUE 'Y'.
           01 WS-HOLDER-CUSTOMER     PIC 9(08).

           01 WS-AMT-DISP            PIC $$$$$$$9.99.
           01 WS-OLD-AMT-DISP        PIC $$$$$$$9.99.
           01 WS-VALUE-DISP          PIC ZZZZZZZ9.9999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0100-OPEN-FILES.
           PERFORM A0200-CHECKER-SIGN-ON
               UNTIL WS-SIGNED-ON OR WS-SIGNON-ABANDONED.
           IF WS-SIGNED-ON
               PERFORM A1000-WORK-THE-QUEUE
               DISPLAY "CHANGES APPROVED THIS SESSION: "
                   WS-APPROVED-COUNT
               DISPLAY "CHANGES REJECTED THIS SESSION: "
                   WS-REJECTED-COUNT
               DISPLAY "CHANGES SEEN BUT LEFT WAITING: "
                   WS-WAITING-COUNT
           END-IF.
           PERFORM A9000-CLOSE-FILES.
           STOP RUN.

      *    DECISIONS STAMP THE BANK'S BUSINESS PROCESSING DATE FROM
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
                   DISPLAY "NO PENDING CHANGE FILE ON HAND, "
                       "NOTHING TO WORK"
                   SET WS-SIGNON-ABANDONED TO TRUE
               END-IF
               OPEN I-O TELLER-FILE
               IF WS-TELLER-FILE-MISSING
                   DISPLAY "TELLER MASTER FILE NOT FOUND, RUN "
                       "TELL-MNT TO SET UP TELLERS"
                   SET WS-SIGNON-ABANDONED TO TRUE
               END-IF
               OPEN I-O ACCT-FILE
               IF WS-ACCT-FILE-MISSING
                   MOVE 'N' TO WS-ACCT-ON-HAND-SW
               END-IF
               OPEN INPUT CUST-FILE
               OPEN INPUT LINK-FILE
               OPEN I-O PARM-FILE
               IF WS-PARM-FILE-MISSING
                   OPEN OUTPUT PARM-FILE
                   CLOSE PARM-FILE
                   OPEN I-O PARM-FILE
               END-IF
               OPEN I-O AUDIT-FILE
               IF WS-AUDIT-FILE-MISSING
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   OPEN I-O AUDIT-FILE
               END-IF.

           A0200-CHECKER-SIGN-ON.
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
                               MOVE TL-TELLER-ID TO WS-CHECKER-ID
                               SET WS-SIGNED-ON TO TRUE
                               DISPLAY "SIGNED ON: " TL-NAME
                           ELSE
                               DISPLAY "APPROVING CHANGES NEEDS "
                                   "SUPERVISOR AUTHORITY"
                           END-IF
                   END-READ
               END-IF.

           A1000-WORK-THE-QUEUE.
               MOVE 9 TO WS-DISP-CHOICE
               MOVE ZEROES TO PG-CHANGE-NO
               START PEND-FILE KEY NOT LESS THAN PG-CHANGE-NO
                   INVALID KEY
                       SET WS-PEND-EOF TO TRUE
               END-START
               IF NOT WS-PEND-EOF
                   PERFORM A1100-READ-NEXT-CHANGE
                   PERFORM A2000-PRESENT-CHANGE
                       UNTIL WS-PEND-EOF OR WS-QUIT-QUEUE
               END-IF.

           A1100-READ-NEXT-CHANGE.
               READ PEND-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

      *    A CHANGE RAISED ON AN EARLIER BUSINESS DATE HAS MISSED ITS
      *    DAY AND IS LEFT FOR PEND-EXP. THE MAKER CANNOT APPROVE
      *    THEIR OWN CHANGE, SO IT IS SHOWN BUT NOT OFFERED.
           A2000-PRESENT-CHANGE.
               IF NOT PG-PENDING
                   OR PG-RAISED-DATE NOT = WS-RUN-DATE
                   PERFORM A1100-READ-NEXT-CHANGE
               ELSE
                   ADD 1 TO WS-WAITING-COUNT
                   PERFORM A2100-DESCRIBE-CHANGE
                   IF PG-MAKER-ID = WS-CHECKER-ID
                       DISPLAY "  YOU RAISED THIS CHANGE -- A "
                           "DIFFERENT SUPERVISOR MUST DECIDE IT"
                       MOVE 9 TO WS-DISP-CHOICE
                   ELSE
                       DISPLAY "> 1. APPROVE -- THE CHANGE TAKES "
                           "EFFECT NOW"
                       DISPLAY "> 2. REJECT"
                       DISPLAY "> 9. SKIP FOR NOW"
                       DISPLAY "> 0. QUIT THE QUEUE"
                       ACCEPT WS-DISP-CHOICE
                   END-IF
                   EVALUATE WS-DISP-CHOICE
                       WHEN 1
                           PERFORM A3000-APPROVE-CHANGE
                       WHEN 2
                           PERFORM A5000-REJECT-CHANGE
                       WHEN 9
                           CONTINUE
                       WHEN 0
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "WRONG VALUE ENTERED, CHANGE "
                               "SKIPPED"
                   END-EVALUATE
                   IF NOT WS-QUIT-QUEUE AND NOT WS-PEND-EOF
                       PERFORM A1100-READ-NEXT-CHANGE
                   END-IF
               END-IF.

           A2100-DESCRIBE-CHANGE.
               EVALUATE TRUE
                   WHEN PG-OD-LIMIT
                       MOVE "OVERDRAFT LIMIT RAISED" TO WS-CHANGE-DESC
                   WHEN PG-CASH-LIMIT
                       MOVE "DAILY CASH LIMIT RAISED" TO WS-CHANGE-DESC
                   WHEN PG-UNFREEZE
                       MOVE "ACCOUNT UNFROZEN" TO WS-CHANGE-DESC
                   WHEN PG-PARM-VALUE-CHG
                       MOVE "RATE OR PARAMETER KEYED" TO WS-CHANGE-DESC
                   WHEN OTHER
                       MOVE "SUPERVISOR ADDED" TO WS-CHANGE-DESC
               END-EVALUATE
               DISPLAY SPACES
               DISPLAY "CHANGE " PG-CHANGE-NO " " WS-CHANGE-DESC
                   " RAISED BY " PG-MAKER-ID " AT " PG-RAISED-TIME
               EVALUATE TRUE
                   WHEN PG-OD-LIMIT OR PG-CASH-LIMIT
                       MOVE PG-OLD-AMOUNT TO WS-OLD-AMT-DISP
                       MOVE PG-NEW-AMOUNT TO WS-AMT-DISP
                       DISPLAY "  ACCOUNT " PG-BANK-ACCOUNT " BR "
                           PG-BRANCH-CODE " FROM " WS-OLD-AMT-DISP
                           " TO " WS-AMT-DISP
                       IF PG-CASH-LIMIT AND PG-NEW-AMOUNT = ZEROES
                           DISPLAY "  (A ZERO CASH LIMIT MEANS NO CAP)"
                       END-IF
                   WHEN PG-UNFREEZE
                       DISPLAY "  ACCOUNT " PG-BANK-ACCOUNT " BR "
                           PG-BRANCH-CODE " STATUS " PG-OLD-STATUS
                           " TO " PG-NEW-STATUS
                   WHEN PG-PARM-VALUE-CHG
                       MOVE PG-PARM-VALUE TO WS-VALUE-DISP
                       DISPLAY "  " PG-PARM-ID " = " WS-VALUE-DISP
                           " EFFECTIVE " PG-PARM-EFF-DATE
                   WHEN OTHER
                       DISPLAY "  TELLER " PG-NEW-TELLER-ID " "
                           PG-NEW-TELLER-NAME " BR " PG-BRANCH-CODE
                           " AS SUPERVISOR"
               END-EVALUATE.

      *    THE CHANGE IS APPLIED FIRST; ONLY IF IT WENT THROUGH IS IT
      *    MARKED APPROVED AND THE APPROVAL AUDITED.
           A3000-APPROVE-CHANGE.
               MOVE 'N' TO WS-APPLIED-SW
               EVALUATE TRUE
                   WHEN PG-OD-LIMIT
                       PERFORM A4000-APPLY-OD-LIMIT
                   WHEN PG-CASH-LIMIT
                       PERFORM A4100-APPLY-CASH-LIMIT
                   WHEN PG-UNFREEZE
                       PERFORM A4200-APPLY-UNFREEZE
                   WHEN PG-PARM-VALUE-CHG
                       PERFORM A4300-APPLY-PARM-VALUE
                   WHEN OTHER
                       PERFORM A4400-APPLY-SUPERVISOR-ADD
               END-EVALUATE
               IF WS-CHANGE-APPLIED
                   SET PG-APPROVED      TO TRUE
                   MOVE WS-CHECKER-ID   TO PG-CHECKER-ID
                   MOVE WS-RUN-DATE     TO PG-DECIDED-DATE
                   REWRITE PG-CHANGE-RECORD
                   ADD 1 TO WS-APPROVED-COUNT
                   SUBTRACT 1 FROM WS-WAITING-COUNT
                   DISPLAY "CHANGE " PG-CHANGE-NO " APPROVED"
                   SET AU-CHANGE-APPROVED TO TRUE
                   MOVE PG-BANK-ACCOUNT TO AU-BANK-ACCOUNT
                   MOVE PG-CHANGE-NO    TO AU-REFERENCE
                   MOVE "PENDING"       TO AU-OLD-VALUE
                   MOVE "APPROVED"      TO AU-NEW-VALUE
                   PERFORM A6000-STAMP-AND-WRITE-AUDIT
               ELSE
                   DISPLAY "CHANGE NOT APPLIED -- IT IS STILL "
                       "WAITING; REJECT IT IF IT SHOULD NOT STAND"
               END-IF.

      *    AN ACCOUNT CHANGE IS APPLIED ONLY TO AN ACCOUNT THAT IS
      *    STILL OPEN AND STILL SHOWS THE VALUE THE MAKER SAW.
           A3500-READ-CHANGED-ACCOUNT.
               MOVE PG-BANK-ACCOUNT TO AR-BANK-ACCOUNT
               IF NOT WS-ACCT-ON-HAND
                   DISPLAY "ACCOUNT FILE NOT FOUND"
                   MOVE '23' TO WS-ACCT-FILE-STATUS
               ELSE
                   READ ACCT-FILE
                       INVALID KEY
                           DISPLAY "ACCOUNT " PG-BANK-ACCOUNT
                               " IS NO LONGER ON FILE"
                       NOT INVALID KEY
                           IF AR-CLOSED
                               DISPLAY "ACCOUNT " PG-BANK-ACCOUNT
                                   " HAS BEEN CLOSED"
                               MOVE '23' TO WS-ACCT-FILE-STATUS
                           END-IF
                   END-READ
               END-IF.

           A4000-APPLY-OD-LIMIT.
               PERFORM A3500-READ-CHANGED-ACCOUNT
               IF NOT WS-ACCT-NOT-FOUND
                   IF AR-OD-LIMIT NOT = PG-OLD-AMOUNT
                       DISPLAY "THE OVERDRAFT LIMIT HAS CHANGED SINCE "
                           "THIS WAS RAISED"
                   ELSE
                       MOVE PG-NEW-AMOUNT TO AR-OD-LIMIT
                       REWRITE AR-ACCOUNT-RECORD
                       SET WS-CHANGE-APPLIED TO TRUE
                       MOVE AR-OD-LIMIT TO WS-AMT-DISP
                       DISPLAY "OVERDRAFT LIMIT IS NOW " WS-AMT-DISP
                       SET AU-OD-LIMIT-CHANGE TO TRUE
                       PERFORM A4050-AUDIT-AMOUNT-CHANGE
                   END-IF
               END-IF.

           A4050-AUDIT-AMOUNT-CHANGE.
               MOVE PG-BANK-ACCOUNT TO AU-BANK-ACCOUNT
               MOVE PG-CHANGE-NO    TO AU-REFERENCE
               MOVE PG-OLD-AMOUNT   TO WS-OLD-AMT-DISP
               MOVE WS-OLD-AMT-DISP TO AU-OLD-VALUE
               MOVE PG-NEW-AMOUNT   TO WS-AMT-DISP
               MOVE WS-AMT-DISP     TO AU-NEW-VALUE
               PERFORM A6000-STAMP-AND-WRITE-AUDIT.

           A4100-APPLY-CASH-LIMIT.
               PERFORM A3500-READ-CHANGED-ACCOUNT
               IF NOT WS-ACCT-NOT-FOUND
                   IF AR-DAILY-CASH-LIMIT NOT = PG-OLD-AMOUNT
                       DISPLAY "THE DAILY CASH LIMIT HAS CHANGED "
                           "SINCE THIS WAS RAISED"
                   ELSE
                       MOVE PG-NEW-AMOUNT TO AR-DAILY-CASH-LIMIT
                       REWRITE AR-ACCOUNT-RECORD
                       SET WS-CHANGE-APPLIED TO TRUE
                       MOVE AR-DAILY-CASH-LIMIT TO WS-AMT-DISP
                       DISPLAY "DAILY CASH LIMIT IS NOW " WS-AMT-DISP
                       SET AU-CASH-LIMIT-CHANGE TO TRUE
                       PERFORM A4050-AUDIT-AMOUNT-CHANGE
                   END-IF
               END-IF.

      *    A HOLDER CONFIRMED AS A SANCTIONS MATCH SINCE THE CHANGE
      *    WAS RAISED KEEPS THE ACCOUNT FROZEN, AS IN EXIST-CUST.
           A4200-APPLY-UNFREEZE.
               PERFORM A3500-READ-CHANGED-ACCOUNT
               IF NOT WS-ACCT-NOT-FOUND
                   IF AR-STATUS NOT = PG-OLD-STATUS
                       DISPLAY "THE ACCOUNT STATUS HAS CHANGED SINCE "
                           "THIS WAS RAISED"
                   ELSE
                       PERFORM A4250-CHECK-SANCTIONED-HOLDER
                       IF WS-SANCTIONED
                           DISPLAY "A HOLDER OF THIS ACCOUNT IS A "
                               "CONFIRMED SANCTIONS MATCH -- IT "
                               "STAYS FROZEN"
                       ELSE
                           MOVE PG-NEW-STATUS TO AR-STATUS
                           REWRITE AR-ACCOUNT-RECORD
                           SET WS-CHANGE-APPLIED TO TRUE
                           DISPLAY "STATUS IS NOW " AR-STATUS
                           SET AU-STATUS-CHANGE TO TRUE
                           MOVE PG-BANK-ACCOUNT TO AU-BANK-ACCOUNT
                           MOVE PG-CHANGE-NO    TO AU-REFERENCE
                           MOVE PG-OLD-STATUS   TO AU-OLD-VALUE
                           MOVE PG-NEW-STATUS   TO AU-NEW-VALUE
                           PERFORM A6000-STAMP-AND-WRITE-AUDIT
                       END-IF
                   END-IF
               END-IF.

           A4250-CHECK-SANCTIONED-HOLDER.
               MOVE 'N' TO WS-SANCTIONED-SW
               IF NOT WS-CUST-FILE-MISSING
                   MOVE AR-CUSTOMER-NO TO WS-HOLDER-CUSTOMER
                   PERFORM A4260-JUDGE-SANCTIONED-HOLDER
                   IF NOT WS-SANCTIONED AND NOT WS-LINK-FILE-MISSING
                       MOVE AR-BANK-ACCOUNT TO AL-BANK-ACCOUNT
                       MOVE ZEROES          TO AL-CUSTOMER-NO
                       START LINK-FILE KEY NOT LESS THAN AL-LINK-KEY
                           INVALID KEY
                               SET WS-LINK-EOF TO TRUE
                       END-START
                       IF NOT WS-LINK-EOF
                           PERFORM A4280-READ-NEXT-LINK
                           PERFORM A4270-JUDGE-ONE-LINK
                               UNTIL WS-LINK-EOF
                               OR AL-BANK-ACCOUNT NOT = AR-BANK-ACCOUNT
                               OR WS-SANCTIONED
                       END-IF
                   END-IF
               END-IF.

           A4260-JUDGE-SANCTIONED-HOLDER.
               MOVE WS-HOLDER-CUSTOMER TO CU-CUSTOMER-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CU-SCREEN-CONFIRMED
                           SET WS-SANCTIONED TO TRUE
                       END-IF
               END-READ.

           A4270-JUDGE-ONE-LINK.
               MOVE AL-CUSTOMER-NO TO WS-HOLDER-CUSTOMER
               PERFORM A4260-JUDGE-SANCTIONED-HOLDER
               PERFORM A4280-READ-NEXT-LINK.

           A4280-READ-NEXT-LINK.
               READ LINK-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

      *    THE VALUE GOES ONTO RATEPARM AS KEYED BY THE MAKER,
      *    REPLACING ANY VALUE ALREADY THERE FOR THE SAME DATE, AND
      *    IS JOURNALED AS A PARAMETER CHANGE THE SAME AS PARM-MNT
      *    USED TO. A DATE THAT HAS SLIPPED INTO THE PAST WOULD
      *    RE-PRICE DAYS ALREADY PROCESSED, SO IT IS NOT APPLIED.
           A4300-APPLY-PARM-VALUE.
               IF PG-PARM-EFF-DATE < WS-RUN-DATE
                   DISPLAY "THE EFFECTIVE DATE IS ALREADY PAST"
               ELSE
                   MOVE PG-PARM-ID       TO PR-PARM-ID
                   MOVE PG-PARM-EFF-DATE TO PR-EFF-DATE
                   MOVE PG-PARM-VALUE    TO PR-PARM-VALUE
                   MOVE PG-MAKER-ID      TO PR-KEYED-BY
                   MOVE PG-RAISED-DATE   TO PR-KEYED-DATE
                   WRITE PR-PARM-RECORD
                       INVALID KEY
                           REWRITE PR-PARM-RECORD
                           DISPLAY "VALUE FOR THAT EFFECTIVE DATE "
                               "REPLACED"
                       NOT INVALID KEY
                           DISPLAY "VALUE WRITTEN TO RATEPARM"
                   END-WRITE
                   SET WS-CHANGE-APPLIED TO TRUE
                   SET AU-PARM-CHANGE TO TRUE
                   MOVE ZEROES           TO AU-BANK-ACCOUNT
                   MOVE PG-PARM-EFF-DATE TO AU-REFERENCE
                   MOVE PG-PARM-ID       TO AU-OLD-VALUE
                   MOVE PG-PARM-VALUE    TO WS-VALUE-DISP
                   MOVE WS-VALUE-DISP    TO AU-NEW-VALUE
                   PERFORM A6000-STAMP-AND-WRITE-AUDIT
               END-IF.

           A4400-APPLY-SUPERVISOR-ADD.
               MOVE PG-NEW-TELLER-ID   TO TL-TELLER-ID
               MOVE PG-NEW-TELLER-NAME TO TL-NAME
               MOVE PG-BRANCH-CODE     TO TL-BRANCH-CODE
               SET TL-SUPERVISOR       TO TRUE
               WRITE TL-TELLER-RECORD
                   INVALID KEY
                       DISPLAY "TELLER ID " PG-NEW-TELLER-ID
                           " IS ALREADY ON FILE"
                   NOT INVALID KEY
                       SET WS-CHANGE-APPLIED TO TRUE
                       DISPLAY "TELLER " TL-TELLER-ID " ADDED"
                       SET AU-TELLER-ADD TO TRUE
                       MOVE ZEROES        TO AU-BANK-ACCOUNT
                       MOVE TL-TELLER-ID  TO AU-REFERENCE
                       MOVE SPACES        TO AU-OLD-VALUE
                       MOVE TL-AUTHORITY  TO AU-NEW-VALUE
                       PERFORM A6000-STAMP-AND-WRITE-AUDIT
               END-WRITE.

           A5000-REJECT-CHANGE.
               MOVE SPACES TO WS-IN-REASON
               PERFORM A5100-PROMPT-REASON
                   UNTIL WS-IN-REASON NOT = SPACES
               SET PG-REJECTED      TO TRUE
               MOVE WS-CHECKER-ID   TO PG-CHECKER-ID
               MOVE WS-RUN-DATE     TO PG-DECIDED-DATE
               MOVE WS-IN-REASON    TO PG-REJECT-REASON
               REWRITE PG-CHANGE-RECORD
               ADD 1 TO WS-REJECTED-COUNT
               SUBTRACT 1 FROM WS-WAITING-COUNT
               DISPLAY "CHANGE " PG-CHANGE-NO " REJECTED"
               SET AU-CHANGE-REJECTED TO TRUE
               MOVE PG-BANK-ACCOUNT TO AU-BANK-ACCOUNT
               MOVE PG-CHANGE-NO    TO AU-REFERENCE
               MOVE "PENDING"       TO AU-OLD-VALUE
               MOVE WS-IN-REASON    TO AU-NEW-VALUE
               PERFORM A6000-STAMP-AND-WRITE-AUDIT.

           A5100-PROMPT-REASON.
               DISPLAY "ENTER THE REASON FOR REJECTING THE CHANGE"
               ACCEPT WS-IN-REASON
               IF WS-IN-REASON = SPACES
                   DISPLAY "A REASON IS REQUIRED, TRY AGAIN"
               END-IF.

      *    EVERY ENTRY IS WRITTEN UNDER THE CHECKER. A SECOND ACTION
      *    IN THE SAME SECOND BUMPS THE TIE-BREAK SEQUENCE UNTIL THE
      *    KEY IS FREE, THE SAME AS SCRN-REV'S AUDIT WRITES.
           A6000-STAMP-AND-WRITE-AUDIT.
               MOVE WS-CHECKER-ID   TO AU-TELLER-ID
               MOVE WS-RUN-DATE     TO AU-BUS-DATE
               MOVE WS-RUN-DATE     TO AU-TIMESTAMP(1:8)
               MOVE FUNCTION CURRENT-DATE(9:6) TO AU-TIMESTAMP(9:6)
               MOVE ZEROES          TO AU-AUDIT-SEQ
               PERFORM A6100-WRITE-AUDIT-RECORD
                   WITH TEST AFTER
                   UNTIL NOT WS-AUDIT-DUP-KEY.

           A6100-WRITE-AUDIT-RECORD.
               WRITE AU-AUDIT-RECORD
                   INVALID KEY
                       IF WS-AUDIT-DUP-KEY
                           ADD 1 TO AU-AUDIT-SEQ
                       END-IF
               END-WRITE.

           A9000-CLOSE-FILES.
               CLOSE PEND-FILE
               CLOSE TELLER-FILE
               CLOSE ACCT-FILE
               CLOSE CUST-FILE
               CLOSE LINK-FILE
               CLOSE PARM-FILE
               CLOSE AUDIT-FILE.

       END PROGRAM PEND-REV.
