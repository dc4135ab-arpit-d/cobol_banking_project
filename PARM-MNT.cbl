      *          ON THE BUSINESS DATE AND EVERY PENDING VALUE DATED
      *          PAST IT, SO A RATE CHANGE ANNOUNCED FOR THE 1ST CAN
      *          BE KEYED A WEEK EARLY AND CHECKED AT A GLANCE. EVERY
      *          CHANGE IS JOURNALED TO AUDITLOG, AND TAKES EFFECT
      *          ONLY ONCE A SECOND SUPERVISOR APPROVES IT.
      * Tectonics: cobc
      *
      * Modification History
      * 15/10/26  AD  THE SERVICE FEE SCHEDULE FEE-POST CHARGES FROM
      *               IS NOW KEYED AND SHOWN HERE AS WELL: ONE ENTRY
      *               PER FEE ITEM, ACCOUNT TYPE AND BRANCH (BRANCH 00
      *               FOR THE BANK-WIDE DEFAULT). A FEE ENTRY MAY BE
      *               ZERO, SO ONE BRANCH CAN BE LET OFF A FEE THE
      *               REST OF THE BANK PAYS.
      * 15/10/26  AD  WHTRATE, THE WITHHOLDING-TAX RATE TAKEN FROM
      *               CREDITED INTEREST, IS KEYED AND SHOWN WITH THE
      *               REST. IT MAY BE ZERO, WHICH STOPS WITHHOLDING.
      * 15/10/26  AD  THE KYC SETTINGS ARE KEYED AND SHOWN HERE TOO
      *               (OPTION 8 OF THE KEYING MENU): THE EXPIRY WARNING
      *               WINDOW AND GRACE PERIOD IN DAYS, AND THE MONTHS
      *               BETWEEN REVIEWS FOR EACH RISK RATING. THE WARNING
      *               WINDOW AND GRACE PERIOD MAY BE ZERO.
      * 15/10/26  AD  DUAL CONTROL: A VALUE KEYED HERE NO LONGER GOES
      *               STRAIGHT ONTO RATEPARM. IT IS RAISED ON PENDCHG
      *               AND AUDITED, AND ONLY REACHES RATEPARM WHEN A
      *               SECOND SUPERVISOR APPROVES IT IN PEND-REV THE
      *               SAME DAY. VALUES AWAITING APPROVAL ARE SHOWN
      *               BESIDE THE ONES IN FORCE AND PENDING.
      * 15/10/26  AD  THE LOAN-LOSS PROVISION RATES LOAN-PROV APPLIES AT
      *               MONTH END, ONE PER ARREARS BUCKET, ARE KEYED AND
      *               SHOWN HERE TOO (OPTION 9 OF THE KEYING MENU).
      * 15/10/26  AD  THE DAYS ALLOWED TO RESOLVE A CUSTOMER DISPUTE
      *               (DISPDAYS), FROM WHICH DISP-MNT SETS A NEW CASE'S
      *               DUE DATE, ARE KEYED AND SHOWN HERE TOO (OPTION 10
      *               OF THE KEYING MENU).
      * 15/10/26  AD  THE COMPLIANCE CASE AGE LIMIT (STALEDAYS) AND THE
      *               MONTHS BEFORE AN ACCOUNT GOES DORMANT
      *               (DORMMNTHS), WHICH COMPL-AGE AND DORM-FLAG USE IN
      *               THE MONTH-END CHAIN, ARE KEYED AND SHOWN HERE TOO
      *               (OPTIONS 11 AND 12 OF THE KEYING MENU).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARM-MNT.
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CHANGE-NO
               FILE STATUS IS WS-PEND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  PEND-FILE.
           COPY PNDREC.

       WORKING-STORAGE SECTION.
           01 WS-PARM-FILE-STATUS    PIC X(02).
               88 WS-PARM-NOT-FOUND      VALUE '23'.
               88 WS-AUDIT-FILE-MISSING  VALUE '35'.
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-PEND-FILE-STATUS    PIC X(02).
               88 WS-PEND-EOF            VALUE '10'.
               88 WS-PEND-FILE-MISSING   VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.

               05 FILLER              PIC X(10) VALUE "RATETIER3".
               05 FILLER              PIC X(10) VALUE "RATEOVRDFT".
               05 FILLER              PIC X(10) VALUE "LRGTXNTHR".
               05 FILLER              PIC X(10) VALUE "WHTRATE".
               05 FILLER              PIC X(10) VALUE "KYCWARNDAY".
               05 FILLER              PIC X(10) VALUE "KYCGRACE".
               05 FILLER              PIC X(10) VALUE "KYCREVH".
               05 FILLER              PIC X(10) VALUE "KYCREVM".
               05 FILLER              PIC X(10) VALUE "KYCREVL".
               05 FILLER              PIC X(10) VALUE "PROVPERF".
               05 FILLER              PIC X(10) VALUE "PROV30".
               05 FILLER              PIC X(10) VALUE "PROV60".
               05 FILLER              PIC X(10) VALUE "PROV90".
               05 FILLER              PIC X(10) VALUE "PROVNPL".
               05 FILLER              PIC X(10) VALUE "DISPDAYS".
               05 FILLER              PIC X(10) VALUE "STALEDAYS".
               05 FILLER              PIC X(10) VALUE "DORMMNTHS".
           01 WS-PARM-TABLE REDEFINES WS-PARM-NAME-LIST.
               02 WS-PARM-NAME OCCURS 19 TIMES PIC X(10).
           01 WS-PARM-COUNT          PIC 9(02) VALUE 19.
      *    WHERE THE KYC SETTINGS START IN THE LIST ABOVE.
           01 WS-KYC-PARM-BASE       PIC 9(02) VALUE 6.
      *    AND WHERE THE LOAN-LOSS PROVISION RATES START.
           01 WS-PROV-PARM-BASE      PIC 9(02) VALUE 11.
      *    KEYING MENU OPTIONS 10 UP TAKE THE ENTRIES FROM DISPDAYS
      *    ON, THIS FAR ALONG THE LIST FROM THEIR OPTION NUMBER.
           01 WS-DAYS-PARM-OFFSET    PIC 9(02) VALUE 7.
           01 WS-PARM-IDX            PIC 9(02).

      *    THE FEE SCHEDULE ITEMS, IN THE ORDER THEY ARE OFFERED.
      *    THE ID IS BUILT THE SAME WAY FEE-POST BUILDS IT.
           01 WS-FEE-ITEM-LIST.
               05 FILLER              PIC X(03) VALUE "MNT".
               05 FILLER              PIC X(03) VALUE "MIN".
               05 FILLER              PIC X(03) VALUE "LOW".
               05 FILLER              PIC X(03) VALUE "FWD".
               05 FILLER              PIC X(03) VALUE "XWD".
               05 FILLER              PIC X(03) VALUE "ODX".
           01 WS-FEE-ITEM-TABLE REDEFINES WS-FEE-ITEM-LIST.
               02 WS-FEE-ITEM OCCURS 6 TIMES PIC X(03).
           01 WS-FEE-PARM-ID.
               05 FILLER              PIC X(03) VALUE "FEE".
               05 WS-FEE-PARM-ITEM    PIC X(03).
               05 WS-FEE-PARM-TYPE    PIC X(01).
                   88 WS-FEE-TYPE-VALID   VALUE 'D' 'L'.
               05 WS-FEE-PARM-BRANCH  PIC 9(02).
               05 FILLER              PIC X(01) VALUE SPACES.
           01 WS-FEE-ID-SW           PIC X(01).
               88 WS-FEE-ID-OK           VALUE 'Y'.
           01 WS-VALUE-OK-SW         PIC X(01).
               88 WS-VALUE-OK            VALUE 'Y'.

           01 WS-PICK-CHOICE         PIC 9(02).
           01 WS-PICKED-PARM         PIC X(10).
           01 WS-IN-EFF-DATE         PIC 9(08).
           01 WS-IN-VALUE            PIC 9(08)V9(04).
           01 WS-PENDING-COUNT       PIC 9(02).
           01 WS-VALUE-DISP          PIC ZZZZZZZ9.9999.

      *    THE SCAN FOR THE NEXT CHANGE NUMBER ALSO LOOKS FOR THE
      *    SAME PARAMETER AND DATE ALREADY WAITING FOR APPROVAL.
           01 WS-NEXT-CHANGE-NO      PIC 9(06).
           01 WS-WAITING-CHANGE-NO   PIC 9(06).
           01 WS-AWAITING-COUNT      PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   OPEN I-O AUDIT-FILE
               END-IF
               OPEN I-O PEND-FILE
               IF WS-PEND-FILE-MISSING
                   OPEN OUTPUT PEND-FILE
                   CLOSE PEND-FILE
                   OPEN I-O PEND-FILE
               END-IF.

           A0200-SUPERVISOR-SIGN-ON.
               DISPLAY SPACES
               DISPLAY "> 1. SHOW CURRENT AND PENDING VALUES"
               DISPLAY "> 2. KEY A NEW EFFECTIVE-DATED VALUE"
               DISPLAY "> 3. SHOW A FEE SCHEDULE ENTRY"
               DISPLAY "> 0. EXIT"
               ACCEPT WS-USER-CHOICE.
               EVALUATE WS-USER-CHOICE
                       PERFORM A1000-SHOW-ALL-PARMS
                   WHEN 2
                       PERFORM A2000-KEY-NEW-VALUE
                   WHEN 3
                       PERFORM A4000-SHOW-FEE-ENTRY
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
           A1100-SHOW-ONE-PARM.
               ADD 1 TO WS-PARM-IDX
               MOVE WS-PARM-NAME(WS-PARM-IDX) TO WS-PICKED-PARM
               PERFORM A1150-SHOW-PICKED-PARM.

           A1150-SHOW-PICKED-PARM.
               DISPLAY SPACES
               DISPLAY WS-PICKED-PARM
               MOVE 'N' TO WS-CUR-FOUND-SW
                       UNTIL WS-PARM-EOF
                           OR PR-PARM-ID NOT = WS-PICKED-PARM
               END-IF
               EVALUATE TRUE
                   WHEN WS-CUR-FOUND
                       MOVE WS-CUR-VALUE TO WS-VALUE-DISP
                       DISPLAY "  IN FORCE SINCE " WS-CUR-EFF-DATE ": "
                           WS-VALUE-DISP
                   WHEN WS-PICKED-PARM(1:3) = "FEE"
                       DISPLAY "  NO VALUE ON FILE, THE BRANCH 00 "
                           "ENTRY APPLIES (NO FEE IF THAT IS MISSING "
                           "TOO)"
                   WHEN OTHER
                       DISPLAY "  NO VALUE ON FILE, THE PROGRAM "
                           "DEFAULT APPLIES"
               END-EVALUATE
               IF WS-PENDING-COUNT = ZEROES
                   DISPLAY "  NOTHING PENDING"
               END-IF
               PERFORM A1400-SHOW-AWAITING-APPROVAL.

           A1200-READ-NEXT-PARM.
               READ PARM-FILE NEXT RECORD
               END-IF
               PERFORM A1200-READ-NEXT-PARM.

      *    VALUES KEYED TODAY THAT A SECOND SUPERVISOR HAS NOT YET
      *    APPROVED. THEY ARE NOT ON RATEPARM AND NOTHING USES THEM.
           A1400-SHOW-AWAITING-APPROVAL.
               MOVE ZEROES TO WS-AWAITING-COUNT
               MOVE ZEROES TO PG-CHANGE-NO
               START PEND-FILE KEY NOT LESS THAN PG-CHANGE-NO
                   INVALID KEY
                       SET WS-PEND-EOF TO TRUE
               END-START
               PERFORM A1450-SHOW-ONE-AWAITING
                   UNTIL WS-PEND-EOF.

           A1450-SHOW-ONE-AWAITING.
               READ PEND-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PG-PENDING AND PG-PARM-VALUE-CHG
                           AND PG-PARM-ID = WS-PICKED-PARM
                           ADD 1 TO WS-AWAITING-COUNT
                           MOVE PG-PARM-VALUE TO WS-VALUE-DISP
                           DISPLAY "  AWAITING APPROVAL FROM "
                               PG-PARM-EFF-DATE ": " WS-VALUE-DISP
                               " (CHANGE " PG-CHANGE-NO " KEYED BY "
                               PG-MAKER-ID ")"
                       END-IF
               END-READ.

           A2000-KEY-NEW-VALUE.
               DISPLAY "CHOOSE THE PARAMETER"
               DISPLAY "> 1. RATETIER1  (SAVINGS RATE, LOW TIER)"
               DISPLAY "> 3. RATETIER3  (SAVINGS RATE, TOP TIER)"
               DISPLAY "> 4. RATEOVRDFT (OVERDRAFT DEBIT RATE)"
               DISPLAY "> 5. LRGTXNTHR  (LARGE TRANSACTION THRESHOLD)"
               DISPLAY "> 6. WHTRATE    (WITHHOLDING TAX RATE)"
               DISPLAY "> 7. FEE SCHEDULE ENTRY"
               DISPLAY "> 8. KYC SETTING"
               DISPLAY "> 9. LOAN-LOSS PROVISION RATE"
               DISPLAY "> 10. DISPDAYS  (DAYS ALLOWED TO RESOLVE A "
                   "DISPUTE)"
               DISPLAY "> 11. STALEDAYS (DAYS BEFORE A COMPLIANCE CASE "
                   "IS STALE)"
               DISPLAY "> 12. DORMMNTHS (MONTHS BEFORE AN ACCOUNT GOES "
                   "DORMANT)"
               ACCEPT WS-PICK-CHOICE
               IF WS-PICK-CHOICE < 1 OR WS-PICK-CHOICE > 12
                   DISPLAY "WRONG VALUE ENTERED, NOTHING KEYED"
               ELSE IF WS-PICK-CHOICE > 9
                   COMPUTE WS-PARM-IDX =
                       WS-PICK-CHOICE + WS-DAYS-PARM-OFFSET
                   MOVE WS-PARM-NAME(WS-PARM-IDX) TO WS-PICKED-PARM
                   PERFORM A2100-CAPTURE-AND-WRITE
               ELSE IF WS-PICK-CHOICE = 9
                   PERFORM A4600-PROMPT-PROV-PARM
               ELSE IF WS-PICK-CHOICE = 8
                   PERFORM A4500-PROMPT-KYC-PARM
               ELSE IF WS-PICK-CHOICE = 7
                   PERFORM A4100-PROMPT-FEE-ID
                   IF WS-FEE-ID-OK
                       MOVE WS-FEE-PARM-ID TO WS-PICKED-PARM
                       PERFORM A2100-CAPTURE-AND-WRITE
                   ELSE
                       DISPLAY "NOTHING KEYED"
                   END-IF
               ELSE
                   MOVE WS-PARM-NAME(WS-PICK-CHOICE)
                       TO WS-PICKED-PARM
               PERFORM A2200-PROMPT-EFF-DATE
                   UNTIL WS-IN-EFF-DATE NOT = ZEROES
               MOVE ZEROES TO WS-IN-VALUE
               MOVE 'N' TO WS-VALUE-OK-SW
               PERFORM A2300-PROMPT-VALUE
                   UNTIL WS-VALUE-OK
               MOVE WS-IN-VALUE TO WS-VALUE-DISP
               PERFORM A2500-RAISE-PENDING-CHANGE.

           A2200-PROMPT-EFF-DATE.
               DISPLAY "ENTER THE EFFECTIVE DATE (YYYYMMDD)"
                   DISPLAY "DATE CANNOT BE ZERO, PLEASE TRY AGAIN"
               END-IF.

      *    THE VALUE IS RAISED FOR A SECOND SUPERVISOR TO APPROVE IN
      *    PEND-REV; PEND-REV WRITES IT TO RATEPARM (REPLACING ANY
      *    VALUE ALREADY THERE FOR THE SAME DATE) AND AUDITS IT AS A
      *    PARAMETER CHANGE. ONE CHANGE PER PARAMETER AND DATE MAY
      *    WAIT AT A TIME.
           A2500-RAISE-PENDING-CHANGE.
               PERFORM A2600-GET-NEXT-CHANGE-NO
               IF WS-WAITING-CHANGE-NO NOT = ZEROES
                   DISPLAY "A VALUE FOR " WS-PICKED-PARM " EFFECTIVE "
                       WS-IN-EFF-DATE " IS ALREADY WAITING FOR "
                       "APPROVAL AS CHANGE " WS-WAITING-CHANGE-NO
                       ", NOTHING KEYED"
               ELSE
                   MOVE WS-NEXT-CHANGE-NO TO PG-CHANGE-NO
                   SET PG-PARM-VALUE-CHG  TO TRUE
                   SET PG-PENDING         TO TRUE
                   MOVE ZEROES            TO PG-BANK-ACCOUNT
                   MOVE ZEROES            TO PG-BRANCH-CODE
                   MOVE ZEROES            TO PG-OLD-AMOUNT
                   MOVE ZEROES            TO PG-NEW-AMOUNT
                   MOVE SPACES            TO PG-OLD-STATUS
                   MOVE SPACES            TO PG-NEW-STATUS
                   MOVE WS-PICKED-PARM    TO PG-PARM-ID
                   MOVE WS-IN-EFF-DATE    TO PG-PARM-EFF-DATE
                   MOVE WS-IN-VALUE       TO PG-PARM-VALUE
                   MOVE ZEROES            TO PG-NEW-TELLER-ID
                   MOVE SPACES            TO PG-NEW-TELLER-NAME
                   MOVE WS-RUN-DATE       TO PG-RAISED-DATE
                   MOVE FUNCTION CURRENT-DATE(9:6) TO PG-RAISED-TIME
                   MOVE WS-TELLER-ID      TO PG-MAKER-ID
                   MOVE ZEROES            TO PG-CHECKER-ID
                   MOVE ZEROES            TO PG-DECIDED-DATE
                   MOVE SPACES            TO PG-REJECT-REASON
                   WRITE PG-CHANGE-RECORD
                       INVALID KEY
                           DISPLAY "CHANGE NUMBER ALREADY IN USE, "
                               "NOTHING KEYED"
                       NOT INVALID KEY
                           DISPLAY WS-PICKED-PARM " = " WS-VALUE-DISP
                               " EFFECTIVE " WS-IN-EFF-DATE
                           DISPLAY "RAISED AS CHANGE " PG-CHANGE-NO
                               " -- IT REACHES RATEPARM WHEN A SECOND "
                               "SUPERVISOR APPROVES IT IN PEND-REV "
                               "TODAY"
                           PERFORM A3000-WRITE-AUDIT-ENTRY
                   END-WRITE
               END-IF.

           A2600-GET-NEXT-CHANGE-NO.
               MOVE ZEROES TO WS-NEXT-CHANGE-NO
               MOVE ZEROES TO WS-WAITING-CHANGE-NO
               MOVE ZEROES TO PG-CHANGE-NO
               START PEND-FILE KEY NOT LESS THAN PG-CHANGE-NO
                   INVALID KEY
                       SET WS-PEND-EOF TO TRUE
               END-START
               PERFORM A2650-SCAN-ONE-CHANGE
                   UNTIL WS-PEND-EOF
               ADD 1 TO WS-NEXT-CHANGE-NO.

           A2650-SCAN-ONE-CHANGE.
               READ PEND-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PG-CHANGE-NO TO WS-NEXT-CHANGE-NO
                       IF PG-PENDING AND PG-PARM-VALUE-CHG
                           AND PG-PARM-ID = WS-PICKED-PARM
                           AND PG-PARM-EFF-DATE = WS-IN-EFF-DATE
                           MOVE PG-CHANGE-NO TO WS-WAITING-CHANGE-NO
                       END-IF
               END-READ.

      *    A ZERO RATE OR THRESHOLD IS A KEYING SLIP, BUT A ZERO FEE
      *    IS HOW A BRANCH IS LET OFF THE BANK-WIDE FEE, A ZERO
      *    WITHHOLDING RATE IS HOW WITHHOLDING IS STOPPED, A ZERO
      *    KYC WARNING WINDOW OR GRACE PERIOD SIMPLY MEANS NONE, AND
      *    A ZERO PROVISION ON PERFORMING LOANS IS A LEGITIMATE
      *    POLICY.
           A2300-PROMPT-VALUE.
               DISPLAY "ENTER THE VALUE (RATES WITH FOUR DECIMALS, "
                   "E.G. 0.0450; AMOUNTS E.G. 10000)"
                   DISPLAY "VALUE MUST BE NUMERIC, PLEASE TRY AGAIN"
                   MOVE ZEROES TO WS-IN-VALUE
               ELSE IF WS-IN-VALUE = ZEROES
                   AND WS-PICKED-PARM(1:3) NOT = "FEE"
                   AND WS-PICKED-PARM NOT = "WHTRATE"
                   AND WS-PICKED-PARM NOT = "KYCWARNDAY"
                   AND WS-PICKED-PARM NOT = "KYCGRACE"
                   AND WS-PICKED-PARM NOT = "PROVPERF"
                   DISPLAY "VALUE CANNOT BE ZERO, PLEASE TRY AGAIN"
               ELSE
                   SET WS-VALUE-OK TO TRUE
               END-IF.

      *    JOURNALS THE RAISING TO AUDITLOG, REFERENCED BY THE CHANGE
      *    NUMBER. PEND-REV JOURNALS THE PARAMETER CHANGE ITSELF
      *    WHEN IT IS APPROVED.
           A3000-WRITE-AUDIT-ENTRY.
               SET AU-CHANGE-RAISED TO TRUE
               MOVE ZEROES          TO AU-BANK-ACCOUNT
               MOVE PG-CHANGE-NO    TO AU-REFERENCE
               MOVE WS-PICKED-PARM  TO AU-OLD-VALUE
               MOVE WS-VALUE-DISP   TO AU-NEW-VALUE
               MOVE WS-TELLER-ID    TO AU-TELLER-ID
                       END-IF
               END-WRITE.

           A4000-SHOW-FEE-ENTRY.
               PERFORM A4100-PROMPT-FEE-ID
               IF WS-FEE-ID-OK
                   MOVE WS-FEE-PARM-ID TO WS-PICKED-PARM
                   PERFORM A1150-SHOW-PICKED-PARM
               END-IF.

      *    BUILDS THE RATEPARM ID OF ONE FEE SCHEDULE ENTRY: 'FEE' +
      *    ITEM + ACCOUNT TYPE + BRANCH. TERM DEPOSITS CARRY NO
      *    SERVICE FEES, SO ONLY DEMAND AND LOAN ACCOUNTS ARE OFFERED.
           A4100-PROMPT-FEE-ID.
               MOVE 'N' TO WS-FEE-ID-SW
               DISPLAY "CHOOSE THE FEE SCHEDULE ITEM"
               DISPLAY "> 1. MNT (MONTHLY MAINTENANCE FEE)"
               DISPLAY "> 2. MIN (MINIMUM MONTH-END BALANCE)"
               DISPLAY "> 3. LOW (FEE FOR ENDING A MONTH BELOW MIN)"
               DISPLAY "> 4. FWD (FREE WITHDRAWALS A MONTH)"
               DISPLAY "> 5. XWD (FEE PER WITHDRAWAL OVER THE FREE "
                   "ALLOWANCE)"
               DISPLAY "> 6. ODX (FEE PER NIGHT OVERDRAWN BEYOND THE "
                   "ARRANGED LIMIT)"
               ACCEPT WS-PICK-CHOICE
               IF WS-PICK-CHOICE < 1 OR WS-PICK-CHOICE > 6
                   DISPLAY "WRONG VALUE ENTERED"
               ELSE
                   MOVE WS-FEE-ITEM(WS-PICK-CHOICE)
                       TO WS-FEE-PARM-ITEM
                   DISPLAY "ENTER THE ACCOUNT TYPE (D DEMAND, L LOAN)"
                   ACCEPT WS-FEE-PARM-TYPE
                   DISPLAY "ENTER THE BRANCH CODE (OR 00 FOR THE "
                       "BANK-WIDE DEFAULT)"
                   ACCEPT WS-FEE-PARM-BRANCH
                   IF NOT WS-FEE-TYPE-VALID
                       DISPLAY "ACCOUNT TYPE MUST BE D OR L"
                   ELSE IF WS-FEE-PARM-BRANCH NOT NUMERIC
                       DISPLAY "BRANCH CODE MUST BE NUMERIC"
                   ELSE
                       SET WS-FEE-ID-OK TO TRUE
                   END-IF
               END-IF.

           A4500-PROMPT-KYC-PARM.
               DISPLAY "CHOOSE THE KYC SETTING"
               DISPLAY "> 1. KYCWARNDAY (DAYS AHEAD TO WARN OF AN "
                   "EXPIRING ID)"
               DISPLAY "> 2. KYCGRACE   (DAYS PAST EXPIRY OR REVIEW "
                   "BEFORE MONEY OUT IS REFUSED)"
               DISPLAY "> 3. KYCREVH    (MONTHS BETWEEN REVIEWS, HIGH "
                   "RISK)"
               DISPLAY "> 4. KYCREVM    (MONTHS BETWEEN REVIEWS, "
                   "MEDIUM RISK)"
               DISPLAY "> 5. KYCREVL    (MONTHS BETWEEN REVIEWS, LOW "
                   "RISK)"
               ACCEPT WS-PICK-CHOICE
               IF WS-PICK-CHOICE < 1 OR WS-PICK-CHOICE > 5
                   DISPLAY "WRONG VALUE ENTERED, NOTHING KEYED"
               ELSE
                   COMPUTE WS-PARM-IDX =
                       WS-KYC-PARM-BASE + WS-PICK-CHOICE
                   MOVE WS-PARM-NAME(WS-PARM-IDX) TO WS-PICKED-PARM
                   PERFORM A2100-CAPTURE-AND-WRITE
               END-IF.

      *    ONE RATE PER ARREARS BUCKET, APPLIED BY LOAN-PROV AT MONTH
      *    END TO THE DEBT OUTSTANDING ON EACH LOAN IN THE BUCKET.
           A4600-PROMPT-PROV-PARM.
               DISPLAY "CHOOSE THE PROVISION RATE"
               DISPLAY "> 1. PROVPERF   (PERFORMING, NO MISSED "
                   "COLLECTION)"
               DISPLAY "> 2. PROV30     (ONE COLLECTION MISSED)"
               DISPLAY "> 3. PROV60     (TWO COLLECTIONS MISSED)"
               DISPLAY "> 4. PROV90     (THREE TO FIVE COLLECTIONS "
                   "MISSED)"
               DISPLAY "> 5. PROVNPL    (NON-PERFORMING, SIX OR MORE "
                   "MISSED)"
               ACCEPT WS-PICK-CHOICE
               IF WS-PICK-CHOICE < 1 OR WS-PICK-CHOICE > 5
                   DISPLAY "WRONG VALUE ENTERED, NOTHING KEYED"
               ELSE
                   COMPUTE WS-PARM-IDX =
                       WS-PROV-PARM-BASE + WS-PICK-CHOICE
                   MOVE WS-PARM-NAME(WS-PARM-IDX) TO WS-PICKED-PARM
                   PERFORM A2100-CAPTURE-AND-WRITE
               END-IF.

           A9000-CLOSE-FILES.
               CLOSE PARM-FILE
               CLOSE TELLER-FILE
               CLOSE AUDIT-FILE
               CLOSE PEND-FILE.

       END PROGRAM PARM-MNT.
