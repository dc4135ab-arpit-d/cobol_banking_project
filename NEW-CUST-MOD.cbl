      * 02/09/26  AD  THE CUSTCTL RECORD LAYOUT NOW COMES FROM THE
      *               CUSTCTL COPYBOOK SHARED WITH MST-BKUP AND
      *               MST-REST INSTEAD OF A HAND-KEPT COPY.
      * 15/10/26  AD  A NEW CUSTOMER STARTS WITH NO WITHHOLDING-TAX
      *               EXEMPTION ON FILE; CUST-MNT RECORDS ONE.
      * 15/10/26  AD  A NEW CUSTOMER NOW HAS KYC DETAILS CAPTURED: ID
      *               DOCUMENT TYPE, ISSUE AND EXPIRY DATES AND A RISK
      *               RATING (A BATCH CALLER SUPPLIES THEM IN
      *               LS-KYC-DETAILS). THE FIRST DUE-DILIGENCE REVIEW
      *               FALLS DUE THE RATING'S REVIEW INTERVAL (RATEPARM
      *               KYCREVH/M/L) AFTER THE BUSINESS DATE. AN ID THAT
      *               HAS ALREADY EXPIRED IS NOT ACCEPTED.
      * 15/10/26  AD  THE MAIN PARAGRAPH NOW ENDS WITH A GOBACK. IT
      *               USED TO FALL THROUGH INTO THE PROMPT PARAGRAPHS
      *               BELOW IT AND ASK FOR EVERYTHING A SECOND TIME.
      * 15/10/26  AD  EVERY NEW CUSTOMER IS NOW SCREENED AGAINST THE
      *               SANCTIONS WATCHLIST (WL-SCRN) BEFORE THEY ARE
      *               WRITTEN. A POSSIBLE MATCH WRITES THE CUSTOMER
      *               HELD FOR COMPLIANCE AND STOPS THE ONBOARDING
      *               THERE: NO ACCOUNT NUMBER IS ISSUED AND ZERO IS
      *               HANDED BACK IN LS-BANK-ACCOUNT, WITH THE NEW
      *               CUSTOMER NUMBER IN LS-CUSTOMER-NO. AN EXISTING
      *               CUSTOMER WHO IS HELD OR A CONFIRMED MATCH IS
      *               REFUSED THE SAME WAY. ONCE SCRN-REV CLEARS THE
      *               CASE THE ONBOARDING IS RE-KEYED AGAINST THE
      *               CUSTOMER NUMBER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEW-CUST-MOD.
               RECORD KEY IS CC-CONTROL-ID
               FILE STATUS IS WS-CUSTCTL-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       FD  CUSTCTL-FILE.
           COPY CUSTCTL.

       FD  PARM-FILE.
           COPY PRMREC.

       FD  SYSCTL-FILE.
           COPY SYSREC.

       WORKING-STORAGE SECTION.
           01 WS-CTL-FILE-STATUS      PIC X(02).
               88 WS-CTL-NOT-FOUND        VALUE '23'.
           01 WS-IN-CUST-NO           PIC 9(08).
           01 WS-CUST-RESOLVED-SW     PIC X(01).
               88 WS-CUST-RESOLVED        VALUE 'Y'.
           01 WS-SCREEN-HELD-SW       PIC X(01).
               88 WS-SCREEN-HELD          VALUE 'Y'.
           01 WS-NEW-ADDRESS          PIC X(60) VALUE SPACES.
           01 WS-NEW-DOB              PIC 9(08) VALUE ZEROES.
           01 WS-NEW-ID-DOC           PIC X(20) VALUE SPACES.
           01 WS-NEW-ID-DOC-TYPE      PIC X(02) VALUE SPACES.
               88 WS-NEW-ID-TYPE-OK       VALUE 'PP' 'NI' 'DL'.
           01 WS-NEW-ID-ISSUE-DATE    PIC 9(08) VALUE ZEROES.
           01 WS-NEW-ID-EXPIRY-DATE   PIC 9(08) VALUE ZEROES.
           01 WS-NEW-RISK-RATING      PIC X(01) VALUE SPACES.
               88 WS-NEW-RISK-OK          VALUE 'L' 'M' 'H'.
               88 WS-NEW-RISK-HIGH        VALUE 'H'.
               88 WS-NEW-RISK-MEDIUM      VALUE 'M'.
               88 WS-NEW-RISK-LOW         VALUE 'L'.

           01 WS-PARM-FILE-STATUS     PIC X(02).
               88 WS-PARM-FILE-MISSING    VALUE '35'.
           01 WS-SYSCTL-FILE-STATUS   PIC X(02).
               88 WS-SYSCTL-FILE-MISSING  VALUE '35'.
           01 WS-BUS-DATE-SW          PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND       VALUE 'Y'.
           01 WS-RUN-DATE             PIC 9(08).
           01 WS-PARM-LOOKUP-ID       PIC X(10).
           01 WS-PARM-VALUE           PIC 9(08)V9(04).
           01 WS-PARM-FOUND-SW        PIC X(01).
               88 WS-PARM-FOUND           VALUE 'Y'.
           01 WS-PARM-SCAN-DONE-SW    PIC X(01).
               88 WS-PARM-SCAN-DONE       VALUE 'Y'.

      *    MONTHS BETWEEN DUE-DILIGENCE REVIEWS BY RISK RATING.
      *    COMPILED DEFAULTS; RATEPARM KYCREVH/M/L OVERRIDE THEM.
           01 WS-KYC-REVIEW-HIGH      PIC 9(03) VALUE 12.
           01 WS-KYC-REVIEW-MEDIUM    PIC 9(03) VALUE 36.
           01 WS-KYC-REVIEW-LOW       PIC 9(03) VALUE 60.
           01 WS-REVIEW-MONTHS        PIC 9(03).
           01 WS-MONTH-COUNT          PIC 9(06).
           01 WS-REVIEW-DUE.
               05 WS-RD-YYYY          PIC 9(04).
               05 WS-RD-MM            PIC 9(02).
               05 WS-RD-DD            PIC 9(02).
           01 WS-REVIEW-DUE-DATE REDEFINES WS-REVIEW-DUE
                                      PIC 9(08).

           COPY WLSCRN.

       LINKAGE SECTION.
           01 LS-BANK-ACCOUNT        PIC 9(8).
               88 LS-BATCH               VALUE 'B'.
           01 LS-BRANCH-CODE         PIC 9(2).
           01 LS-CUSTOMER-NO         PIC 9(8).
      *    A BATCH CALLER CREATING A CUSTOMER SUPPLIES THE ID AND KYC
      *    DETAILS HERE; AN INTERACTIVE CALLER'S ARE PROMPTED FOR.
           01 LS-KYC-DETAILS.
               02 LS-ID-DOC           PIC X(20).
               02 LS-ID-DOC-TYPE      PIC X(02).
               02 LS-ID-ISSUE-DATE    PIC 9(08).
               02 LS-ID-EXPIRY-DATE   PIC 9(08).
               02 LS-RISK-RATING      PIC X(01).

       PROCEDURE DIVISION USING LS-ACCT-NAME
                                LS-BANK-ACCOUNT
                                LS-PIN
                                LS-MODE
                                LS-BRANCH-CODE
                                LS-CUSTOMER-NO
                                LS-KYC-DETAILS.


       MAIN-PROCEDURE.
           A1000-GET-USER-INFORMATION.
               PERFORM A0050-GET-BUSINESS-DATE
               MOVE 'N' TO WS-SCREEN-HELD-SW
               IF LS-BATCH
                   PERFORM A3000-RESOLVE-BATCH-CUSTOMER
               ELSE
                       PERFORM A3200-GET-ADDRESS
                       PERFORM A3300-GET-DOB
                       PERFORM A3400-GET-ID-DOC
                       PERFORM A3420-GET-ID-DOC-TYPE
                       PERFORM A3430-GET-ID-ISSUE-DATE
                       PERFORM A3440-GET-ID-EXPIRY-DATE
                       PERFORM A3450-GET-RISK-RATING
                       PERFORM A3500-CREATE-CUSTOMER
                   END-IF
                   IF NOT WS-SCREEN-HELD
                       PERFORM A1300-GET-INITIAL-DEPOSIT
                       PERFORM A1500-GET-PIN
                       PERFORM A1600-GET-BRANCH-CODE
                   END-IF
               END-IF
               IF WS-SCREEN-HELD
                   MOVE ZEROES TO LS-BANK-ACCOUNT
               ELSE
                   PERFORM A2000-GENERATE-ACCOUNT-NO
               END-IF
               GOBACK.

      *    THE FIRST KYC REVIEW IS DATED FROM THE BANK'S BUSINESS
      *    DATE ON SYSCTL (ADVANCED BY EOD-ADV), NOT THE WALL CLOCK.
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

           A1100-GET-FIRST-NAME.
               MOVE SPACES TO LS-FNAME
      *    FRESH CUSTOMER SO THE ONBOARDING STILL LANDS, WITH A
      *    WARNING FOR THE OPERATOR.
           A3000-RESOLVE-BATCH-CUSTOMER.
               MOVE LS-ID-DOC         TO WS-NEW-ID-DOC
               MOVE LS-ID-DOC-TYPE    TO WS-NEW-ID-DOC-TYPE
               MOVE LS-ID-ISSUE-DATE  TO WS-NEW-ID-ISSUE-DATE
               MOVE LS-ID-EXPIRY-DATE TO WS-NEW-ID-EXPIRY-DATE
               MOVE LS-RISK-RATING    TO WS-NEW-RISK-RATING
               IF LS-CUSTOMER-NO = ZEROES
                   PERFORM A3500-CREATE-CUSTOMER
               ELSE
                       ELSE
                           MOVE CU-CUST-NAME TO LS-ACCT-NAME
                           CLOSE CUST-FILE
                           PERFORM A3800-CHECK-CUSTOMER-NOT-HELD
                       END-IF
                   END-IF
               END-IF.
                               MOVE CU-CUSTOMER-NO TO LS-CUSTOMER-NO
                               SET WS-CUST-RESOLVED TO TRUE
                               DISPLAY 'WELCOME BACK, ' CU-FNAME
                               PERFORM A3800-CHECK-CUSTOMER-NOT-HELD
                       END-READ
                       CLOSE CUST-FILE
                   END-IF
                   DISPLAY 'ID DOCUMENT CANNOT BE BLANK, TRY AGAIN'
               END-IF.

           A3420-GET-ID-DOC-TYPE.
               MOVE SPACES TO WS-NEW-ID-DOC-TYPE
               PERFORM A3425-PROMPT-ID-DOC-TYPE
                   UNTIL WS-NEW-ID-TYPE-OK.

           A3425-PROMPT-ID-DOC-TYPE.
               DISPLAY 'ENTER THE ID DOCUMENT TYPE (PP PASSPORT, '
                   'NI NATIONAL ID, DL DRIVING LICENCE)'
               ACCEPT WS-NEW-ID-DOC-TYPE
               IF NOT WS-NEW-ID-TYPE-OK
                   DISPLAY 'ID DOCUMENT TYPE MUST BE PP, NI OR DL'
               END-IF.

           A3430-GET-ID-ISSUE-DATE.
               MOVE ZEROES TO WS-NEW-ID-ISSUE-DATE
               PERFORM A3435-PROMPT-ID-ISSUE-DATE
                   UNTIL WS-NEW-ID-ISSUE-DATE NOT = ZEROES.

           A3435-PROMPT-ID-ISSUE-DATE.
               DISPLAY 'ENTER THE ID DOCUMENT ISSUE DATE (YYYYMMDD)'
               ACCEPT WS-NEW-ID-ISSUE-DATE
               IF WS-NEW-ID-ISSUE-DATE NOT NUMERIC
                   DISPLAY 'ISSUE DATE MUST BE NUMERIC, TRY AGAIN'
                   MOVE ZEROES TO WS-NEW-ID-ISSUE-DATE
               ELSE IF FUNCTION TEST-DATE-YYYYMMDD
                       (WS-NEW-ID-ISSUE-DATE) NOT = ZEROES
                   DISPLAY 'ISSUE DATE IS NOT A VALID DATE, TRY AGAIN'
                   MOVE ZEROES TO WS-NEW-ID-ISSUE-DATE
               ELSE IF WS-NEW-ID-ISSUE-DATE > WS-RUN-DATE
                   DISPLAY 'ISSUE DATE CANNOT BE IN THE FUTURE, '
                       'TRY AGAIN'
                   MOVE ZEROES TO WS-NEW-ID-ISSUE-DATE
               END-IF.

           A3440-GET-ID-EXPIRY-DATE.
               MOVE ZEROES TO WS-NEW-ID-EXPIRY-DATE
               PERFORM A3445-PROMPT-ID-EXPIRY-DATE
                   UNTIL WS-NEW-ID-EXPIRY-DATE NOT = ZEROES.

           A3445-PROMPT-ID-EXPIRY-DATE.
               DISPLAY 'ENTER THE ID DOCUMENT EXPIRY DATE (YYYYMMDD)'
               ACCEPT WS-NEW-ID-EXPIRY-DATE
               IF WS-NEW-ID-EXPIRY-DATE NOT NUMERIC
                   DISPLAY 'EXPIRY DATE MUST BE NUMERIC, TRY AGAIN'
                   MOVE ZEROES TO WS-NEW-ID-EXPIRY-DATE
               ELSE IF FUNCTION TEST-DATE-YYYYMMDD
                       (WS-NEW-ID-EXPIRY-DATE) NOT = ZEROES
                   DISPLAY 'EXPIRY DATE IS NOT A VALID DATE, TRY AGAIN'
                   MOVE ZEROES TO WS-NEW-ID-EXPIRY-DATE
               ELSE IF WS-NEW-ID-EXPIRY-DATE < WS-RUN-DATE
                   DISPLAY 'THAT ID HAS EXPIRED -- A CURRENT ID IS '
                       'NEEDED TO ONBOARD'
                   MOVE ZEROES TO WS-NEW-ID-EXPIRY-DATE
               ELSE IF WS-NEW-ID-EXPIRY-DATE NOT > WS-NEW-ID-ISSUE-DATE
                   DISPLAY 'EXPIRY DATE MUST BE AFTER THE ISSUE DATE'
                   MOVE ZEROES TO WS-NEW-ID-EXPIRY-DATE
               END-IF.

           A3450-GET-RISK-RATING.
               MOVE SPACES TO WS-NEW-RISK-RATING
               PERFORM A3455-PROMPT-RISK-RATING
                   UNTIL WS-NEW-RISK-OK.

           A3455-PROMPT-RISK-RATING.
               DISPLAY 'ENTER THE CUSTOMER RISK RATING (L LOW, '
                   'M MEDIUM, H HIGH)'
               ACCEPT WS-NEW-RISK-RATING
               IF NOT WS-NEW-RISK-OK
                   DISPLAY 'RISK RATING MUST BE L, M OR H'
               END-IF.

           A3500-CREATE-CUSTOMER.
               OPEN I-O CUSTCTL-FILE
               IF WS-CUSTCTL-FILE-MISSING
               MOVE WS-NEW-ADDRESS TO CU-ADDRESS
               MOVE WS-NEW-DOB     TO CU-DOB
               MOVE WS-NEW-ID-DOC  TO CU-ID-DOC
               MOVE 'N'            TO CU-TAX-EXEMPT-FLAG
               MOVE ZEROES         TO CU-TAX-EXEMPT-DATE
               MOVE WS-NEW-ID-DOC-TYPE    TO CU-ID-DOC-TYPE
               MOVE WS-NEW-ID-ISSUE-DATE  TO CU-ID-ISSUE-DATE
               MOVE WS-NEW-ID-EXPIRY-DATE TO CU-ID-EXPIRY-DATE
               MOVE WS-NEW-RISK-RATING    TO CU-RISK-RATING
               PERFORM A3600-SET-FIRST-REVIEW-DATE
               MOVE WS-REVIEW-DUE-DATE    TO CU-KYC-REVIEW-DATE
               PERFORM A3700-SCREEN-NEW-CUSTOMER
               WRITE CU-CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY 'CUSTOMER NUMBER ALREADY IN USE'
               END-WRITE
               CLOSE CUST-FILE
               DISPLAY 'CUSTOMER NUMBER IS ' LS-CUSTOMER-NO
               IF WS-SCREEN-HELD
                   DISPLAY 'ONBOARDING HELD: POSSIBLE SANCTIONS '
                       'WATCHLIST MATCH, REFERRED TO COMPLIANCE'
                   DISPLAY 'NO ACCOUNT HAS BEEN OPENED -- RE-KEY THE '
                       'ONBOARDING AGAINST THIS CUSTOMER NUMBER ONCE '
                       'THE CASE IS CLEARED'
               END-IF.

      *    THE NAME AND DATE OF BIRTH ARE SCREENED BEFORE THE
      *    CUSTOMER IS WRITTEN, SO A POSSIBLE MATCH GOES ON FILE
      *    ALREADY HELD. A BATCH ROW CARRIES NO DATE OF BIRTH AND IS
      *    SCREENED ON THE NAME ALONE. WITH NO LIST LOADED YET THE
      *    CUSTOMER IS LEFT UNSCREENED, AND THE NIGHTLY RESCREEN
      *    PICKS THEM UP WITH THE FIRST LIST VERSION LOADED.
           A3700-SCREEN-NEW-CUSTOMER.
               MOVE LS-CUSTOMER-NO TO SQ-CUSTOMER-NO
               MOVE LS-FNAME       TO SQ-FNAME
               MOVE LS-LNAME       TO SQ-LNAME
               MOVE WS-NEW-DOB     TO SQ-DOB
               MOVE 'O'            TO SQ-CASE-TYPE
               MOVE ZEROES         TO SQ-TELLER-ID
               CALL 'WL-SCRN' USING SQ-SCREEN-REQUEST
               MOVE SQ-LIST-VERSION TO CU-SCREEN-VERSION
               EVALUATE TRUE
                   WHEN SQ-POSSIBLE-MATCH
                       SET CU-SCREEN-HELD TO TRUE
                       SET WS-SCREEN-HELD TO TRUE
                   WHEN SQ-CLEAR
                       SET CU-SCREEN-CLEAR TO TRUE
                   WHEN OTHER
                       MOVE SPACES TO CU-SCREEN-STATUS
                       DISPLAY 'NO SANCTIONS WATCHLIST LOADED, '
                           'CUSTOMER NOT SCREENED'
               END-EVALUATE.

      *    A CUSTOMER WITH A SCREENING CASE STILL OPEN, OR CONFIRMED
      *    AS A LISTED PERSON, IS NOT GIVEN ANOTHER ACCOUNT.
           A3800-CHECK-CUSTOMER-NOT-HELD.
               IF CU-SCREEN-HELD OR CU-SCREEN-CONFIRMED
                   SET WS-SCREEN-HELD TO TRUE
                   DISPLAY 'CUSTOMER ' CU-CUSTOMER-NO ' IS HELD BY '
                       'SANCTIONS SCREENING -- NO ACCOUNT CAN BE '
                       'OPENED UNTIL COMPLIANCE CLEARS THEM'
               END-IF.

      *    THE FIRST REVIEW FALLS DUE THE RATING'S INTERVAL AFTER
      *    THE BUSINESS DATE. A MONTH-END DAY THE TARGET MONTH DOES
      *    NOT HAVE IS PULLED BACK TO THE 28TH, SO THE REVIEW FALLS
      *    DUE A FEW DAYS EARLY RATHER THAN ON A DATE THAT DOES NOT
      *    EXIST. A CUSTOMER WITH NO RATING (A BATCH ROW FOR AN
      *    UNKNOWN CUSTOMER NUMBER) IS REVIEWED AS HIGH RISK.
           A3600-SET-FIRST-REVIEW-DATE.
               PERFORM A3650-LOAD-REVIEW-MONTHS
               EVALUATE TRUE
                   WHEN WS-NEW-RISK-MEDIUM
                       MOVE WS-KYC-REVIEW-MEDIUM TO WS-REVIEW-MONTHS
                   WHEN WS-NEW-RISK-LOW
                       MOVE WS-KYC-REVIEW-LOW    TO WS-REVIEW-MONTHS
                   WHEN OTHER
                       MOVE WS-KYC-REVIEW-HIGH   TO WS-REVIEW-MONTHS
               END-EVALUATE
               MOVE WS-RUN-DATE TO WS-REVIEW-DUE-DATE
               COMPUTE WS-MONTH-COUNT =
                   WS-RD-YYYY * 12 + WS-RD-MM - 1 + WS-REVIEW-MONTHS
               DIVIDE WS-MONTH-COUNT BY 12
                   GIVING WS-RD-YYYY REMAINDER WS-RD-MM
               ADD 1 TO WS-RD-MM
               IF WS-RD-DD > 28
                   MOVE 28 TO WS-RD-DD
               END-IF.

           A3650-LOAD-REVIEW-MONTHS.
               OPEN INPUT PARM-FILE
               IF NOT WS-PARM-FILE-MISSING
                   MOVE "KYCREVH" TO WS-PARM-LOOKUP-ID
                   PERFORM A3660-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-KYC-REVIEW-HIGH
                   END-IF
                   MOVE "KYCREVM" TO WS-PARM-LOOKUP-ID
                   PERFORM A3660-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-KYC-REVIEW-MEDIUM
                   END-IF
                   MOVE "KYCREVL" TO WS-PARM-LOOKUP-ID
                   PERFORM A3660-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-KYC-REVIEW-LOW
                   END-IF
                   CLOSE PARM-FILE
               END-IF.

           A3660-FIND-PARM-VALUE.
               MOVE 'N' TO WS-PARM-FOUND-SW
               MOVE 'N' TO WS-PARM-SCAN-DONE-SW
               MOVE WS-PARM-LOOKUP-ID TO PR-PARM-ID
               MOVE ZEROES            TO PR-EFF-DATE
               START PARM-FILE KEY NOT LESS THAN PR-PARM-KEY
                   INVALID KEY
                       SET WS-PARM-SCAN-DONE TO TRUE
               END-START
               PERFORM A3670-SCAN-PARM-ENTRY
                   UNTIL WS-PARM-SCAN-DONE.

           A3670-SCAN-PARM-ENTRY.
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

           A2000-GENERATE-ACCOUNT-NO.
               OPEN I-O CTL-FILE
