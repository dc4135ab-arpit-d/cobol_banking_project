      *               AND HOME-PANEL'S MISSING-MASTER RULE -- THE
      *               OPEN WENT UNCHECKED, SO THE NAME REFRESH WOULD
      *               START AND REWRITE AN UNOPENED FILE.
      * 15/10/26  AD  A CUSTOMER'S WITHHOLDING-TAX EXEMPTION CAN NOW BE
      *               RECORDED OR WITHDRAWN HERE (OPTION 6), KEPT ON
      *               CUSTHIST AND AUDITED LIKE ANY OTHER AMENDMENT.
      *               INT-POST AND TD-MATUR WITHHOLD NO TAX FOR AN
      *               EXEMPT PRIMARY HOLDER.
      * 15/10/26  AD  KYC DETAILS ARE NOW SHOWN AND MAINTAINED HERE.
      *               CHANGING THE ID DOCUMENT (OPTION 4) NOW TAKES
      *               THE RENEWED DOCUMENT'S TYPE, ISSUE AND EXPIRY
      *               DATES WITH THE REFERENCE. OPTION 7 CHANGES THE
      *               RISK RATING AND OPTION 8 RECORDS A COMPLETED
      *               DUE-DILIGENCE REVIEW; BOTH SET THE NEXT REVIEW
      *               DATE THE RATING'S INTERVAL (RATEPARM KYCREVH/M/L)
      *               AFTER THE BUSINESS DATE. ALL THREE ARE KEPT ON
      *               CUSTHIST AND AUDITED.
      * 15/10/26  AD  A NAME CHANGE IS NOW SCREENED AGAINST THE
      *               SANCTIONS WATCHLIST (WL-SCRN) WITH THE
      *               CUSTOMER'S DATE OF BIRTH BEFORE IT IS APPLIED. A
      *               POSSIBLE MATCH LEAVES THE NAME AS IT WAS, MARKS
      *               THE CUSTOMER HELD AND REFERS THE CASE TO
      *               COMPLIANCE; THE CHANGE IS RE-KEYED ONCE SCRN-REV
      *               CLEARS IT. A CUSTOMER ALREADY HELD OR CONFIRMED
      *               CANNOT CHANGE NAME. THE MENU SHOWS THE
      *               CUSTOMER'S SCREENING STATUS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-MNT.
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "RATEPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PARM-KEY
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  PARM-FILE.
           COPY PRMREC.

       WORKING-STORAGE SECTION.
           01 WS-CUST-FILE-STATUS    PIC X(02).
               88 WS-CUST-NOT-FOUND      VALUE '23'.
               88 WS-AUDIT-FILE-MISSING  VALUE '35'.
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-PARM-FILE-STATUS    PIC X(02).
               88 WS-PARM-FILE-MISSING   VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.
           01 WS-PARM-LOOKUP-ID      PIC X(10).
           01 WS-PARM-VALUE          PIC 9(08)V9(04).
           01 WS-PARM-FOUND-SW       PIC X(01).
               88 WS-PARM-FOUND          VALUE 'Y'.
           01 WS-PARM-SCAN-DONE-SW   PIC X(01).
               88 WS-PARM-SCAN-DONE      VALUE 'Y'.

      *    MONTHS BETWEEN DUE-DILIGENCE REVIEWS BY RISK RATING.
      *    COMPILED DEFAULTS KEPT IN STEP WITH NEW-CUST-MOD; RATEPARM
      *    KYCREVH/M/L OVERRIDE THEM.
           01 WS-KYC-REVIEW-HIGH     PIC 9(03) VALUE 12.
           01 WS-KYC-REVIEW-MEDIUM   PIC 9(03) VALUE 36.
           01 WS-KYC-REVIEW-LOW      PIC 9(03) VALUE 60.
           01 WS-REVIEW-MONTHS       PIC 9(03).
           01 WS-MONTH-COUNT         PIC 9(06).
           01 WS-REVIEW-DUE.
               05 WS-RD-YYYY         PIC 9(04).
               05 WS-RD-MM           PIC 9(02).
               05 WS-RD-DD           PIC 9(02).
           01 WS-REVIEW-DUE-DATE REDEFINES WS-REVIEW-DUE
                                     PIC 9(08).

           01 WS-RUN-DATE            PIC 9(08).

           01 WS-NEW-ADDRESS         PIC X(60).
           01 WS-NEW-DOB             PIC 9(08).
           01 WS-NEW-ID-DOC          PIC X(20).
           01 WS-NEW-ID-DOC-TYPE     PIC X(02).
               88 WS-NEW-ID-TYPE-OK      VALUE 'PP' 'NI' 'DL'.
           01 WS-NEW-ID-ISSUE-DATE   PIC 9(08).
           01 WS-NEW-ID-EXPIRY-DATE  PIC 9(08).
           01 WS-NEW-RISK-RATING     PIC X(01).
               88 WS-NEW-RISK-OK         VALUE 'L' 'M' 'H'.
      *    HOW AN ID DOCUMENT IS KEPT ON CUSTHIST: TYPE, REFERENCE
      *    AND DATES IN ONE VALUE.
           01 WS-ID-DOC-VALUE.
               05 WS-IV-TYPE          PIC X(02).
               05 FILLER              PIC X(01) VALUE SPACE.
               05 WS-IV-DOC           PIC X(20).
               05 FILLER              PIC X(08) VALUE " ISSUED ".
               05 WS-IV-ISSUE-DATE    PIC 9(08).
               05 FILLER              PIC X(09) VALUE " EXPIRES ".
               05 WS-IV-EXPIRY-DATE   PIC 9(08).
      *    HOW A RATING OR REVIEW CHANGE IS KEPT: RATING AND THE NEXT
      *    REVIEW DATE.
           01 WS-RISK-VALUE.
               05 FILLER              PIC X(07) VALUE "RATING ".
               05 WS-RV-RATING        PIC X(01).
               05 FILLER              PIC X(12) VALUE " REVIEW DUE ".
               05 WS-RV-REVIEW-DATE   PIC 9(08).
           01 WS-OLD-VALUE           PIC X(60).
           01 WS-NEW-VALUE           PIC X(60).
           01 WS-NAME-REFRESH-COUNT  PIC 9(04).
           01 WS-HIST-SHOWN-COUNT    PIC 9(04).
           01 WS-CONFIRM             PIC X(01).

           COPY WLSCRN.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0060-LOAD-PARMS.
           PERFORM A0100-OPEN-FILES.
           PERFORM A0200-TELLER-SIGN-ON
               UNTIL WS-SIGNED-ON OR WS-SIGNON-ABANDONED.
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
               END-IF.

      *    THE REVIEW INTERVALS IN FORCE ON THE BUSINESS DATE. NO
      *    ENTRY (OR NO RATEPARM AT ALL) KEEPS THE COMPILED DEFAULT.
           A0060-LOAD-PARMS.
               OPEN INPUT PARM-FILE
               IF NOT WS-PARM-FILE-MISSING
                   MOVE "KYCREVH" TO WS-PARM-LOOKUP-ID
                   PERFORM A0065-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-KYC-REVIEW-HIGH
                   END-IF
                   MOVE "KYCREVM" TO WS-PARM-LOOKUP-ID
                   PERFORM A0065-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-KYC-REVIEW-MEDIUM
                   END-IF
                   MOVE "KYCREVL" TO WS-PARM-LOOKUP-ID
                   PERFORM A0065-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-KYC-REVIEW-LOW
                   END-IF
                   CLOSE PARM-FILE
               END-IF.

           A0065-FIND-PARM-VALUE.
               MOVE 'N' TO WS-PARM-FOUND-SW
               MOVE 'N' TO WS-PARM-SCAN-DONE-SW
               MOVE WS-PARM-LOOKUP-ID TO PR-PARM-ID
               MOVE ZEROES            TO PR-EFF-DATE
               START PARM-FILE KEY NOT LESS THAN PR-PARM-KEY
                   INVALID KEY
                       SET WS-PARM-SCAN-DONE TO TRUE
               END-START
               PERFORM A0070-SCAN-PARM-ENTRY
                   UNTIL WS-PARM-SCAN-DONE.

           A0070-SCAN-PARM-ENTRY.
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

           A0100-OPEN-FILES.
               OPEN I-O CUST-FILE
               IF WS-CUST-FILE-MISSING
                   CU-FNAME " " CU-LNAME
               DISPLAY "ADDRESS: " CU-ADDRESS
               DISPLAY "DOB: " CU-DOB "  ID DOC: " CU-ID-DOC
               IF CU-TAX-EXEMPT
                   DISPLAY "WITHHOLDING-TAX EXEMPTION FILED "
                       CU-TAX-EXEMPT-DATE
               END-IF
               IF CU-ID-EXPIRY-DATE = ZEROES
                   DISPLAY "KYC: NO ID TYPE OR DATES ON FILE -- "
                       "RENEW THE ID DOCUMENT (OPTION 4)"
               ELSE
                   DISPLAY "KYC: ID TYPE " CU-ID-DOC-TYPE
                       " ISSUED " CU-ID-ISSUE-DATE
                       " EXPIRES " CU-ID-EXPIRY-DATE
               END-IF
               DISPLAY "     RISK RATING " CU-RISK-RATING
                   "  NEXT REVIEW DUE " CU-KYC-REVIEW-DATE
               EVALUATE TRUE
                   WHEN CU-SCREEN-CLEAR
                       DISPLAY "SANCTIONS SCREENING: CLEAR ON LIST "
                           "VERSION " CU-SCREEN-VERSION
                   WHEN CU-SCREEN-HELD
                       DISPLAY "SANCTIONS SCREENING: HELD -- CASE "
                           "OPEN WITH COMPLIANCE"
                   WHEN CU-SCREEN-CONFIRMED
                       DISPLAY "SANCTIONS SCREENING: CONFIRMED "
                           "MATCH -- ACCOUNTS FROZEN"
                   WHEN OTHER
                       DISPLAY "SANCTIONS SCREENING: NOT YET SCREENED"
               END-EVALUATE
               DISPLAY "> 1. CHANGE NAME"
               DISPLAY "> 2. CHANGE ADDRESS"
               DISPLAY "> 3. CHANGE DATE OF BIRTH"
               DISPLAY "> 4. CHANGE ID DOCUMENT"
               DISPLAY "> 5. SHOW CHANGE HISTORY"
               DISPLAY "> 6. RECORD OR WITHDRAW TAX EXEMPTION"
               DISPLAY "> 7. CHANGE RISK RATING"
               DISPLAY "> 8. RECORD A COMPLETED KYC REVIEW"
               DISPLAY "> 0. GO BACK"
               ACCEPT WS-MAINT-CHOICE.
               EVALUATE WS-MAINT-CHOICE
                       PERFORM A4600-CHANGE-ID-DOC
                   WHEN 5
                       PERFORM A5000-SHOW-HISTORY
                   WHEN 6
                       PERFORM A4800-CHANGE-TAX-EXEMPTION
                   WHEN 7
                       PERFORM A4900-CHANGE-RISK-RATING
                   WHEN 8
                       PERFORM A4950-RECORD-KYC-REVIEW
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
      *    EVERY ACCOUNT RECORD CARRIES AR-ACCT-NAME FOR THE BENEFIT
      *    OF REPORTS, SO THE CUSTOMER'S ACCOUNTS ARE RE-STAMPED WITH
      *    THE NEW NAME STRAIGHT AFTER THE MASTER.
      *    THE NEW NAME IS SCREENED BEFORE IT IS APPLIED. ON A
      *    POSSIBLE MATCH THE OLD NAME STAYS AND ONLY THE HOLD IS
      *    WRITTEN; NO HISTORY ENTRY IS MADE BECAUSE NOTHING ON THE
      *    CUSTOMER CHANGED -- THE SCREENING CASE CARRIES THE NAME
      *    ASKED FOR AND THE TELLER WHO KEYED IT.
           A4000-CHANGE-NAME.
               IF CU-SCREEN-HELD OR CU-SCREEN-CONFIRMED
                   DISPLAY "CUSTOMER IS HELD BY SANCTIONS SCREENING "
                       "-- NO NAME CHANGE UNTIL COMPLIANCE CLEARS THEM"
               ELSE
                   MOVE CU-CUST-NAME TO WS-OLD-VALUE
                   MOVE SPACES TO WS-NEW-FNAME
                   PERFORM A4050-PROMPT-NEW-FNAME
                       UNTIL WS-NEW-FNAME NOT = SPACES
                   MOVE SPACES TO WS-NEW-LNAME
                   PERFORM A4070-PROMPT-NEW-LNAME
                       UNTIL WS-NEW-LNAME NOT = SPACES
                   PERFORM A4090-SCREEN-NEW-NAME
                   IF SQ-POSSIBLE-MATCH
                       SET CU-SCREEN-HELD TO TRUE
                       REWRITE CU-CUSTOMER-RECORD
                       DISPLAY "NAME CHANGE HELD: POSSIBLE SANCTIONS "
                           "WATCHLIST MATCH, REFERRED TO COMPLIANCE"
                       DISPLAY "THE NAME IS UNCHANGED -- RE-KEY THE "
                           "CHANGE ONCE THE CASE IS CLEARED"
                   ELSE
                       MOVE WS-NEW-FNAME TO CU-FNAME
                       MOVE WS-NEW-LNAME TO CU-LNAME
                       REWRITE CU-CUSTOMER-RECORD
                       MOVE CU-CUST-NAME TO WS-NEW-VALUE
                       SET CH-NAME-CHANGE TO TRUE
                       PERFORM A6000-WRITE-HISTORY-ENTRY
                       PERFORM A7000-REFRESH-ACCOUNT-NAMES
                       DISPLAY "NAME CHANGED, " WS-NAME-REFRESH-COUNT
                           " ACCOUNT RECORDS REFRESHED"
                   END-IF
               END-IF.

           A4050-PROMPT-NEW-FNAME.
               DISPLAY "ENTER THE NEW FIRST NAME"
                   DISPLAY "LAST NAME CANNOT BE BLANK, TRY AGAIN"
               END-IF.

      *    WITH NO LIST LOADED THE CHANGE GOES THROUGH UNSCREENED,
      *    AND THE NEXT RESCREEN OF A NEW LIST VERSION CATCHES IT.
           A4090-SCREEN-NEW-NAME.
               MOVE CU-CUSTOMER-NO TO SQ-CUSTOMER-NO
               MOVE WS-NEW-FNAME   TO SQ-FNAME
               MOVE WS-NEW-LNAME   TO SQ-LNAME
               MOVE CU-DOB         TO SQ-DOB
               MOVE 'N'            TO SQ-CASE-TYPE
               MOVE WS-TELLER-ID   TO SQ-TELLER-ID
               CALL 'WL-SCRN' USING SQ-SCREEN-REQUEST
               IF SQ-CLEAR
                   SET CU-SCREEN-CLEAR TO TRUE
                   MOVE SQ-LIST-VERSION TO CU-SCREEN-VERSION
               ELSE IF SQ-NO-LIST
                   DISPLAY "NO SANCTIONS WATCHLIST LOADED, NAME NOT "
                       "SCREENED"
               END-IF.

           A4200-CHANGE-ADDRESS.
               MOVE CU-ADDRESS TO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-ADDRESS
                   DISPLAY "DATE OF BIRTH CANNOT BE ZERO, TRY AGAIN"
               END-IF.

      *    A RENEWED OR REPLACED ID COMES WITH ITS OWN TYPE AND
      *    DATES, SO ALL FOUR ARE TAKEN TOGETHER AND KEPT ON CUSTHIST
      *    AS ONE AMENDMENT.
           A4600-CHANGE-ID-DOC.
               PERFORM A4690-BUILD-ID-DOC-VALUE
               MOVE WS-ID-DOC-VALUE TO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-ID-DOC
               PERFORM A4650-PROMPT-NEW-ID-DOC
                   UNTIL WS-NEW-ID-DOC NOT = SPACES
               MOVE SPACES TO WS-NEW-ID-DOC-TYPE
               PERFORM A4660-PROMPT-NEW-ID-TYPE
                   UNTIL WS-NEW-ID-TYPE-OK
               MOVE ZEROES TO WS-NEW-ID-ISSUE-DATE
               PERFORM A4670-PROMPT-NEW-ISSUE-DATE
                   UNTIL WS-NEW-ID-ISSUE-DATE NOT = ZEROES
               MOVE ZEROES TO WS-NEW-ID-EXPIRY-DATE
               PERFORM A4680-PROMPT-NEW-EXPIRY-DATE
                   UNTIL WS-NEW-ID-EXPIRY-DATE NOT = ZEROES
               MOVE WS-NEW-ID-DOC         TO CU-ID-DOC
               MOVE WS-NEW-ID-DOC-TYPE    TO CU-ID-DOC-TYPE
               MOVE WS-NEW-ID-ISSUE-DATE  TO CU-ID-ISSUE-DATE
               MOVE WS-NEW-ID-EXPIRY-DATE TO CU-ID-EXPIRY-DATE
               REWRITE CU-CUSTOMER-RECORD
               PERFORM A4690-BUILD-ID-DOC-VALUE
               MOVE WS-ID-DOC-VALUE TO WS-NEW-VALUE
               SET CH-IDDOC-CHANGE TO TRUE
               PERFORM A6000-WRITE-HISTORY-ENTRY
               DISPLAY "ID DOCUMENT CHANGED".
                   DISPLAY "ID DOCUMENT CANNOT BE BLANK, TRY AGAIN"
               END-IF.

           A4660-PROMPT-NEW-ID-TYPE.
               DISPLAY "ENTER THE ID DOCUMENT TYPE (PP PASSPORT, "
                   "NI NATIONAL ID, DL DRIVING LICENCE)"
               ACCEPT WS-NEW-ID-DOC-TYPE
               IF NOT WS-NEW-ID-TYPE-OK
                   DISPLAY "ID DOCUMENT TYPE MUST BE PP, NI OR DL"
               END-IF.

           A4670-PROMPT-NEW-ISSUE-DATE.
               DISPLAY "ENTER THE ID DOCUMENT ISSUE DATE (YYYYMMDD)"
               ACCEPT WS-NEW-ID-ISSUE-DATE
               IF WS-NEW-ID-ISSUE-DATE NOT NUMERIC
                   DISPLAY "ISSUE DATE MUST BE NUMERIC, TRY AGAIN"
                   MOVE ZEROES TO WS-NEW-ID-ISSUE-DATE
               ELSE IF FUNCTION TEST-DATE-YYYYMMDD
                       (WS-NEW-ID-ISSUE-DATE) NOT = ZEROES
                   DISPLAY "ISSUE DATE IS NOT A VALID DATE, TRY AGAIN"
                   MOVE ZEROES TO WS-NEW-ID-ISSUE-DATE
               ELSE IF WS-NEW-ID-ISSUE-DATE > WS-RUN-DATE
                   DISPLAY "ISSUE DATE CANNOT BE IN THE FUTURE, "
                       "TRY AGAIN"
                   MOVE ZEROES TO WS-NEW-ID-ISSUE-DATE
               END-IF.

           A4680-PROMPT-NEW-EXPIRY-DATE.
               DISPLAY "ENTER THE ID DOCUMENT EXPIRY DATE (YYYYMMDD)"
               ACCEPT WS-NEW-ID-EXPIRY-DATE
               IF WS-NEW-ID-EXPIRY-DATE NOT NUMERIC
                   DISPLAY "EXPIRY DATE MUST BE NUMERIC, TRY AGAIN"
                   MOVE ZEROES TO WS-NEW-ID-EXPIRY-DATE
               ELSE IF FUNCTION TEST-DATE-YYYYMMDD
                       (WS-NEW-ID-EXPIRY-DATE) NOT = ZEROES
                   DISPLAY "EXPIRY DATE IS NOT A VALID DATE, TRY AGAIN"
                   MOVE ZEROES TO WS-NEW-ID-EXPIRY-DATE
               ELSE IF WS-NEW-ID-EXPIRY-DATE < WS-RUN-DATE
                   DISPLAY "THAT ID HAS EXPIRED -- A CURRENT ID IS "
                       "NEEDED"
                   MOVE ZEROES TO WS-NEW-ID-EXPIRY-DATE
               ELSE IF WS-NEW-ID-EXPIRY-DATE NOT > WS-NEW-ID-ISSUE-DATE
                   DISPLAY "EXPIRY DATE MUST BE AFTER THE ISSUE DATE"
                   MOVE ZEROES TO WS-NEW-ID-EXPIRY-DATE
               END-IF.

           A4690-BUILD-ID-DOC-VALUE.
               MOVE CU-ID-DOC-TYPE    TO WS-IV-TYPE
               MOVE CU-ID-DOC         TO WS-IV-DOC
               MOVE CU-ID-ISSUE-DATE  TO WS-IV-ISSUE-DATE
               MOVE CU-ID-EXPIRY-DATE TO WS-IV-EXPIRY-DATE.

      *    THE EXEMPTION IS A YES/NO ON THE MASTER, SO THE AMENDMENT
      *    FLIPS IT AFTER A CONFIRM. FILING STAMPS THE BUSINESS DATE;
      *    WITHDRAWING CLEARS IT.
           A4800-CHANGE-TAX-EXEMPTION.
               IF CU-TAX-EXEMPT
                   MOVE "EXEMPT" TO WS-OLD-VALUE
                   DISPLAY "WITHDRAW THE WITHHOLDING-TAX EXEMPTION? "
                       "(Y/N)"
               ELSE
                   MOVE "NOT EXEMPT" TO WS-OLD-VALUE
                   DISPLAY "RECORD A WITHHOLDING-TAX EXEMPTION FILED "
                       "TODAY? (Y/N)"
               END-IF
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   IF CU-TAX-EXEMPT
                       MOVE 'N'    TO CU-TAX-EXEMPT-FLAG
                       MOVE ZEROES TO CU-TAX-EXEMPT-DATE
                       MOVE "NOT EXEMPT" TO WS-NEW-VALUE
                   ELSE
                       MOVE 'Y'         TO CU-TAX-EXEMPT-FLAG
                       MOVE WS-RUN-DATE TO CU-TAX-EXEMPT-DATE
                       MOVE "EXEMPT" TO WS-NEW-VALUE
                   END-IF
                   REWRITE CU-CUSTOMER-RECORD
                   SET CH-TAXEX-CHANGE TO TRUE
                   PERFORM A6000-WRITE-HISTORY-ENTRY
                   DISPLAY "TAX EXEMPTION NOW: " WS-NEW-VALUE
               ELSE
                   DISPLAY "EXEMPTION UNCHANGED"
               END-IF.

      *    A RATING CHANGE IS THE OUTCOME OF A LOOK AT THE CUSTOMER,
      *    SO THE NEXT REVIEW IS RE-DATED FROM TODAY ON THE NEW
      *    RATING'S INTERVAL.
           A4900-CHANGE-RISK-RATING.
               MOVE CU-RISK-RATING     TO WS-RV-RATING
               MOVE CU-KYC-REVIEW-DATE TO WS-RV-REVIEW-DATE
               MOVE WS-RISK-VALUE TO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-RISK-RATING
               PERFORM A4910-PROMPT-NEW-RISK-RATING
                   UNTIL WS-NEW-RISK-OK
               IF WS-NEW-RISK-RATING = CU-RISK-RATING
                   DISPLAY "RISK RATING UNCHANGED"
               ELSE
                   MOVE WS-NEW-RISK-RATING TO CU-RISK-RATING
                   PERFORM A4970-SET-NEXT-REVIEW-DATE
                   MOVE WS-REVIEW-DUE-DATE TO CU-KYC-REVIEW-DATE
                   REWRITE CU-CUSTOMER-RECORD
                   MOVE CU-RISK-RATING     TO WS-RV-RATING
                   MOVE CU-KYC-REVIEW-DATE TO WS-RV-REVIEW-DATE
                   MOVE WS-RISK-VALUE TO WS-NEW-VALUE
                   SET CH-RISK-CHANGE TO TRUE
                   PERFORM A6000-WRITE-HISTORY-ENTRY
                   DISPLAY "RISK RATING CHANGED, NEXT REVIEW DUE "
                       CU-KYC-REVIEW-DATE
               END-IF.

           A4910-PROMPT-NEW-RISK-RATING.
               DISPLAY "ENTER THE NEW RISK RATING (L LOW, M MEDIUM, "
                   "H HIGH)"
               ACCEPT WS-NEW-RISK-RATING
               IF NOT WS-NEW-RISK-OK
                   DISPLAY "RISK RATING MUST BE L, M OR H"
               END-IF.

      *    A CUSTOMER WITH NO RATING ON FILE (ONE FROM BEFORE RATINGS
      *    WERE KEPT) MUST BE GIVEN ONE BEFORE A REVIEW CAN BE DATED.
           A4950-RECORD-KYC-REVIEW.
               IF NOT CU-RISK-RATING-OK
                   DISPLAY "NO RISK RATING ON FILE -- SET ONE FIRST "
                       "(OPTION 7)"
               ELSE
                   DISPLAY "RECORD A DUE-DILIGENCE REVIEW COMPLETED "
                       "TODAY? (Y/N)"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       MOVE CU-RISK-RATING     TO WS-RV-RATING
                       MOVE CU-KYC-REVIEW-DATE TO WS-RV-REVIEW-DATE
                       MOVE WS-RISK-VALUE TO WS-OLD-VALUE
                       PERFORM A4970-SET-NEXT-REVIEW-DATE
                       MOVE WS-REVIEW-DUE-DATE TO CU-KYC-REVIEW-DATE
                       REWRITE CU-CUSTOMER-RECORD
                       MOVE CU-KYC-REVIEW-DATE TO WS-RV-REVIEW-DATE
                       MOVE WS-RISK-VALUE TO WS-NEW-VALUE
                       SET CH-KYC-REVIEW TO TRUE
                       PERFORM A6000-WRITE-HISTORY-ENTRY
                       DISPLAY "REVIEW RECORDED, NEXT REVIEW DUE "
                           CU-KYC-REVIEW-DATE
                   ELSE
                       DISPLAY "NOTHING RECORDED"
                   END-IF
               END-IF.

      *    THE NEXT REVIEW FALLS DUE THE RATING'S INTERVAL AFTER THE
      *    BUSINESS DATE, WORKED THE SAME WAY AS NEW-CUST-MOD: A DAY
      *    THE TARGET MONTH DOES NOT HAVE IS PULLED BACK TO THE 28TH.
           A4970-SET-NEXT-REVIEW-DATE.
               EVALUATE TRUE
                   WHEN CU-RISK-MEDIUM
                       MOVE WS-KYC-REVIEW-MEDIUM TO WS-REVIEW-MONTHS
                   WHEN CU-RISK-LOW
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

           A5000-SHOW-HISTORY.
               MOVE ZEROES TO WS-HIST-SHOWN-COUNT
               MOVE CU-CUSTOMER-NO TO CH-CUSTOMER-NO
