      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: NIGHTLY KNOW-YOUR-CUSTOMER REVIEW REPORT. WALKS EVERY
      *          ACCOUNT NOT CLOSED AND JUDGES EACH OF ITS HOLDERS --
      *          THE PRIMARY HOLDER ON AR-CUSTOMER-NO AND EVERY JOINT
      *          HOLDER ON ACCTLINK -- AGAINST THEIR CUSTMST KYC
      *          DETAILS AS AT THE BUSINESS DATE. A HOLDER IS LISTED
      *          ON KYCRPT WHEN THEIR ID DOCUMENT HAS EXPIRED, WILL
      *          EXPIRE WITHIN THE KYCWARNDAY WINDOW, THEIR PERIODIC
      *          DUE-DILIGENCE REVIEW IS OVERDUE, OR NO KYC DETAILS
      *          WERE EVER CAPTURED. THE LIST IS GROUPED BY THE
      *          BRANCH HOLDING THE ACCOUNT AND THEN BY EXCEPTION, SO
      *          EACH BRANCH CAN WORK ITS OWN; AN EXPIRY OR REVIEW
      *          MORE THAN KYCGRACE DAYS PAST IS MARKED LAPSED --
      *          EXIST-CUST REFUSES MONEY OUT OF AN ACCOUNT ONCE ALL
      *          ITS HOLDERS ARE LAPSED. THE REPORT CHANGES NOTHING.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-REV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PARM-FILE ASSIGN TO "RATEPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PARM-KEY
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "KYCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
           COPY ACCTREC.

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  LINK-FILE.
           COPY LNKREC.

       FD  PARM-FILE.
           COPY PRMREC.

       FD  RPT-FILE.
       01  RPT-LINE                  PIC X(80).

       FD  SYSCTL-FILE.
           COPY SYSREC.

      *    ONE LINE PER HOLDER PER ACCOUNT PER EXCEPTION. THE
      *    CATEGORY NUMBER IS THE ORDER THE EXCEPTIONS PRINT IN.
       SD  SORT-FILE.
       01  SR-SORT-RECORD.
           05  SR-BRANCH             PIC 9(02).
           05  SR-CATEGORY           PIC 9(01).
               88  SR-ID-EXPIRED         VALUE 1.
               88  SR-ID-EXPIRING        VALUE 2.
               88  SR-REVIEW-OVERDUE     VALUE 3.
               88  SR-NO-KYC-DETAILS     VALUE 4.
           05  SR-CUSTOMER           PIC 9(08).
           05  SR-ACCOUNT            PIC 9(08).
           05  SR-LNAME              PIC X(20).
           05  SR-ID-DOC-TYPE        PIC X(02).
           05  SR-EXPIRY-DATE        PIC 9(08).
           05  SR-REVIEW-DATE        PIC 9(08).
           05  SR-RISK-RATING        PIC X(01).
           05  SR-DAYS               PIC 9(05).
           05  SR-LAPSED-FLAG        PIC X(01).
               88  SR-LAPSED             VALUE 'Y'.

       WORKING-STORAGE SECTION.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-EOF            VALUE '10'.
           01 WS-CUST-FILE-STATUS    PIC X(02).
               88 WS-CUST-NOT-FOUND      VALUE '23'.
               88 WS-CUST-FILE-MISSING   VALUE '35'.
           01 WS-LINK-FILE-STATUS    PIC X(02).
               88 WS-LINK-EOF            VALUE '10'.
               88 WS-LINK-FILE-MISSING   VALUE '35'.
           01 WS-PARM-FILE-STATUS    PIC X(02).
               88 WS-PARM-FILE-MISSING   VALUE '35'.
           01 WS-RPT-FILE-STATUS     PIC X(02).
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.
           01 WS-SORT-EOF-SW         PIC X(01).
               88 WS-SORT-EOF            VALUE 'Y'.

           01 WS-PARM-LOOKUP-ID      PIC X(10).
           01 WS-PARM-VALUE          PIC 9(08)V9(04).
           01 WS-PARM-FOUND-SW       PIC X(01).
               88 WS-PARM-FOUND          VALUE 'Y'.
           01 WS-PARM-SCAN-DONE-SW   PIC X(01).
               88 WS-PARM-SCAN-DONE      VALUE 'Y'.

      *    COMPILED DEFAULTS, OVERRIDDEN BY RATEPARM KYCWARNDAY AND
      *    KYCGRACE. EXIST-CUST CARRIES THE SAME GRACE DEFAULT.
           01 WS-KYC-WARN-DAYS       PIC 9(04) VALUE 30.
           01 WS-KYC-GRACE-DAYS      PIC 9(04) VALUE 30.

           01 WS-RUN-DATE            PIC 9(08).
           01 WS-RUN-INTEGER         PIC 9(08).
           01 WS-DATE-INTEGER        PIC 9(08).
           01 WS-DAYS-APART          PIC S9(07).
           01 WS-HOLDER-ACCT         PIC 9(08).
           01 WS-HOLDER-CUST         PIC 9(08).

      *    BREAK CONTROL FOR THE SORTED LIST. A CUSTOMER HOLDING
      *    SEVERAL ACCOUNTS AT ONE BRANCH IS LISTED ONCE PER
      *    EXCEPTION, AGAINST THE LOWEST ACCOUNT NUMBER.
           01 WS-PREV-BRANCH         PIC 9(02).
           01 WS-PREV-CATEGORY       PIC 9(01).
           01 WS-PREV-CUSTOMER       PIC 9(08).

           01 WS-ACCT-COUNT          PIC 9(06) VALUE ZEROES.
           01 WS-HOLDER-COUNT        PIC 9(06) VALUE ZEROES.
           01 WS-ORPHAN-HOLDER-COUNT PIC 9(06) VALUE ZEROES.
           01 WS-BRANCH-LINES        PIC 9(06).
           01 WS-BRANCH-LAPSED       PIC 9(06).
           01 WS-EXPIRED-COUNT       PIC 9(06) VALUE ZEROES.
           01 WS-EXPIRING-COUNT      PIC 9(06) VALUE ZEROES.
           01 WS-OVERDUE-COUNT       PIC 9(06) VALUE ZEROES.
           01 WS-NO-DETAILS-COUNT    PIC 9(06) VALUE ZEROES.
           01 WS-LAPSED-COUNT        PIC 9(06) VALUE ZEROES.

           01 WS-CATEGORY-NAMES.
               05 FILLER              PIC X(30)
                   VALUE "ID DOCUMENT EXPIRED".
               05 FILLER              PIC X(30)
                   VALUE "ID DOCUMENT EXPIRING SOON".
               05 FILLER              PIC X(30)
                   VALUE "DUE-DILIGENCE REVIEW OVERDUE".
               05 FILLER              PIC X(30)
                   VALUE "NO KYC DETAILS ON FILE".
           01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
               02 WS-CATEGORY-NAME OCCURS 4 TIMES PIC X(30).

           01 WS-RPT-HDR-LINE.
               05 FILLER              PIC X(30)
                   VALUE "KYC REVIEW REPORT AS AT ".
               05 WS-RH-RUN-DATE      PIC 9(08).
               05 FILLER              PIC X(14) VALUE "  WARN WINDOW ".
               05 WS-RH-WARN-DAYS     PIC ZZZ9.
               05 FILLER              PIC X(08) VALUE "  GRACE ".
               05 WS-RH-GRACE-DAYS    PIC ZZZ9.

           01 WS-RPT-BRANCH-LINE.
               05 FILLER              PIC X(07) VALUE "BRANCH ".
               05 WS-RB-BRANCH        PIC 9(02).

           01 WS-RPT-CATEGORY-LINE.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RC-NAME          PIC X(30).

           01 WS-RPT-COLUMN-LINE.
               05 FILLER              PIC X(40)
                   VALUE "  CUSTOMER  ACCOUNT   NAME            ".
               05 FILLER              PIC X(40)
                   VALUE "  ID EXPIRES  REVIEW   R  DAYS".

           01 WS-RPT-DETAIL.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-CUSTOMER      PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-ACCOUNT       PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-LNAME         PIC X(18).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-ID-DOC-TYPE   PIC X(02).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RD-EXPIRY-DATE   PIC 9(08).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RD-REVIEW-DATE   PIC 9(08).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RD-RISK-RATING   PIC X(01).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RD-DAYS          PIC ZZZZ9.
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RD-LAPSED        PIC X(06).

           01 WS-RPT-SUMMARY.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-RS-LABEL         PIC X(34).
               05 WS-RS-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0100-OPEN-FILES.
           PERFORM A0150-LOAD-PARMS.
           PERFORM A0200-PRINT-HEADER.
           IF WS-CUST-FILE-MISSING
               MOVE "NO CUSTOMER MASTER ON HAND, NOTHING TO REVIEW"
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               SORT SORT-FILE
                   ON ASCENDING KEY SR-BRANCH
                                    SR-CATEGORY
                                    SR-CUSTOMER
                                    SR-ACCOUNT
                   INPUT PROCEDURE IS B1000-RELEASE-EXCEPTIONS
                   OUTPUT PROCEDURE IS B3000-PRINT-EXCEPTIONS
               PERFORM A5000-PRINT-SUMMARY
           END-IF.
           PERFORM A9000-CLOSE-FILES.
           GOBACK.

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
               END-IF
               COMPUTE WS-RUN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           A0100-OPEN-FILES.
               OPEN INPUT ACCT-FILE
               OPEN INPUT CUST-FILE
               IF WS-CUST-FILE-MISSING
                   DISPLAY "WARNING: NO CUSTOMER MASTER ON HAND, NO "
                       "KYC REVIEW CAN BE MADE"
               END-IF
               OPEN INPUT LINK-FILE
               OPEN OUTPUT RPT-FILE.

      *    THE WARNING WINDOW AND GRACE PERIOD IN FORCE ON THE
      *    BUSINESS DATE. NO ENTRY KEEPS THE COMPILED DEFAULT.
           A0150-LOAD-PARMS.
               OPEN INPUT PARM-FILE
               IF WS-PARM-FILE-MISSING
                   DISPLAY "WARNING: NO RATEPARM ON HAND, USING THE "
                       "DEFAULT KYC WARNING WINDOW AND GRACE PERIOD"
               ELSE
                   MOVE "KYCWARNDAY" TO WS-PARM-LOOKUP-ID
                   PERFORM A0160-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-KYC-WARN-DAYS
                   END-IF
                   MOVE "KYCGRACE" TO WS-PARM-LOOKUP-ID
                   PERFORM A0160-FIND-PARM-VALUE
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE TO WS-KYC-GRACE-DAYS
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

           A0200-PRINT-HEADER.
               MOVE WS-RUN-DATE       TO WS-RH-RUN-DATE
               MOVE WS-KYC-WARN-DAYS  TO WS-RH-WARN-DAYS
               MOVE WS-KYC-GRACE-DAYS TO WS-RH-GRACE-DAYS
               MOVE WS-RPT-HDR-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE "DAYS = DAYS PAST EXPIRY OR REVIEW, OR DAYS LEFT "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "       BEFORE AN ID EXPIRES" TO RPT-LINE
               WRITE RPT-LINE.

      ******************************************************************
      * SORT INPUT: EVERY HOLDER OF EVERY ACCOUNT NOT CLOSED, JUDGED
      * ONCE PER ACCOUNT -- THE PRIMARY HOLDER FROM THE ACCOUNT
      * RECORD, EVERY JOINT HOLDER FROM ACCTLINK.
      ******************************************************************
           B1000-RELEASE-EXCEPTIONS.
               MOVE ZEROES TO AR-BANK-ACCOUNT
               START ACCT-FILE KEY NOT LESS THAN AR-BANK-ACCOUNT
                   INVALID KEY
                       SET WS-ACCT-EOF TO TRUE
               END-START
               IF NOT WS-ACCT-EOF
                   PERFORM B1050-READ-NEXT-ACCOUNT
                   PERFORM B1100-REVIEW-ONE-ACCOUNT
                       UNTIL WS-ACCT-EOF
               END-IF.

           B1050-READ-NEXT-ACCOUNT.
               READ ACCT-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           B1100-REVIEW-ONE-ACCOUNT.
               IF NOT AR-CLOSED
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE AR-BANK-ACCOUNT TO WS-HOLDER-ACCT
                   MOVE AR-CUSTOMER-NO  TO WS-HOLDER-CUST
                   PERFORM B2000-JUDGE-HOLDER
                   IF NOT WS-LINK-FILE-MISSING
                       PERFORM B1200-REVIEW-JOINT-HOLDERS
                   END-IF
               END-IF
               PERFORM B1050-READ-NEXT-ACCOUNT.

           B1200-REVIEW-JOINT-HOLDERS.
               MOVE WS-HOLDER-ACCT TO AL-BANK-ACCOUNT
               MOVE ZEROES         TO AL-CUSTOMER-NO
               START LINK-FILE KEY NOT LESS THAN AL-LINK-KEY
                   INVALID KEY
                       SET WS-LINK-EOF TO TRUE
               END-START
               IF NOT WS-LINK-EOF
                   PERFORM B1250-READ-NEXT-LINK
                   PERFORM B1300-REVIEW-ONE-JOINT
                       UNTIL WS-LINK-EOF
                           OR AL-BANK-ACCOUNT NOT = WS-HOLDER-ACCT
               END-IF.

           B1250-READ-NEXT-LINK.
               READ LINK-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           B1300-REVIEW-ONE-JOINT.
               IF AL-JOINT-HOLDER
                   MOVE AL-CUSTOMER-NO TO WS-HOLDER-CUST
                   PERFORM B2000-JUDGE-HOLDER
               END-IF
               PERFORM B1250-READ-NEXT-LINK.

      *    ONE HOLDER OF ONE ACCOUNT. AN EXPIRED OR EXPIRING ID AND
      *    AN OVERDUE REVIEW ARE SEPARATE EXCEPTIONS, SO A HOLDER MAY
      *    BE LISTED UNDER BOTH.
           B2000-JUDGE-HOLDER.
               ADD 1 TO WS-HOLDER-COUNT
               MOVE WS-HOLDER-CUST TO CU-CUSTOMER-NO
               READ CUST-FILE
                   INVALID KEY
                       ADD 1 TO WS-ORPHAN-HOLDER-COUNT
                       DISPLAY "WARNING: CUSTOMER " WS-HOLDER-CUST
                           " HOLDS ACCOUNT " WS-HOLDER-ACCT
                           " BUT IS NOT ON CUSTMST"
               END-READ
               IF NOT WS-CUST-NOT-FOUND
                   IF CU-ID-EXPIRY-DATE = ZEROES
                       MOVE 4 TO SR-CATEGORY
                       MOVE ZEROES TO SR-DAYS
                       MOVE 'N' TO SR-LAPSED-FLAG
                       PERFORM B2500-RELEASE-ONE-LINE
                   ELSE
                       PERFORM B2100-JUDGE-ID-EXPIRY
                   END-IF
                   IF CU-KYC-REVIEW-DATE NOT = ZEROES
                       AND CU-KYC-REVIEW-DATE < WS-RUN-DATE
                       PERFORM B2200-JUDGE-REVIEW-DATE
                   END-IF
               END-IF.

           B2100-JUDGE-ID-EXPIRY.
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CU-ID-EXPIRY-DATE)
               COMPUTE WS-DAYS-APART =
                   WS-DATE-INTEGER - WS-RUN-INTEGER
               IF WS-DAYS-APART < ZEROES
                   MOVE 1 TO SR-CATEGORY
                   COMPUTE SR-DAYS = ZEROES - WS-DAYS-APART
                   PERFORM B2300-SET-LAPSED-FLAG
                   PERFORM B2500-RELEASE-ONE-LINE
               ELSE IF WS-DAYS-APART NOT > WS-KYC-WARN-DAYS
                   MOVE 2 TO SR-CATEGORY
                   MOVE WS-DAYS-APART TO SR-DAYS
                   MOVE 'N' TO SR-LAPSED-FLAG
                   PERFORM B2500-RELEASE-ONE-LINE
               END-IF.

           B2200-JUDGE-REVIEW-DATE.
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CU-KYC-REVIEW-DATE)
               MOVE 3 TO SR-CATEGORY
               COMPUTE SR-DAYS = WS-RUN-INTEGER - WS-DATE-INTEGER
               PERFORM B2300-SET-LAPSED-FLAG
               PERFORM B2500-RELEASE-ONE-LINE.

      *    PAST THE GRACE PERIOD IS THE POINT EXIST-CUST STOPS MONEY
      *    GOING OUT -- THE SAME TEST IT APPLIES AT THE COUNTER.
           B2300-SET-LAPSED-FLAG.
               IF SR-DAYS > WS-KYC-GRACE-DAYS
                   SET SR-LAPSED TO TRUE
               ELSE
                   MOVE 'N' TO SR-LAPSED-FLAG
               END-IF.

           B2500-RELEASE-ONE-LINE.
               MOVE AR-BRANCH-CODE     TO SR-BRANCH
               MOVE CU-CUSTOMER-NO     TO SR-CUSTOMER
               MOVE WS-HOLDER-ACCT     TO SR-ACCOUNT
               MOVE CU-LNAME           TO SR-LNAME
               MOVE CU-ID-DOC-TYPE     TO SR-ID-DOC-TYPE
               MOVE CU-ID-EXPIRY-DATE  TO SR-EXPIRY-DATE
               MOVE CU-KYC-REVIEW-DATE TO SR-REVIEW-DATE
               MOVE CU-RISK-RATING     TO SR-RISK-RATING
               RELEASE SR-SORT-RECORD.

      ******************************************************************
      * SORT OUTPUT: BRANCH AND EXCEPTION HEADINGS, ONE LINE PER
      * CUSTOMER PER EXCEPTION, AND A COUNT AT EACH BRANCH BREAK.
      ******************************************************************
           B3000-PRINT-EXCEPTIONS.
               MOVE 'N' TO WS-SORT-EOF-SW
               MOVE 99 TO WS-PREV-BRANCH
               MOVE ZEROES TO WS-PREV-CATEGORY
               MOVE ZEROES TO WS-PREV-CUSTOMER
               MOVE ZEROES TO WS-BRANCH-LINES
               MOVE ZEROES TO WS-BRANCH-LAPSED
               PERFORM B3100-RETURN-NEXT-LINE
               IF WS-SORT-EOF
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE "NO KYC EXCEPTIONS" TO RPT-LINE
                   WRITE RPT-LINE
               ELSE
                   PERFORM B3200-PRINT-ONE-LINE
                       UNTIL WS-SORT-EOF
                   PERFORM B3500-PRINT-BRANCH-TOTALS
               END-IF.

           B3100-RETURN-NEXT-LINE.
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
               END-RETURN.

           B3200-PRINT-ONE-LINE.
               IF SR-BRANCH NOT = WS-PREV-BRANCH
                   IF WS-PREV-BRANCH NOT = 99
                       PERFORM B3500-PRINT-BRANCH-TOTALS
                   END-IF
                   PERFORM B3300-PRINT-BRANCH-HEADING
               END-IF
               IF SR-CATEGORY NOT = WS-PREV-CATEGORY
                   PERFORM B3350-PRINT-CATEGORY-HEADING
               END-IF
               IF SR-CUSTOMER NOT = WS-PREV-CUSTOMER
                   PERFORM B3400-PRINT-DETAIL
               END-IF
               PERFORM B3100-RETURN-NEXT-LINE.

           B3300-PRINT-BRANCH-HEADING.
               MOVE SR-BRANCH TO WS-PREV-BRANCH
               MOVE ZEROES TO WS-PREV-CATEGORY
               MOVE ZEROES TO WS-BRANCH-LINES
               MOVE ZEROES TO WS-BRANCH-LAPSED
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SR-BRANCH TO WS-RB-BRANCH
               MOVE WS-RPT-BRANCH-LINE TO RPT-LINE
               WRITE RPT-LINE.

           B3350-PRINT-CATEGORY-HEADING.
               MOVE SR-CATEGORY TO WS-PREV-CATEGORY
               MOVE ZEROES TO WS-PREV-CUSTOMER
               MOVE WS-CATEGORY-NAME(SR-CATEGORY) TO WS-RC-NAME
               MOVE WS-RPT-CATEGORY-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-RPT-COLUMN-LINE TO RPT-LINE
               WRITE RPT-LINE.

           B3400-PRINT-DETAIL.
               MOVE SR-CUSTOMER TO WS-PREV-CUSTOMER
               MOVE SR-CUSTOMER    TO WS-RD-CUSTOMER
               MOVE SR-ACCOUNT     TO WS-RD-ACCOUNT
               MOVE SR-LNAME       TO WS-RD-LNAME
               MOVE SR-ID-DOC-TYPE TO WS-RD-ID-DOC-TYPE
               MOVE SR-EXPIRY-DATE TO WS-RD-EXPIRY-DATE
               MOVE SR-REVIEW-DATE TO WS-RD-REVIEW-DATE
               MOVE SR-RISK-RATING TO WS-RD-RISK-RATING
               MOVE SR-DAYS        TO WS-RD-DAYS
               IF SR-LAPSED
                   MOVE "LAPSED" TO WS-RD-LAPSED
                   ADD 1 TO WS-BRANCH-LAPSED
                   ADD 1 TO WS-LAPSED-COUNT
               ELSE
                   MOVE SPACES TO WS-RD-LAPSED
               END-IF
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-BRANCH-LINES
               EVALUATE TRUE
                   WHEN SR-ID-EXPIRED
                       ADD 1 TO WS-EXPIRED-COUNT
                   WHEN SR-ID-EXPIRING
                       ADD 1 TO WS-EXPIRING-COUNT
                   WHEN SR-REVIEW-OVERDUE
                       ADD 1 TO WS-OVERDUE-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-NO-DETAILS-COUNT
               END-EVALUATE.

           B3500-PRINT-BRANCH-TOTALS.
               MOVE "EXCEPTIONS AT THIS BRANCH" TO WS-RS-LABEL
               MOVE WS-BRANCH-LINES TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "OF WHICH LAPSED" TO WS-RS-LABEL
               MOVE WS-BRANCH-LAPSED TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE.

           A5000-PRINT-SUMMARY.
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "KYC REVIEW RUN SUMMARY" TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ACCOUNTS REVIEWED" TO WS-RS-LABEL
               MOVE WS-ACCT-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "HOLDERS JUDGED" TO WS-RS-LABEL
               MOVE WS-HOLDER-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ID DOCUMENTS EXPIRED" TO WS-RS-LABEL
               MOVE WS-EXPIRED-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ID DOCUMENTS EXPIRING SOON" TO WS-RS-LABEL
               MOVE WS-EXPIRING-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "REVIEWS OVERDUE" TO WS-RS-LABEL
               MOVE WS-OVERDUE-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "NO KYC DETAILS ON FILE" TO WS-RS-LABEL
               MOVE WS-NO-DETAILS-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "LAPSED PAST THE GRACE PERIOD" TO WS-RS-LABEL
               MOVE WS-LAPSED-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "HOLDERS NOT ON CUSTMST" TO WS-RS-LABEL
               MOVE WS-ORPHAN-HOLDER-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "KYC REVIEW COMPLETE, " WS-EXPIRED-COUNT
                   " EXPIRED, " WS-EXPIRING-COUNT " EXPIRING, "
                   WS-OVERDUE-COUNT " OVERDUE, " WS-LAPSED-COUNT
                   " LAPSED".

           A9000-CLOSE-FILES.
               CLOSE ACCT-FILE
               IF NOT WS-CUST-FILE-MISSING
                   CLOSE CUST-FILE
               END-IF
               IF NOT WS-LINK-FILE-MISSING
                   CLOSE LINK-FILE
               END-IF
               CLOSE RPT-FILE.

       END PROGRAM KYC-REV.
