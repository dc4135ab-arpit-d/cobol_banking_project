      * Author: ARPIT D
      * Date: 09/08/24
      * Purpose: BULK CUSTOMER ONBOARDING. READS A FLAT FILE OF NEW
      *          CUSTOMERS (NAME, INITIAL DEPOSIT, PIN, ID) AND RUNS
      *          EACH ONE THROUGH NEW-CUST-MOD IN BATCH MODE SO NO
      *          OPERATOR HAS TO SIT AND ACCEPT EVERY FIELD ONE AT A
      *          TIME.
      * Tectonics: cobc
      *
      * Modification History
      *               HERE.
      * 02/09/26  AD  NEW ACCOUNTS START WITH NO DAILY CASH LIMIT.
      *               A SUPERVISOR SETS ONE FROM EXIST-CUST.
      * 15/10/26  AD  EACH ROW NOW CARRIES THE ID DOCUMENT REFERENCE,
      *               TYPE, ISSUE AND EXPIRY DATES AND A RISK RATING,
      *               PASSED TO NEW-CUST-MOD FOR A NEW CUSTOMER. A ROW
      *               THAT CREATES A CUSTOMER IS REJECTED IF ANY OF
      *               THEM IS MISSING OR INVALID, OR THE ID HAS ALREADY
      *               EXPIRED. ROWS FOR AN EXISTING CUSTOMER NUMBER
      *               KEEP THE DETAILS ALREADY ON THE MASTER.
      * 15/10/26  AD  EACH NEW CUSTOMER IS NOW SCREENED AGAINST THE
      *               SANCTIONS WATCHLIST INSIDE NEW-CUST-MOD. A ROW
      *               HELD FOR COMPLIANCE (OR NAMING A CUSTOMER WHO IS
      *               HELD) COMES BACK WITH NO ACCOUNT NUMBER: NO
      *               ACCOUNT IS WRITTEN, THE ROW IS REPORTED AS HELD
      *               WITH ITS CUSTOMER NUMBER, AND IT IS COUNTED
      *               SEPARATELY IN THE RUN TOTALS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULK-ONBD.
           05  BF-PIN                  PIC 9(04).
           05  BF-BRANCH-CODE          PIC 9(02).
           05  BF-CUSTOMER-NO          PIC 9(08).
           05  BF-KYC-DETAILS.
               10  BF-ID-DOC           PIC X(20).
               10  BF-ID-DOC-TYPE      PIC X(02).
                   88  BF-ID-DOC-TYPE-OK   VALUE 'PP' 'NI' 'DL'.
               10  BF-ID-ISSUE-DATE    PIC 9(08).
               10  BF-ID-EXPIRY-DATE   PIC 9(08).
               10  BF-RISK-RATING      PIC X(01).
                   88  BF-RISK-RATING-OK   VALUE 'L' 'M' 'H'.

       FD  ACCT-FILE.
           COPY ACCTREC.
           01 WS-ONBOARD-MODE        PIC X(01) VALUE 'B'.
           01 WS-ONBOARD-COUNT       PIC 9(06) VALUE ZEROES.
           01 WS-REJECT-COUNT        PIC 9(06) VALUE ZEROES.
           01 WS-HELD-COUNT          PIC 9(06) VALUE ZEROES.

           01 WS-ROW-VALID           PIC X(01).
               88 WS-ROW-OK              VALUE 'Y'.
               05 WS-RPT-FNAME        PIC X(20).
               05 WS-RPT-LNAME        PIC X(30).

      *    A ROW HELD FOR SANCTIONS SCREENING HAS NO ACCOUNT, SO ITS
      *    LINE CARRIES THE CUSTOMER NUMBER FOR COMPLIANCE INSTEAD.
           01 WS-RPT-HELD.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-RPT-HELD-CUST    PIC 9(08).
               05 FILLER              PIC X(10) VALUE "  HELD    ".
               05 WS-RPT-HELD-FNAME   PIC X(20).
               05 WS-RPT-HELD-LNAME   PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
                                           WS-ONBOARD-MODE
                                           AR-BRANCH-CODE
                                           AR-CUSTOMER-NO
                                           BF-KYC-DETAILS
                   IF AR-BANK-ACCOUNT = ZEROES
                       ADD 1 TO WS-HELD-COUNT
                       PERFORM A1200-WRITE-HELD-LINE
                   ELSE
                       SET AR-ACTIVE TO TRUE
                       MOVE ZEROES TO AR-OD-LIMIT
                       MOVE ZEROES TO AR-DAILY-CASH-LIMIT
                       SET AR-DEMAND TO TRUE
                       MOVE ZEROES TO AR-TD-PRINCIPAL
                       MOVE ZEROES TO AR-TD-RATE
                       MOVE ZEROES TO AR-TD-MATURITY-DATE
                       MOVE ZEROES TO AR-TD-LINKED-ACCT
                       MOVE ZEROES TO AR-LN-RATE
                       MOVE ZEROES TO AR-LN-TERM-MONTHS
                       MOVE ZEROES TO AR-LN-REPAY-AMT
                       MOVE ZEROES TO AR-LN-DAY-OF-MONTH
                       MOVE ZEROES TO AR-LN-LINKED-ACCT
                       MOVE ZEROES TO AR-LN-ARREARS-COUNT
                       WRITE AR-ACCOUNT-RECORD
                           INVALID KEY
                               DISPLAY "ACCOUNT NUMBER ALREADY IN USE"
                           NOT INVALID KEY
                               ADD 1 TO WS-ONBOARD-COUNT
                               PERFORM A1100-WRITE-REPORT-LINE
                               PERFORM A1150-WRITE-JOURNAL-ENTRY
                       END-WRITE
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
                   DISPLAY "REJECTED ROW: INVALID BRANCH CODE FOR "
                       BF-FNAME " " BF-LNAME
                   MOVE 'N' TO WS-ROW-VALID
               ELSE IF BF-CUSTOMER-NO NOT NUMERIC
                   OR BF-CUSTOMER-NO = ZEROES
                   PERFORM A1070-VALIDATE-KYC-DETAILS
               END-IF.

      *    A ROW THAT CREATES A CUSTOMER MUST COME WITH A CURRENT ID
      *    AND A RISK RATING -- THE SAME DETAILS THE COUNTER PROMPTS
      *    FOR, AND TO THE SAME RULES.
           A1070-VALIDATE-KYC-DETAILS.
               IF BF-ID-DOC = SPACES OR NOT BF-ID-DOC-TYPE-OK
                   DISPLAY "REJECTED ROW: MISSING OR INVALID ID "
                       "DOCUMENT FOR " BF-FNAME " " BF-LNAME
                   MOVE 'N' TO WS-ROW-VALID
               ELSE IF BF-ID-ISSUE-DATE NOT NUMERIC
                   OR BF-ID-EXPIRY-DATE NOT NUMERIC
                   DISPLAY "REJECTED ROW: INVALID ID DATES FOR "
                       BF-FNAME " " BF-LNAME
                   MOVE 'N' TO WS-ROW-VALID
               ELSE IF FUNCTION TEST-DATE-YYYYMMDD(BF-ID-ISSUE-DATE)
                       NOT = ZEROES
                   OR FUNCTION TEST-DATE-YYYYMMDD(BF-ID-EXPIRY-DATE)
                       NOT = ZEROES
                   OR BF-ID-ISSUE-DATE > WS-BUSINESS-DATE
                   OR BF-ID-EXPIRY-DATE NOT > BF-ID-ISSUE-DATE
                   DISPLAY "REJECTED ROW: INVALID ID DATES FOR "
                       BF-FNAME " " BF-LNAME
                   MOVE 'N' TO WS-ROW-VALID
               ELSE IF BF-ID-EXPIRY-DATE < WS-BUSINESS-DATE
                   DISPLAY "REJECTED ROW: ID DOCUMENT HAS EXPIRED FOR "
                       BF-FNAME " " BF-LNAME
                   MOVE 'N' TO WS-ROW-VALID
               ELSE IF NOT BF-RISK-RATING-OK
                   DISPLAY "REJECTED ROW: INVALID RISK RATING FOR "
                       BF-FNAME " " BF-LNAME
                   MOVE 'N' TO WS-ROW-VALID
               END-IF.

           A1100-WRITE-REPORT-LINE.
               MOVE WS-RPT-DETAIL   TO RPT-LINE
               WRITE RPT-LINE.

           A1200-WRITE-HELD-LINE.
               MOVE AR-CUSTOMER-NO  TO WS-RPT-HELD-CUST
               MOVE BF-FNAME        TO WS-RPT-HELD-FNAME
               MOVE BF-LNAME        TO WS-RPT-HELD-LNAME
               MOVE WS-RPT-HELD     TO RPT-LINE
               WRITE RPT-LINE.

           A2000-PRINT-SUMMARY.
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE
               MOVE WS-REJECT-COUNT TO WS-RPT-ACCT
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               MOVE "TOTAL ROWS HELD FOR SANCTIONS SCREENING"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-HELD-COUNT TO WS-RPT-ACCT
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE.

           A9000-CLOSE-FILES.
