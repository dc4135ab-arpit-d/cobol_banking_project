      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: NIGHTLY CUSTOMER NOTICE EXTRACT. PICKS UP THE EVENTS
      *          THE CUSTOMER MUST BE TOLD ABOUT AND WRITES ONE
      *          CORRESPONDENCE RECORD PER HOLDER -- THE PRIMARY
      *          HOLDER ON AR-CUSTOMER-NO AND EVERY JOINT HOLDER ON
      *          ACCTLINK, NAMED AND ADDRESSED FROM CUSTMST -- TO THE
      *          FIXED-LAYOUT NOTICES FILE FOR THE PRINT/MAIL VENDOR,
      *          WRAPPED IN A HEADER AND A TRAILER WITH THE RECORD
      *          COUNT AND AMOUNT HASH. THE EVENTS ARE:
      *            TM  A TERM DEPOSIT MATURING WITHIN THE NEXT 14
      *                DAYS OF THE BUSINESS DATE (ADVANCE NOTICE)
      *            LA  A LOAN COLLECTION LOAN-COLL COULD NOT MAKE
      *            DM  AN ACCOUNT DORM-FLAG HAS FLAGGED DORMANT
      *            OD  AN ACCOUNT OVERDRAWN PAST ITS AR-OD-LIMIT
      *            PR  AN INBOUND CREDIT PAY-IN RETURNED ON PAYRTN
      *            HP  A FUNDS HOLD PLACED ON HOLDFILE
      *          EVERY NOTICE SENT IS RECORDED ON THE NTCHIST NOTICE
      *          HISTORY, SO THE SAME NOTICE NEVER GOES OUT TWICE. A
      *          RERUN ON THE SAME BUSINESS DATE REBUILDS THE DAY'S
      *          NOTICES FILE IN FULL -- THE NOTICES ALREADY RECORDED
      *          FOR THE DAY ARE WRITTEN AGAIN, NOT SENT AGAIN. A RUN
      *          REPORT GOES TO NOTICERPT.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICE-GEN.
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

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-NO
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT RTN-FILE ASSIGN TO "PAYRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT HIST-FILE ASSIGN TO "NTCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-NOTICE-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "NOTICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "NOTICERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
           COPY ACCTREC.

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  LINK-FILE.
           COPY LNKREC.

       FD  HOLD-FILE.
           COPY HLDREC.

       FD  RTN-FILE.
       01  RT-RECORD                 PIC X(80).

       FD  HIST-FILE.
           COPY NTCREC.

       FD  NOTICE-FILE.
       01  NT-RECORD                 PIC X(200).

       FD  RPT-FILE.
       01  RPT-LINE                  PIC X(80).

       FD  SYSCTL-FILE.
           COPY SYSREC.

       WORKING-STORAGE SECTION.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-EOF            VALUE '10'.
               88 WS-ACCT-NOT-FOUND      VALUE '23'.
               88 WS-ACCT-FILE-MISSING   VALUE '35'.
           01 WS-CUST-FILE-STATUS    PIC X(02).
               88 WS-CUST-NOT-FOUND      VALUE '23'.
               88 WS-CUST-FILE-MISSING   VALUE '35'.
           01 WS-LINK-FILE-STATUS    PIC X(02).
               88 WS-LINK-EOF            VALUE '10'.
               88 WS-LINK-FILE-MISSING   VALUE '35'.
           01 WS-HOLD-FILE-STATUS    PIC X(02).
               88 WS-HOLD-EOF            VALUE '10'.
               88 WS-HOLD-FILE-MISSING   VALUE '35'.
           01 WS-RTN-FILE-STATUS     PIC X(02).
               88 WS-RTN-EOF             VALUE '10'.
               88 WS-RTN-FILE-MISSING    VALUE '35'.
           01 WS-HIST-FILE-STATUS    PIC X(02).
               88 WS-HIST-NOT-FOUND      VALUE '23'.
               88 WS-HIST-FILE-MISSING   VALUE '35'.
           01 WS-NOTICE-FILE-STATUS  PIC X(02).
           01 WS-RPT-FILE-STATUS     PIC X(02).
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.

           01 WS-RUN-DATE            PIC 9(08).
           01 WS-RUN-INTEGER         PIC 9(08).

      *    HOW FAR AHEAD A MATURING TERM DEPOSIT IS NOTIFIED, IN
      *    CALENDAR DAYS FROM THE BUSINESS DATE, AND THE LAST
      *    MATURITY DATE THAT FALLS INSIDE IT.
           01 WS-TD-NOTICE-DAYS      PIC 9(03) VALUE 14.
           01 WS-TD-WINDOW-DATE      PIC 9(08).

      *    THE NOTICE TYPES, IN THE ORDER THE RUN SUMMARY PRINTS
      *    THEM. THE CODES MATCH THE 88 VALUES ON NH-NOTICE-TYPE.
           01 WS-NOTICE-TYPE-LIST.
               05 FILLER              PIC X(32)
                   VALUE "TMTERM DEPOSIT MATURING".
               05 FILLER              PIC X(32)
                   VALUE "LALOAN COLLECTION MISSED".
               05 FILLER              PIC X(32)
                   VALUE "DMACCOUNT NOW DORMANT".
               05 FILLER              PIC X(32)
                   VALUE "ODOVER THE ARRANGED LIMIT".
               05 FILLER              PIC X(32)
                   VALUE "PRINBOUND PAYMENT RETURNED".
               05 FILLER              PIC X(32)
                   VALUE "HPFUNDS HOLD PLACED".
           01 WS-NOTICE-TYPE-TABLE REDEFINES WS-NOTICE-TYPE-LIST.
               02 WS-NOTICE-TYPE-ENTRY OCCURS 6 TIMES.
                   05 WS-NOTICE-TYPE-CODE PIC X(02).
                   05 WS-NOTICE-TYPE-NAME PIC X(30).
           01 WS-NOTICE-COUNTS.
               02 WS-NOTICE-COUNT OCCURS 6 TIMES PIC 9(06).
           01 WS-TYPE-COUNT          PIC 9(02) VALUE 6.
           01 WS-TYPE-IDX            PIC 9(02).
           01 WS-TM-IDX              PIC 9(02) VALUE 1.
           01 WS-LA-IDX              PIC 9(02) VALUE 2.
           01 WS-DM-IDX              PIC 9(02) VALUE 3.
           01 WS-OD-IDX              PIC 9(02) VALUE 4.
           01 WS-PR-IDX              PIC 9(02) VALUE 5.
           01 WS-HP-IDX              PIC 9(02) VALUE 6.

      *    THE EVENT BEING NOTIFIED, SET UP BY THE EVENT PARAGRAPH
      *    BEFORE C1000-ISSUE-NOTICE. THE ACCOUNT RECORD IS THE ONE
      *    THE NOTICE IS ABOUT.
           01 WS-EVENT-REF           PIC X(24).
           01 WS-EVENT-DATE          PIC 9(08).
           01 WS-EVENT-AMOUNT        PIC 9(10)V99.
           01 WS-EVENT-TEXT          PIC X(30).
           01 WS-SEND-SW             PIC X(01).
               88 WS-SEND-NOTICE         VALUE 'Y'.
           01 WS-NEW-NOTICE-SW       PIC X(01).
               88 WS-NEW-NOTICE          VALUE 'Y'.
           01 WS-HOLDER-ACCT         PIC 9(08).
           01 WS-HOLDER-CUST         PIC 9(08).
           01 WS-HOLDER-ROLE         PIC X(01).
           01 WS-HOLDERS-WRITTEN     PIC 9(02).

           01 WS-OVER-LIMIT-AMT      PIC S9(09)V99.
           01 WS-ARREARS-DISP        PIC ZZ9.
           01 WS-HOLD-NO-DISP        PIC 9(06).

           01 WS-ACCT-COUNT          PIC 9(06) VALUE ZEROES.
           01 WS-LETTER-COUNT        PIC 9(06) VALUE ZEROES.
           01 WS-REISSUED-COUNT      PIC 9(06) VALUE ZEROES.
           01 WS-ALREADY-SENT-COUNT  PIC 9(06) VALUE ZEROES.
           01 WS-REARMED-COUNT       PIC 9(06) VALUE ZEROES.
           01 WS-NO-ACCOUNT-COUNT    PIC 9(06) VALUE ZEROES.
           01 WS-ORPHAN-HOLDER-COUNT PIC 9(06) VALUE ZEROES.
           01 WS-HASH-AMOUNT         PIC 9(14)V99 VALUE ZEROES.

      *    THE AGREED VENDOR LAYOUT, ONE VIEW PER RECORD TYPE, THE
      *    SAME SHAPE AS THE OTHER FILES THE BANK SENDS OUT. THE
      *    EVENT DATE IS THE MATURITY DATE FOR TM, THE RETURNS FILE
      *    DATE FOR PR, THE HOLD'S EXPIRY DATE FOR HP AND THE
      *    BUSINESS DATE OTHERWISE. THE AMOUNT IS THE DEPOSIT
      *    PRINCIPAL, THE MISSED REPAYMENT, THE AMOUNT OVER THE
      *    LIMIT, THE RETURNED CREDIT OR THE HOLD AMOUNT (ZERO FOR
      *    A DORMANT ACCOUNT).
           01 WS-NT-HEADER.
               05 WS-NH-RECORD-TYPE   PIC X(01) VALUE '1'.
               05 WS-NH-RUN-DATE      PIC 9(08).
               05 WS-NH-SYSTEM-ID     PIC X(08) VALUE "BANKCORE".

           01 WS-NT-DETAIL.
               05 WS-ND-RECORD-TYPE   PIC X(01) VALUE '2'.
               05 WS-ND-NOTICE-TYPE   PIC X(02).
               05 WS-ND-NOTICE-DATE   PIC 9(08).
               05 WS-ND-BANK-ACCOUNT  PIC 9(08).
               05 WS-ND-BRANCH-CODE   PIC 9(02).
               05 WS-ND-ACCT-TYPE     PIC X(01).
               05 WS-ND-CUSTOMER-NO   PIC 9(08).
               05 WS-ND-HOLDER-ROLE   PIC X(01).
               05 WS-ND-FNAME         PIC X(20).
               05 WS-ND-LNAME         PIC X(30).
               05 WS-ND-ADDRESS       PIC X(60).
               05 WS-ND-EVENT-DATE    PIC 9(08).
               05 WS-ND-AMOUNT        PIC 9(10)V99.
               05 WS-ND-DETAIL-TEXT   PIC X(30).
               05 FILLER              PIC X(09) VALUE SPACES.

           01 WS-NT-TRAILER.
               05 WS-NT-RECORD-TYPE   PIC X(01) VALUE '3'.
               05 WS-NT-DETAIL-COUNT  PIC 9(06).
               05 WS-NT-HASH-AMOUNT   PIC 9(14)V99.

      *    THE PAYRTN LAYOUT PAY-IN WRITES.
           01 WS-RT-DETAIL.
               05 WS-RD-RECORD-TYPE   PIC X(01).
                   88 WS-RD-HEADER        VALUE '1'.
                   88 WS-RD-DETAIL        VALUE '2'.
               05 WS-RD-BANK-ACCOUNT  PIC 9(08).
               05 WS-RD-AMOUNT        PIC 9(10)V99.
               05 WS-RD-REFERENCE     PIC X(16).
               05 WS-RD-REASON-CODE   PIC X(03).
           01 WS-RT-HEADER REDEFINES WS-RT-DETAIL.
               05 FILLER              PIC X(01).
               05 WS-RH-RUN-DATE      PIC 9(08).
               05 FILLER              PIC X(31).
           01 WS-RTN-FILE-DATE       PIC 9(08) VALUE ZEROES.

           01 WS-RPT-HDR-LINE.
               05 FILLER              PIC X(30)
                   VALUE "CUSTOMER NOTICES AS AT ".
               05 WS-RH-DATE          PIC 9(08).

           01 WS-RPT-DETAIL.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RP-TYPE          PIC X(02).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RP-ACCOUNT       PIC 9(08).
               05 FILLER              PIC X(04) VALUE " BR ".
               05 WS-RP-BRANCH        PIC 9(02).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RP-REF           PIC X(24).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RP-HOLDERS       PIC Z9.
               05 FILLER              PIC X(09) VALUE " HOLDERS ".
               05 WS-RP-REISSUED      PIC X(08).

           01 WS-RPT-SUMMARY.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-RS-LABEL         PIC X(34).
               05 WS-RS-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0100-OPEN-FILES.
           IF WS-ACCT-FILE-MISSING OR WS-CUST-FILE-MISSING
               DISPLAY "NO ACCOUNT OR CUSTOMER MASTER ON HAND, NO "
                   "NOTICES CAN BE ADDRESSED"
               MOVE "NO ACCOUNT OR CUSTOMER MASTER ON HAND" TO RPT-LINE
               WRITE RPT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM B1000-SCAN-ACCOUNTS
               PERFORM B3000-SCAN-HOLDS
               PERFORM B4000-SCAN-RETURNS
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
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               COMPUTE WS-TD-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-RUN-INTEGER + WS-TD-NOTICE-DAYS).

      *    THE NOTICES FILE IS THE DAY'S FILE FOR THE VENDOR AND IS
      *    BUILT AFRESH ON EVERY RUN; NTCHIST IS WHAT CARRIES OVER.
           A0100-OPEN-FILES.
               OPEN INPUT ACCT-FILE
               OPEN INPUT CUST-FILE
               OPEN INPUT LINK-FILE
               OPEN INPUT HOLD-FILE
               OPEN INPUT RTN-FILE
               OPEN I-O HIST-FILE
               IF WS-HIST-FILE-MISSING
                   OPEN OUTPUT HIST-FILE
                   CLOSE HIST-FILE
                   OPEN I-O HIST-FILE
               END-IF
               MOVE ZEROES TO WS-NOTICE-COUNTS
               OPEN OUTPUT NOTICE-FILE
               MOVE WS-RUN-DATE TO WS-NH-RUN-DATE
               MOVE WS-NT-HEADER TO NT-RECORD
               WRITE NT-RECORD
               OPEN OUTPUT RPT-FILE
               MOVE WS-RUN-DATE TO WS-RH-DATE
               MOVE WS-RPT-HDR-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE.

      ******************************************************************
      * ACCOUNT EVENTS: MATURING DEPOSITS, LOANS IN ARREARS, DORMANT
      * ACCOUNTS AND ACCOUNTS OVER THEIR LIMIT, ALL JUDGED FROM THE
      * ACCOUNT RECORD AS IT STANDS ON THE BUSINESS DATE.
      ******************************************************************
           B1000-SCAN-ACCOUNTS.
               MOVE ZEROES TO AR-BANK-ACCOUNT
               START ACCT-FILE KEY NOT LESS THAN AR-BANK-ACCOUNT
                   INVALID KEY
                       SET WS-ACCT-EOF TO TRUE
               END-START
               IF NOT WS-ACCT-EOF
                   PERFORM B1050-READ-NEXT-ACCOUNT
                   PERFORM B1100-JUDGE-ONE-ACCOUNT
                       UNTIL WS-ACCT-EOF
               END-IF.

           B1050-READ-NEXT-ACCOUNT.
               READ ACCT-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           B1100-JUDGE-ONE-ACCOUNT.
               IF NOT AR-CLOSED AND NOT AR-WRITTEN-OFF
                   ADD 1 TO WS-ACCT-COUNT
                   EVALUATE TRUE
                       WHEN AR-TERM-DEP
                           PERFORM B1200-JUDGE-TERM-DEPOSIT
                       WHEN AR-LOAN
                           PERFORM B1300-JUDGE-LOAN
                       WHEN OTHER
                           PERFORM B1400-JUDGE-DORMANT
                           PERFORM B1500-JUDGE-OVER-LIMIT
                   END-EVALUATE
               END-IF
               PERFORM B1050-READ-NEXT-ACCOUNT.

      *    ADVANCE NOTICE, ONCE, AS SOON AS THE MATURITY DATE COMES
      *    INSIDE THE WINDOW -- A NIGHT THE CHAIN DID NOT RUN DOES
      *    NOT LOSE THE NOTICE.
           B1200-JUDGE-TERM-DEPOSIT.
               IF AR-TD-MATURITY-DATE > WS-RUN-DATE
                   AND AR-TD-MATURITY-DATE NOT > WS-TD-WINDOW-DATE
                   MOVE WS-TM-IDX           TO WS-TYPE-IDX
                   MOVE AR-TD-MATURITY-DATE TO WS-EVENT-REF
                   MOVE AR-TD-MATURITY-DATE TO WS-EVENT-DATE
                   MOVE AR-TD-PRINCIPAL     TO WS-EVENT-AMOUNT
                   MOVE SPACES              TO WS-EVENT-TEXT
                   STRING "PROCEEDS TO ACCOUNT " AR-TD-LINKED-ACCT
                       DELIMITED BY SIZE INTO WS-EVENT-TEXT
                   PERFORM C1000-ISSUE-NOTICE
               END-IF.

      *    LOAN-COLL ADDS ONE TO THE ARREARS COUNT FOR EVERY
      *    COLLECTION IT COULD NOT MAKE, SO EACH NEW COUNT IS A NEW
      *    MISSED COLLECTION TO TELL THE BORROWER ABOUT.
           B1300-JUDGE-LOAN.
               IF AR-ACTIVE AND AR-LN-ARREARS-COUNT > ZEROES
                   MOVE WS-LA-IDX           TO WS-TYPE-IDX
                   MOVE AR-LN-ARREARS-COUNT TO WS-EVENT-REF
                   MOVE WS-RUN-DATE         TO WS-EVENT-DATE
                   MOVE AR-LN-REPAY-AMT     TO WS-EVENT-AMOUNT
                   MOVE AR-LN-ARREARS-COUNT TO WS-ARREARS-DISP
                   MOVE SPACES              TO WS-EVENT-TEXT
                   STRING "COLLECTIONS MISSED " WS-ARREARS-DISP
                       DELIMITED BY SIZE INTO WS-EVENT-TEXT
                   PERFORM C1000-ISSUE-NOTICE
               END-IF.

           B1400-JUDGE-DORMANT.
               MOVE WS-DM-IDX TO WS-TYPE-IDX
               MOVE SPACES    TO WS-EVENT-REF
               IF AR-DORMANT
                   MOVE WS-RUN-DATE TO WS-EVENT-DATE
                   MOVE ZEROES      TO WS-EVENT-AMOUNT
                   MOVE "NO ACTIVITY, ACCOUNT DORMANT"
                       TO WS-EVENT-TEXT
                   PERFORM C1000-ISSUE-NOTICE
               ELSE
                   PERFORM C2000-REARM-NOTICE
               END-IF.

           B1500-JUDGE-OVER-LIMIT.
               MOVE WS-OD-IDX TO WS-TYPE-IDX
               MOVE SPACES    TO WS-EVENT-REF
               COMPUTE WS-OVER-LIMIT-AMT =
                   ZEROES - AR-BALANCE - AR-OD-LIMIT
               IF WS-OVER-LIMIT-AMT > ZEROES
                   MOVE WS-RUN-DATE       TO WS-EVENT-DATE
                   MOVE WS-OVER-LIMIT-AMT TO WS-EVENT-AMOUNT
                   MOVE "OVER THE ARRANGED OVERDRAFT"
                       TO WS-EVENT-TEXT
                   PERFORM C1000-ISSUE-NOTICE
               ELSE
                   PERFORM C2000-REARM-NOTICE
               END-IF.

      ******************************************************************
      * HOLD EVENTS: EVERY ACTIVE HOLD PLACED UP TO THE BUSINESS DATE
      * THAT THE HOLDERS HAVE NOT YET BEEN TOLD ABOUT. A HOLD ALREADY
      * RELEASED OR EXPIRED BY THE TIME THE CHAIN RUNS NEEDS NO
      * NOTICE.
      ******************************************************************
           B3000-SCAN-HOLDS.
               IF NOT WS-HOLD-FILE-MISSING
                   MOVE ZEROES TO HD-HOLD-NO
                   START HOLD-FILE KEY NOT LESS THAN HD-HOLD-NO
                       INVALID KEY
                           SET WS-HOLD-EOF TO TRUE
                   END-START
                   IF NOT WS-HOLD-EOF
                       PERFORM B3050-READ-NEXT-HOLD
                       PERFORM B3100-JUDGE-ONE-HOLD
                           UNTIL WS-HOLD-EOF
                   END-IF
               END-IF.

           B3050-READ-NEXT-HOLD.
               READ HOLD-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           B3100-JUDGE-ONE-HOLD.
               IF HD-ACTIVE AND HD-PLACED-DATE NOT > WS-RUN-DATE
                   MOVE HD-BANK-ACCOUNT TO AR-BANK-ACCOUNT
                   PERFORM B5000-READ-EVENT-ACCOUNT
                   IF NOT WS-ACCT-NOT-FOUND
                       MOVE WS-HP-IDX      TO WS-TYPE-IDX
                       MOVE HD-HOLD-NO     TO WS-HOLD-NO-DISP
                       MOVE WS-HOLD-NO-DISP TO WS-EVENT-REF
                       MOVE HD-EXPIRY-DATE TO WS-EVENT-DATE
                       MOVE HD-AMOUNT      TO WS-EVENT-AMOUNT
                       MOVE HD-REASON      TO WS-EVENT-TEXT
                       PERFORM C1000-ISSUE-NOTICE
                   END-IF
               END-IF
               PERFORM B3050-READ-NEXT-HOLD.

      ******************************************************************
      * RETURNED PAYMENT EVENTS: THE DETAILS ON THE PAYRTN RETURNS
      * FILE PAY-IN LAST WROTE. A CREDIT RETURNED BECAUSE ITS
      * ACCOUNT IS NOT ON FILE HAS NOBODY TO TELL.
      ******************************************************************
           B4000-SCAN-RETURNS.
               IF NOT WS-RTN-FILE-MISSING
                   PERFORM B4050-READ-NEXT-RETURN
                   PERFORM B4100-JUDGE-ONE-RETURN
                       UNTIL WS-RTN-EOF
               END-IF.

           B4050-READ-NEXT-RETURN.
               READ RTN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RT-RECORD TO WS-RT-DETAIL
               END-READ.

           B4100-JUDGE-ONE-RETURN.
               EVALUATE TRUE
                   WHEN WS-RD-HEADER
                       MOVE WS-RH-RUN-DATE TO WS-RTN-FILE-DATE
                   WHEN WS-RD-DETAIL
                       MOVE WS-RD-BANK-ACCOUNT TO AR-BANK-ACCOUNT
                       PERFORM B5000-READ-EVENT-ACCOUNT
                       IF NOT WS-ACCT-NOT-FOUND
                           MOVE WS-PR-IDX          TO WS-TYPE-IDX
                           MOVE SPACES             TO WS-EVENT-REF
                           STRING WS-RTN-FILE-DATE WS-RD-REFERENCE
                               DELIMITED BY SIZE INTO WS-EVENT-REF
                           MOVE WS-RTN-FILE-DATE   TO WS-EVENT-DATE
                           MOVE WS-RD-AMOUNT       TO WS-EVENT-AMOUNT
                           MOVE SPACES             TO WS-EVENT-TEXT
                           STRING WS-RD-REASON-CODE " " WS-RD-REFERENCE
                               DELIMITED BY SIZE INTO WS-EVENT-TEXT
                           PERFORM C1000-ISSUE-NOTICE
                       END-IF
               END-EVALUATE
               PERFORM B4050-READ-NEXT-RETURN.

           B5000-READ-EVENT-ACCOUNT.
               READ ACCT-FILE
                   INVALID KEY
                       ADD 1 TO WS-NO-ACCOUNT-COUNT
               END-READ.

      ******************************************************************
      * ONE NOTICE: LOOKED UP ON NTCHIST FIRST. NOT THERE IS A NEW
      * NOTICE, SENT TO EVERY HOLDER AND RECORDED. THERE WITH TODAY'S
      * DATE IS A NOTICE THIS BUSINESS DATE HAS ALREADY SENT -- A
      * RERUN WRITES IT AGAIN TO THE REBUILT FILE. THERE WITH AN
      * EARLIER DATE HAS GONE OUT BEFORE AND IS NOT SENT AGAIN.
      ******************************************************************
           C1000-ISSUE-NOTICE.
               MOVE 'N' TO WS-SEND-SW
               MOVE 'N' TO WS-NEW-NOTICE-SW
               MOVE AR-BANK-ACCOUNT TO NH-BANK-ACCOUNT
               MOVE WS-NOTICE-TYPE-CODE(WS-TYPE-IDX) TO NH-NOTICE-TYPE
               MOVE WS-EVENT-REF    TO NH-EVENT-REF
               READ HIST-FILE
                   INVALID KEY
                       SET WS-SEND-NOTICE TO TRUE
                       SET WS-NEW-NOTICE  TO TRUE
                   NOT INVALID KEY
                       IF NH-SENT-DATE = WS-RUN-DATE
                           SET WS-SEND-NOTICE TO TRUE
                           ADD 1 TO WS-REISSUED-COUNT
                       ELSE
                           ADD 1 TO WS-ALREADY-SENT-COUNT
                       END-IF
               END-READ
               IF WS-SEND-NOTICE
                   MOVE ZEROES TO WS-HOLDERS-WRITTEN
                   MOVE AR-BANK-ACCOUNT TO WS-HOLDER-ACCT
                   MOVE AR-CUSTOMER-NO  TO WS-HOLDER-CUST
                   MOVE 'P'             TO WS-HOLDER-ROLE
                   PERFORM C1200-WRITE-LETTER
                   IF NOT WS-LINK-FILE-MISSING
                       PERFORM C1100-ADDRESS-JOINT-HOLDERS
                   END-IF
                   ADD 1 TO WS-NOTICE-COUNT(WS-TYPE-IDX)
                   PERFORM C1500-WRITE-REPORT-LINE
                   IF WS-NEW-NOTICE
                       PERFORM C1400-RECORD-NOTICE
                   END-IF
               END-IF.

           C1100-ADDRESS-JOINT-HOLDERS.
               MOVE WS-HOLDER-ACCT TO AL-BANK-ACCOUNT
               MOVE ZEROES         TO AL-CUSTOMER-NO
               START LINK-FILE KEY NOT LESS THAN AL-LINK-KEY
                   INVALID KEY
                       SET WS-LINK-EOF TO TRUE
               END-START
               IF NOT WS-LINK-EOF
                   PERFORM C1150-READ-NEXT-LINK
                   PERFORM C1160-ADDRESS-ONE-JOINT
                       UNTIL WS-LINK-EOF
                           OR AL-BANK-ACCOUNT NOT = WS-HOLDER-ACCT
               END-IF.

           C1150-READ-NEXT-LINK.
               READ LINK-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           C1160-ADDRESS-ONE-JOINT.
               IF AL-JOINT-HOLDER
                   MOVE AL-CUSTOMER-NO TO WS-HOLDER-CUST
                   MOVE 'J'            TO WS-HOLDER-ROLE
                   PERFORM C1200-WRITE-LETTER
               END-IF
               PERFORM C1150-READ-NEXT-LINK.

           C1200-WRITE-LETTER.
               MOVE WS-HOLDER-CUST TO CU-CUSTOMER-NO
               READ CUST-FILE
                   INVALID KEY
                       ADD 1 TO WS-ORPHAN-HOLDER-COUNT
                       DISPLAY "WARNING: CUSTOMER " WS-HOLDER-CUST
                           " HOLDS ACCOUNT " WS-HOLDER-ACCT
                           " BUT IS NOT ON CUSTMST, NO NOTICE SENT"
               END-READ
               IF NOT WS-CUST-NOT-FOUND
                   MOVE WS-NOTICE-TYPE-CODE(WS-TYPE-IDX)
                       TO WS-ND-NOTICE-TYPE
                   MOVE WS-RUN-DATE     TO WS-ND-NOTICE-DATE
                   MOVE AR-BANK-ACCOUNT TO WS-ND-BANK-ACCOUNT
                   MOVE AR-BRANCH-CODE  TO WS-ND-BRANCH-CODE
                   MOVE AR-ACCT-TYPE    TO WS-ND-ACCT-TYPE
                   MOVE CU-CUSTOMER-NO  TO WS-ND-CUSTOMER-NO
                   MOVE WS-HOLDER-ROLE  TO WS-ND-HOLDER-ROLE
                   MOVE CU-FNAME        TO WS-ND-FNAME
                   MOVE CU-LNAME        TO WS-ND-LNAME
                   MOVE CU-ADDRESS      TO WS-ND-ADDRESS
                   MOVE WS-EVENT-DATE   TO WS-ND-EVENT-DATE
                   MOVE WS-EVENT-AMOUNT TO WS-ND-AMOUNT
                   MOVE WS-EVENT-TEXT   TO WS-ND-DETAIL-TEXT
                   MOVE WS-NT-DETAIL TO NT-RECORD
                   WRITE NT-RECORD
                   ADD 1 TO WS-LETTER-COUNT
                   ADD 1 TO WS-HOLDERS-WRITTEN
                   ADD WS-EVENT-AMOUNT TO WS-HASH-AMOUNT
               END-IF.

           C1400-RECORD-NOTICE.
               MOVE AR-BANK-ACCOUNT TO NH-BANK-ACCOUNT
               MOVE WS-NOTICE-TYPE-CODE(WS-TYPE-IDX) TO NH-NOTICE-TYPE
               MOVE WS-EVENT-REF       TO NH-EVENT-REF
               MOVE WS-RUN-DATE        TO NH-SENT-DATE
               MOVE WS-HOLDERS-WRITTEN TO NH-HOLDER-COUNT
               WRITE NH-NOTICE-HIST-RECORD
                   INVALID KEY
                       DISPLAY "NOTICE HISTORY WRITE FAILED FOR "
                           "ACCOUNT " AR-BANK-ACCOUNT " TYPE "
                           NH-NOTICE-TYPE
               END-WRITE.

           C1500-WRITE-REPORT-LINE.
               MOVE WS-NOTICE-TYPE-CODE(WS-TYPE-IDX) TO WS-RP-TYPE
               MOVE AR-BANK-ACCOUNT    TO WS-RP-ACCOUNT
               MOVE AR-BRANCH-CODE     TO WS-RP-BRANCH
               MOVE WS-EVENT-REF       TO WS-RP-REF
               MOVE WS-HOLDERS-WRITTEN TO WS-RP-HOLDERS
               IF WS-NEW-NOTICE
                   MOVE SPACES TO WS-RP-REISSUED
               ELSE
                   MOVE "REISSUED" TO WS-RP-REISSUED
               END-IF
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE.

      *    A STANDING CONDITION THAT HAS CLEARED -- THE ACCOUNT IS NO
      *    LONGER DORMANT, OR IS BACK WITHIN ITS LIMIT. ITS HISTORY
      *    RECORD GOES, SO THE NEXT TIME IT HAPPENS IS A NEW NOTICE.
           C2000-REARM-NOTICE.
               MOVE AR-BANK-ACCOUNT TO NH-BANK-ACCOUNT
               MOVE WS-NOTICE-TYPE-CODE(WS-TYPE-IDX) TO NH-NOTICE-TYPE
               MOVE WS-EVENT-REF    TO NH-EVENT-REF
               DELETE HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-REARMED-COUNT
               END-DELETE.

           A5000-PRINT-SUMMARY.
               MOVE WS-LETTER-COUNT TO WS-NT-DETAIL-COUNT
               MOVE WS-HASH-AMOUNT  TO WS-NT-HASH-AMOUNT
               MOVE WS-NT-TRAILER TO NT-RECORD
               WRITE NT-RECORD
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CUSTOMER NOTICE RUN SUMMARY" TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ACCOUNTS JUDGED" TO WS-RS-LABEL
               MOVE WS-ACCT-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE ZEROES TO WS-TYPE-IDX
               PERFORM A5100-PRINT-TYPE-COUNT
                   UNTIL WS-TYPE-IDX NOT < WS-TYPE-COUNT
               MOVE "LETTERS TO THE VENDOR" TO WS-RS-LABEL
               MOVE WS-LETTER-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "OF WHICH REISSUED ON A RERUN" TO WS-RS-LABEL
               MOVE WS-REISSUED-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ALREADY SENT BEFORE, NOT SENT" TO WS-RS-LABEL
               MOVE WS-ALREADY-SENT-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CONDITIONS CLEARED, REARMED" TO WS-RS-LABEL
               MOVE WS-REARMED-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "EVENTS FOR ACCOUNTS NOT ON FILE" TO WS-RS-LABEL
               MOVE WS-NO-ACCOUNT-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "HOLDERS NOT ON CUSTMST" TO WS-RS-LABEL
               MOVE WS-ORPHAN-HOLDER-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "CUSTOMER NOTICES COMPLETE, " WS-LETTER-COUNT
                   " LETTERS FOR THE VENDOR".

           A5100-PRINT-TYPE-COUNT.
               ADD 1 TO WS-TYPE-IDX
               MOVE WS-NOTICE-TYPE-NAME(WS-TYPE-IDX) TO WS-RS-LABEL
               MOVE WS-NOTICE-COUNT(WS-TYPE-IDX) TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE.

           A9000-CLOSE-FILES.
               IF NOT WS-ACCT-FILE-MISSING
                   CLOSE ACCT-FILE
               END-IF
               IF NOT WS-CUST-FILE-MISSING
                   CLOSE CUST-FILE
               END-IF
               IF NOT WS-LINK-FILE-MISSING
                   CLOSE LINK-FILE
               END-IF
               IF NOT WS-HOLD-FILE-MISSING
                   CLOSE HOLD-FILE
               END-IF
               IF NOT WS-RTN-FILE-MISSING
                   CLOSE RTN-FILE
               END-IF
               CLOSE HIST-FILE
               CLOSE NOTICE-FILE
               CLOSE RPT-FILE.

       END PROGRAM NOTICE-GEN.
