      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: LOAN WRITE-OFF AND RECOVERY. A TELLER SIGNS ON
      *          AGAINST TELLERMST. A SUPERVISOR MAY WRITE OFF AN
      *          ACTIVE LOAN THAT HAS REACHED THE NON-PERFORMING
      *          BUCKET LOAN-PROV USES (SIX OR MORE MISSED
      *          COLLECTIONS): THE OUTSTANDING DEBT IS CLEARED BY A
      *          'Z' WRITE-OFF CREDIT TO THE LOAN ON TRANFILE, SO THE
      *          JOURNAL CHAIN, JRNL-RECON AND TRIAL-BAL STILL PROVE,
      *          THE LOAN IS MARKED WRITTEN OFF ('W') SO LOAN-COLL
      *          NEITHER CHARGES IT INTEREST NOR COLLECTS ON IT, AND
      *          THE DEBT IS ENTERED ON THE WRITE-OFF REGISTER
      *          (WOFFFILE). ANY TELLER MAY THEN RECORD CASH RECOVERED
      *          AT THE COUNTER AGAINST A WRITTEN-OFF LOAN: A 'V'
      *          RECOVERY ENTRY ON THE LOAN THAT LEAVES ITS BALANCE AT
      *          ZERO, ADDED TO THE REGISTER, AND COUNTED IN THE
      *          TELLER'S DRAWER BY DRWR-MNT. BOTH ACTIONS ARE
      *          AUDITED ON AUDITLOG.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-WO.
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

           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT TIDX-FILE ASSIGN TO "TRANIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-INDEX-KEY
               FILE STATUS IS WS-TIDX-FILE-STATUS.

           SELECT WOFF-FILE ASSIGN TO "WOFFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-BANK-ACCOUNT
               FILE STATUS IS WS-WOFF-FILE-STATUS.

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

       FD  WOFF-FILE.
           COPY WOFFREC.

       FD  AUDIT-FILE.
           COPY AUDREC.

       FD  SYSCTL-FILE.
           COPY SYSREC.

       WORKING-STORAGE SECTION.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-NOT-FOUND      VALUE '23'.
               88 WS-ACCT-FILE-MISSING   VALUE '35'.
           01 WS-TELLER-FILE-STATUS  PIC X(02).
               88 WS-TELLER-FILE-MISSING VALUE '35'.
           01 WS-TRAN-FILE-STATUS    PIC X(02).
           01 WS-TIDX-FILE-STATUS    PIC X(02).
               88 WS-TIDX-DUP-KEY        VALUE '22'.
               88 WS-TIDX-FILE-MISSING   VALUE '35'.
           01 WS-WOFF-FILE-STATUS    PIC X(02).
               88 WS-WOFF-NOT-FOUND      VALUE '23'.
               88 WS-WOFF-FILE-MISSING   VALUE '35'.
           01 WS-AUDIT-FILE-STATUS   PIC X(02).
               88 WS-AUDIT-DUP-KEY       VALUE '22'.
               88 WS-AUDIT-FILE-MISSING  VALUE '35'.
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.

           01 WS-RUN-DATE            PIC 9(08).

           01 WS-IN-TELLER-ID        PIC 9(4).
           01 WS-TELLER-ID           PIC 9(4).
           01 WS-SIGNON-SW           PIC X(1) VALUE 'N'.
               88 WS-SIGNED-ON            VALUE 'Y'.
               88 WS-SIGNON-ABANDONED     VALUE 'Q'.
           01 WS-SUPERVISOR-SW       PIC X(1) VALUE 'N'.
               88 WS-IS-SUPERVISOR        VALUE 'Y'.

           01 WS-USER-CHOICE         PIC 9.
               88 WS-EXIT             VALUE 0.

      *    A LOAN IS NON-PERFORMING, AND SO ELIGIBLE FOR WRITE-OFF,
      *    FROM THIS MANY MISSED COLLECTIONS. LOAN-PROV CARRIES THE
      *    SAME THRESHOLD FOR ITS NON-PERFORMING BUCKET.
           01 WS-NPL-ARREARS         PIC 9(03) VALUE 6.

           01 WS-IN-LOAN             PIC 9(08).
           01 WS-IN-AMOUNT           PIC 9(8)V99.
           01 WS-CONFIRM             PIC X(01).
               88 WS-CONFIRMED           VALUE 'Y' 'y'.
           01 WS-OUTSTANDING         PIC 9(08)V99.
           01 WS-STILL-OWED          PIC 9(08)V99.
           01 WS-OLD-RECOVERED       PIC 9(08)V99.
           01 WS-OLD-BALANCE         PIC S9(08)V99.
           01 WS-AMT-DISP            PIC $$$,$$$,$$9.99.
           01 WS-AUDIT-AMT           PIC Z(7)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0100-OPEN-FILES.
           PERFORM A0200-TELLER-SIGN-ON
               UNTIL WS-SIGNED-ON OR WS-SIGNON-ABANDONED.
           IF WS-SIGNED-ON
               MOVE 9 TO WS-USER-CHOICE
               PERFORM A0500-SHOW-MENU
                   UNTIL WS-EXIT
           END-IF.
           PERFORM A9000-CLOSE-FILES.
           STOP RUN.

      *    WRITE-OFFS AND RECOVERIES BOOK TO THE BUSINESS PROCESSING
      *    DATE FROM SYSCTL (ADVANCED BY EOD-ADV), NOT THE WALL CLOCK.
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
                       "LOANS TO WORK"
                   SET WS-SIGNON-ABANDONED TO TRUE
               END-IF
               OPEN INPUT TELLER-FILE
               IF WS-TELLER-FILE-MISSING
                   DISPLAY "TELLER MASTER FILE NOT FOUND, RUN "
                       "TELL-MNT TO SET UP TELLERS"
                   SET WS-SIGNON-ABANDONED TO TRUE
               END-IF
               OPEN EXTEND TRAN-FILE
               IF WS-TRAN-FILE-STATUS = '05'
                   OR WS-TRAN-FILE-STATUS = '35'
                   OPEN OUTPUT TRAN-FILE
               END-IF
               OPEN I-O TIDX-FILE
               IF WS-TIDX-FILE-MISSING
                   OPEN OUTPUT TIDX-FILE
                   CLOSE TIDX-FILE
                   OPEN I-O TIDX-FILE
               END-IF
               OPEN I-O WOFF-FILE
               IF WS-WOFF-FILE-MISSING
                   OPEN OUTPUT WOFF-FILE
                   CLOSE WOFF-FILE
                   OPEN I-O WOFF-FILE
               END-IF
               OPEN I-O AUDIT-FILE
               IF WS-AUDIT-FILE-MISSING
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   OPEN I-O AUDIT-FILE
               END-IF.

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

           A0500-SHOW-MENU.
               DISPLAY "LOAN WRITE-OFF AND RECOVERY"
               DISPLAY SPACES
               DISPLAY "> 1. WRITE OFF A NON-PERFORMING LOAN"
               DISPLAY "> 2. RECORD A RECOVERY ON A WRITTEN-OFF LOAN"
               DISPLAY "> 0. EXIT"
               ACCEPT WS-USER-CHOICE.
               EVALUATE WS-USER-CHOICE
                   WHEN 1
                       IF WS-IS-SUPERVISOR
                           PERFORM A1000-WRITE-OFF-ONE-LOAN
                       ELSE
                           DISPLAY "LOAN WRITE-OFF NEEDS SUPERVISOR "
                               "AUTHORITY"
                       END-IF
                   WHEN 2
                       PERFORM A2000-RECORD-RECOVERY
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "WRONG VALUE ENTERED, PLEASE TRY AGAIN"
               END-EVALUATE.

      *    ONLY AN ACTIVE LOAN STILL IN DEBT THAT HAS MISSED ENOUGH
      *    COLLECTIONS TO BE NON-PERFORMING MAY GO.
           A1000-WRITE-OFF-ONE-LOAN.
               DISPLAY "ENTER THE LOAN ACCOUNT TO WRITE OFF"
               ACCEPT WS-IN-LOAN
               MOVE WS-IN-LOAN TO AR-BANK-ACCOUNT
               READ ACCT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-NOT-FOUND
                   DISPLAY "ACCOUNT NOT ON FILE"
               ELSE IF NOT AR-LOAN
                   DISPLAY "ONLY A LOAN ACCOUNT CAN BE WRITTEN OFF"
               ELSE IF NOT AR-ACTIVE
                   DISPLAY "THE LOAN IS NOT ACTIVE (STATUS "
                       AR-STATUS "), IT CANNOT BE WRITTEN OFF"
               ELSE IF AR-BALANCE NOT < ZEROES
                   DISPLAY "NOTHING IS OUTSTANDING ON THIS LOAN"
               ELSE IF AR-LN-ARREARS-COUNT < WS-NPL-ARREARS
                   DISPLAY "THE LOAN HAS MISSED " AR-LN-ARREARS-COUNT
                       " COLLECTIONS -- ONLY A NON-PERFORMING LOAN ("
                       WS-NPL-ARREARS " OR MORE) MAY BE WRITTEN OFF"
               ELSE
                   COMPUTE WS-OUTSTANDING = ZEROES - AR-BALANCE
                   MOVE WS-OUTSTANDING TO WS-AMT-DISP
                   DISPLAY "LOAN " AR-BANK-ACCOUNT " " AR-LNAME
                   DISPLAY "OUTSTANDING DEBT " WS-AMT-DISP ", "
                       AR-LN-ARREARS-COUNT " COLLECTIONS MISSED"
                   DISPLAY "WRITE THIS DEBT OFF? (Y/N)"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRMED
                       PERFORM A1100-BOOK-THE-WRITE-OFF
                   ELSE
                       DISPLAY "WRITE-OFF ABANDONED, NOTHING CHANGED"
                   END-IF
               END-IF.

      *    THE 'Z' CREDIT TAKES THE LOAN FROM ITS DEBT TO ZERO, SO THE
      *    BALANCE CHAIN STAYS UNBROKEN AND THE MASTER AGREES WITH IT.
           A1100-BOOK-THE-WRITE-OFF.
               MOVE AR-BALANCE TO WS-OLD-BALANCE
               MOVE ZEROES TO AR-BALANCE
               SET AR-WRITTEN-OFF TO TRUE
               REWRITE AR-ACCOUNT-RECORD
               MOVE AR-BANK-ACCOUNT   TO TR-BANK-ACCOUNT
               SET TR-WRITE-OFF       TO TRUE
               MOVE WS-OUTSTANDING    TO TR-AMOUNT
               MOVE WS-OLD-BALANCE    TO TR-OLD-BALANCE
               MOVE ZEROES            TO TR-NEW-BALANCE
               MOVE AR-BRANCH-CODE    TO TR-BRANCH-CODE
               MOVE 'N'               TO TR-LARGE-TXN-FLAG
               MOVE 'N'               TO TR-CROSS-BRANCH-FLAG
               MOVE WS-TELLER-ID      TO TR-TELLER-ID
               MOVE WS-RUN-DATE       TO TR-TIMESTAMP(1:8)
               MOVE FUNCTION CURRENT-DATE(9:6) TO TR-TIMESTAMP(9:6)
               MOVE ZEROES            TO TR-REVERSAL-REF
               WRITE TR-JOURNAL-RECORD
               PERFORM A2500-WRITE-INDEX-ENTRY
               MOVE AR-BANK-ACCOUNT     TO WO-BANK-ACCOUNT
               MOVE AR-BRANCH-CODE      TO WO-BRANCH-CODE
               MOVE AR-CUSTOMER-NO      TO WO-CUSTOMER-NO
               MOVE WS-RUN-DATE         TO WO-WRITE-OFF-DATE
               MOVE WS-OUTSTANDING      TO WO-WRITE-OFF-AMT
               MOVE AR-LN-ARREARS-COUNT TO WO-ARREARS-COUNT
               MOVE WS-TELLER-ID        TO WO-WRITTEN-OFF-BY
               SET WO-OUTSTANDING       TO TRUE
               MOVE ZEROES              TO WO-RECOVERED-AMT
               MOVE ZEROES              TO WO-RECOVERY-COUNT
               MOVE ZEROES              TO WO-LAST-RECOVERY-DATE
               WRITE WO-WRITE-OFF-RECORD
                   INVALID KEY
                       DISPLAY "LOAN ALREADY ON THE WRITE-OFF "
                           "REGISTER, ENTRY LEFT AS IT WAS"
               END-WRITE
               SET AU-LOAN-WRITE-OFF TO TRUE
               MOVE AR-BANK-ACCOUNT  TO AU-BANK-ACCOUNT
               MOVE TR-TIMESTAMP     TO AU-REFERENCE
               MOVE WS-OUTSTANDING   TO WS-AUDIT-AMT
               MOVE WS-AUDIT-AMT     TO AU-OLD-VALUE
               MOVE AR-STATUS        TO AU-NEW-VALUE
               PERFORM A7700-WRITE-AUDIT-ENTRY
               MOVE WS-OUTSTANDING TO WS-AMT-DISP
               DISPLAY "LOAN " AR-BANK-ACCOUNT " WRITTEN OFF, "
                   WS-AMT-DISP " CLEARED TO THE WRITE-OFF REGISTER".

      *    CASH TAKEN AT THE COUNTER AGAINST A WRITTEN-OFF DEBT. THE
      *    LOAN STAYS AT ZERO -- THE 'V' ENTRY CARRIES THE AMOUNT WITH
      *    OLD AND NEW BALANCE BOTH ZERO -- AND A RECOVERY CANNOT BE
      *    MORE THAN IS STILL OWED ON THE REGISTER.
           A2000-RECORD-RECOVERY.
               DISPLAY "ENTER THE WRITTEN-OFF LOAN ACCOUNT"
               ACCEPT WS-IN-LOAN
               MOVE WS-IN-LOAN TO AR-BANK-ACCOUNT
               READ ACCT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE WS-IN-LOAN TO WO-BANK-ACCOUNT
               READ WOFF-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-NOT-FOUND
                   DISPLAY "ACCOUNT NOT ON FILE"
               ELSE IF NOT AR-WRITTEN-OFF
                   DISPLAY "THIS ACCOUNT HAS NOT BEEN WRITTEN OFF"
               ELSE IF WS-WOFF-NOT-FOUND
                   DISPLAY "LOAN IS NOT ON THE WRITE-OFF REGISTER, "
                       "REFER IT TO CREDIT RISK"
               ELSE IF WO-FULLY-RECOVERED
                   DISPLAY "THE WRITTEN-OFF DEBT HAS ALREADY BEEN "
                       "RECOVERED IN FULL"
               ELSE
                   COMPUTE WS-STILL-OWED =
                       WO-WRITE-OFF-AMT - WO-RECOVERED-AMT
                   MOVE WS-STILL-OWED TO WS-AMT-DISP
                   DISPLAY "LOAN " AR-BANK-ACCOUNT " " AR-LNAME
                   DISPLAY "STILL UNRECOVERED " WS-AMT-DISP
                   DISPLAY "ENTER THE CASH RECOVERED (E.G. 250.00)"
                   ACCEPT WS-IN-AMOUNT
                   IF WS-IN-AMOUNT NOT NUMERIC
                       OR WS-IN-AMOUNT = ZEROES
                       DISPLAY "AMOUNT MUST BE NUMERIC AND NON-ZERO"
                   ELSE IF WS-IN-AMOUNT > WS-STILL-OWED
                       DISPLAY "A RECOVERY CANNOT BE MORE THAN THE "
                           "AMOUNT STILL UNRECOVERED"
                   ELSE
                       PERFORM A2100-BOOK-THE-RECOVERY
                   END-IF
               END-IF.

           A2100-BOOK-THE-RECOVERY.
               MOVE AR-BANK-ACCOUNT   TO TR-BANK-ACCOUNT
               SET TR-RECOVERY        TO TRUE
               MOVE WS-IN-AMOUNT      TO TR-AMOUNT
               MOVE ZEROES            TO TR-OLD-BALANCE
               MOVE ZEROES            TO TR-NEW-BALANCE
               MOVE AR-BRANCH-CODE    TO TR-BRANCH-CODE
               MOVE 'N'               TO TR-LARGE-TXN-FLAG
               MOVE 'N'               TO TR-CROSS-BRANCH-FLAG
               MOVE WS-TELLER-ID      TO TR-TELLER-ID
               MOVE WS-RUN-DATE       TO TR-TIMESTAMP(1:8)
               MOVE FUNCTION CURRENT-DATE(9:6) TO TR-TIMESTAMP(9:6)
               MOVE ZEROES            TO TR-REVERSAL-REF
               WRITE TR-JOURNAL-RECORD
               PERFORM A2500-WRITE-INDEX-ENTRY
               MOVE WO-RECOVERED-AMT TO WS-OLD-RECOVERED
               ADD WS-IN-AMOUNT TO WO-RECOVERED-AMT
               ADD 1 TO WO-RECOVERY-COUNT
               MOVE WS-RUN-DATE TO WO-LAST-RECOVERY-DATE
               IF WO-RECOVERED-AMT NOT < WO-WRITE-OFF-AMT
                   SET WO-FULLY-RECOVERED TO TRUE
               END-IF
               REWRITE WO-WRITE-OFF-RECORD
               SET AU-LOAN-RECOVERY TO TRUE
               MOVE AR-BANK-ACCOUNT  TO AU-BANK-ACCOUNT
               MOVE TR-TIMESTAMP     TO AU-REFERENCE
               MOVE WS-OLD-RECOVERED TO WS-AUDIT-AMT
               MOVE WS-AUDIT-AMT     TO AU-OLD-VALUE
               MOVE WO-RECOVERED-AMT TO WS-AUDIT-AMT
               MOVE WS-AUDIT-AMT     TO AU-NEW-VALUE
               PERFORM A7700-WRITE-AUDIT-ENTRY
               MOVE WS-IN-AMOUNT TO WS-AMT-DISP
               DISPLAY "RECOVERY OF " WS-AMT-DISP " RECORDED ON LOAN "
                   AR-BANK-ACCOUNT
               IF WO-FULLY-RECOVERED
                   DISPLAY "THE WRITTEN-OFF DEBT IS NOW RECOVERED "
                       "IN FULL"
               END-IF.

      *    MIRRORS THE ENTRY JUST WRITTEN ONTO THE TRANIDX KEYED
      *    INDEX, THE SAME AS EVERY OTHER ONLINE WRITER, SO THE
      *    LOAN'S SAME-DAY HISTORY SHOWS IT BEFORE THE NIGHTLY
      *    JRNL-IDX REBUILD.
           A2500-WRITE-INDEX-ENTRY.
               MOVE TR-BANK-ACCOUNT   TO TX-BANK-ACCOUNT
               MOVE TR-TIMESTAMP      TO TX-TIMESTAMP
               MOVE ZEROES            TO TX-ENTRY-SEQ
               MOVE TR-JOURNAL-RECORD TO TX-JOURNAL-ENTRY
               PERFORM A2550-WRITE-INDEX-RECORD
                   WITH TEST AFTER
                   UNTIL NOT WS-TIDX-DUP-KEY.

           A2550-WRITE-INDEX-RECORD.
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
               CLOSE TRAN-FILE
               CLOSE TIDX-FILE
               CLOSE WOFF-FILE
               CLOSE AUDIT-FILE.

       END PROGRAM LOAN-WO.
