      *               THAT AFTER A DISK MOVE.
      * 02/09/26  AD  NEW ACCOUNTS START WITH NO DAILY CASH LIMIT.
      *               A SUPERVISOR SETS ONE FROM EXIST-CUST.
      * 15/10/26  AD  NEW MENU OPTION 4, CUSTOMER POSITION: TAKES A
      *               CUSTOMER NUMBER, OR 0 TO FIND ONE WITH THE
      *               LAST-NAME SEARCH, AND HANDS IT TO CUST-POS.
      *               THE NAME PROMPTS AND SCAN ARE NOW A5550, SHARED
      *               BY OPTIONS 3 AND 4.
      * 15/10/26  AD  NEW-CUST-MOD NOW TAKES THE KYC DETAILS OF A
      *               BATCH-CREATED CUSTOMER AS AN EIGHTH PARAMETER.
      *               THE COUNTER PATH PASSES AN EMPTY ONE -- THE
      *               DETAILS ARE PROMPTED FOR INSIDE NEW-CUST-MOD.
      * 15/10/26  AD  ACCTLINK IS NOW HANDED ACROSS THE EXIST-CUST
      *               CALL TOO -- EXIST-CUST READS THE JOINT HOLDERS
      *               TO JUDGE WHETHER THE ACCOUNT'S KYC HAS LAPSED.
      * 15/10/26  AD  AN ONBOARDING NEW-CUST-MOD HOLDS FOR SANCTIONS
      *               SCREENING COMES BACK WITH NO ACCOUNT NUMBER, AND
      *               NO ACCOUNT, JOURNAL ENTRY OR LINK IS WRITTEN FOR
      *               IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOME-PANEL.
               88 WS-NEW-CUST       VALUE 1.
               88 WS-EXISTING-CUST  VALUE 2.
               88 WS-SEARCH-BY-NAME VALUE 3.
               88 WS-CUST-POSITION  VALUE 4.
               88 WS-EXIT           VALUE 0.

           01 WS-IN-ACCT                  PIC 9(8).
           01 WS-SRCH-CUST-NO             PIC 9(8).

           01 WS-ONBOARD-MODE             PIC X(1) VALUE 'I'.
      *    ONLY A BATCH CALLER FILLS THESE IN; AT THE COUNTER
      *    NEW-CUST-MOD PROMPTS FOR THEM ITSELF.
           01 WS-KYC-DETAILS.
               02 WS-KYC-ID-DOC           PIC X(20) VALUE SPACES.
               02 WS-KYC-ID-DOC-TYPE      PIC X(02) VALUE SPACES.
               02 WS-KYC-ID-ISSUE-DATE    PIC 9(08) VALUE ZEROES.
               02 WS-KYC-ID-EXPIRY-DATE   PIC 9(08) VALUE ZEROES.
               02 WS-KYC-RISK-RATING      PIC X(01) VALUE SPACES.

           01 WS-ACCT-TYPE-CHOICE         PIC 9.
           01 WS-IN-TD-RATE               PIC V9(4).
               DISPLAY "> 1. NEW CUSTOMER"
               DISPLAY "> 2. EXISTING CUSTOMER (ACCOUNT NO)"
               DISPLAY "> 3. EXISTING CUSTOMER (SEARCH BY NAME)"
               DISPLAY "> 4. CUSTOMER POSITION"
               DISPLAY "> 0. EXIT"
               ACCEPT WS-USER-CHOICE.
               EVALUATE WS-USER-CHOICE
                       SET WS-EXISTING-CUST TO TRUE
                   WHEN 3
                       SET WS-SEARCH-BY-NAME TO TRUE
                   WHEN 4
                       SET WS-CUST-POSITION TO TRUE
                   WHEN 0
                       SET WS-EXIT TO TRUE
                   WHEN OTHER
                       PERFORM A5000-HANDLE-EXISTING-CUSTOMER
                   WHEN WS-SEARCH-BY-NAME
                       PERFORM A5500-LOOKUP-BY-LAST-NAME
                   WHEN WS-CUST-POSITION
                       PERFORM A6000-CUSTOMER-POSITION
               END-EVALUATE.

      *    JOURNAL ENTRIES STAMP THE BANK'S BUSINESS PROCESSING DATE
                                       WS-ONBOARD-MODE
                                       AR-BRANCH-CODE
                                       AR-CUSTOMER-NO
                                       WS-KYC-DETAILS
               OPEN INPUT CUST-FILE
               IF AR-BANK-ACCOUNT = ZEROES
                   DISPLAY "NO ACCOUNT OPENED FOR CUSTOMER "
                       AR-CUSTOMER-NO
               ELSE
                   SET AR-ACTIVE TO TRUE
                   MOVE ZEROES TO AR-OD-LIMIT
                   MOVE ZEROES TO AR-DAILY-CASH-LIMIT
                   PERFORM A2300-GET-ACCOUNT-TYPE
                   WRITE AR-ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "ACCOUNT NUMBER ALREADY IN USE"
                       NOT INVALID KEY
                           DISPLAY AR-ACCOUNT-RECORD
                           PERFORM A2100-WRITE-JOURNAL-ENTRY
                           PERFORM A2200-WRITE-PRIMARY-LINK
                   END-WRITE
               END-IF.

      *    THE OPENING HOLDER GOES ON ACCTLINK AS THE PRIMARY, SO
      *    THE LINK FILE CARRIES EVERY HOLDER OF ACCOUNTS OPENED
                       IF WS-IN-PIN NOT = AR-PIN
                           DISPLAY "INCORRECT PIN, ACCESS DENIED"
                       ELSE
      *                    EXIST-CUST OWNS TRANIDX AND ACCTLINK FOR
      *                    THE SESSION TOO, SO THEY ARE HANDED ACROSS
      *                    THE CALL THE SAME WAY ACCTFILE AND
      *                    TRANFILE ARE.
                           CLOSE ACCT-FILE
                           CLOSE TRAN-FILE
                           CLOSE TIDX-FILE
                           CLOSE LINK-FILE
                           CALL 'EXIST-CUST'  USING REFERENCE
                                               AR-BANK-ACCOUNT
                                               WS-TELLER-ID
                           OPEN I-O ACCT-FILE
                           OPEN EXTEND TRAN-FILE
                           OPEN I-O TIDX-FILE
                           OPEN I-O LINK-FILE
                       END-IF
               END-READ.

           A5500-LOOKUP-BY-LAST-NAME.
               PERFORM A5550-SEARCH-BY-NAME
               IF WS-MATCH-COUNT = ZEROES
                   DISPLAY "NO MATCHING CUSTOMERS FOUND"
               ELSE
                   DISPLAY "ENTER THE CUSTOMER NUMBER YOU WANT"
                   ACCEPT WS-SRCH-CUST-NO
                   PERFORM A5700-LIST-CUSTOMER-ACCOUNTS
               END-IF.

           A5550-SEARCH-BY-NAME.
               DISPLAY "ENTER LAST NAME TO SEARCH"
               ACCEPT WS-SRCH-LNAME
               DISPLAY "ENTER FIRST NAME (OR LEAVE BLANK FOR ANY)"
                       SET WS-CUST-EOF TO TRUE
               END-START
               PERFORM A5600-SCAN-FOR-NAME-MATCH UNTIL WS-CUST-EOF
                   OR WS-MATCH-COUNT > 19.

           A5600-SCAN-FOR-NAME-MATCH.
               READ CUST-FILE NEXT RECORD
                       END-IF
               END-READ.

      *    CUST-POS READS CUSTMST, ACCTFILE AND ACCTLINK FOR THE
      *    WHOLE INQUIRY, SO THEY ARE HANDED ACROSS THE CALL THE SAME
      *    WAY AS FOR EXIST-CUST AND NEW-CUST-MOD.
           A6000-CUSTOMER-POSITION.
               DISPLAY "ENTER THE CUSTOMER NUMBER "
                   "(OR 0 TO SEARCH BY LAST NAME)"
               ACCEPT WS-SRCH-CUST-NO
               IF WS-SRCH-CUST-NO = ZEROES
                   PERFORM A5550-SEARCH-BY-NAME
                   IF WS-MATCH-COUNT = ZEROES
                       DISPLAY "NO MATCHING CUSTOMERS FOUND"
                   ELSE
                       DISPLAY "ENTER THE CUSTOMER NUMBER YOU WANT"
                       ACCEPT WS-SRCH-CUST-NO
                   END-IF
               END-IF
               IF WS-SRCH-CUST-NO NOT = ZEROES
                   CLOSE CUST-FILE
                   CLOSE ACCT-FILE
                   CLOSE LINK-FILE
                   CALL 'CUST-POS'  USING REFERENCE WS-SRCH-CUST-NO
                   OPEN INPUT CUST-FILE
                   OPEN I-O ACCT-FILE
                   OPEN I-O LINK-FILE
               END-IF.

           A0500-WELCOME-SCREEN.
               PERFORM S1000-DISPLAY-STARS
               DISPLAY "WELCOME TO THE BANK"
