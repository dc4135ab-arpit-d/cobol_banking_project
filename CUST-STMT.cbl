      *               SINCE, AND A STATEMENT RUN OFF IT CAME BACK
      *               SILENTLY SHORT -- NO SENTINEL NOW MEANS THE
      *               SEQUENTIAL SCAN.
      * 15/10/26  AD  SERVICE FEES CHARGED BY FEE-POST ('M', 'L', 'E'
      *               AND 'U' ENTRIES) NOW TOTAL ON A "SERVICE FEES"
      *               LINE OF THEIR OWN, PRINTED WHEN THE PERIOD HAD
      *               ANY, INSTEAD OF VANISHING FROM THE TOTALS.
      * 15/10/26  AD  TAX WITHHELD FROM CREDITED INTEREST ('H') TOTALS
      *               ON A "TAX WITHHELD" LINE, PRINTED WHEN THE PERIOD
      *               HAD ANY.
      * 15/10/26  AD  OUTBOUND PAYMENTS ('P') TOTAL WITH WITHDRAWALS
      *               AND CLEARING-HOUSE REJECTIONS CREDITED BACK ('Q')
      *               WITH DEPOSITS.
      * 15/10/26  AD  INSIDE THE MNTH-RUN MONTH-END CHAIN THE STATEMENT
      *               CYCLE RUNS WITHOUT PROMPTS: EVERY BRANCH, THE
      *               CLOSING MONTH, READ FROM THE ARCHIVE JRNL-ARCH
      *               HAS JUST CUT FOR IT. NOW ENDS WITH GOBACK SO
      *               MNTH-RUN CAN CALL IT AS A STEP. A STANDALONE RUN
      *               IS UNCHANGED.
      * 15/10/26  AD  A LOAN WRITE-OFF ('Z') AND RECOVERIES ON A
      *               WRITTEN-OFF LOAN ('V') TOTAL ON "WRITTEN OFF" AND
      *               "RECOVERED" LINES, PRINTED WHEN THE PERIOD HAD
      *               ANY.
      * 15/10/26  AD  A CHEQUE PAID THROUGH INWARD CLEARING ('C') PRINTS
      *               ITS CHEQUE NUMBER BESIDE THE ENTRY AND TOTALS ON A
      *               "CHEQUES PAID" LINE, PRINTED WHEN THE PERIOD HAD
      *               ANY.
      * 15/10/26  AD  A PROVISIONAL CREDIT GRANTED ON A CUSTOMER DISPUTE
      *               ('G') AND ITS CLAWBACK ('K') PRINT "DSP" AND THE
      *               DATE OF THE DISPUTED ENTRY BESIDE THE ENTRY AND
      *               TOTAL ON "DISPUTE CREDITS" AND "DISPUTE
      *               CLAWBACKS" LINES, PRINTED WHEN THE PERIOD HAD ANY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-STMT.
               RECORD KEY IS TX-INDEX-KEY
               FILE STATUS IS WS-TIDX-FILE-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

           SELECT MNTH-FILE ASSIGN TO "MNTHCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-RUN-KEY
               FILE STATUS IS WS-MNTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       FD  TIDX-FILE.
           COPY TIDXREC.

       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  MNTH-FILE.
           COPY MECTL.

       SD  SORT-FILE.
       01  SR-SORT-RECORD.
           05  SR-ACCOUNT            PIC 9(08).
               88  SR-OD-INTEREST        VALUE 'O'.
               88  SR-REVERSAL-DR        VALUE 'X'.
               88  SR-REVERSAL-CR        VALUE 'Y'.
               88  SR-FEE                VALUE 'M' 'L' 'E' 'U'.
               88  SR-TAX-WITHHELD       VALUE 'H'.
               88  SR-PAYMENT-OUT        VALUE 'P'.
               88  SR-PAYMENT-RETURN     VALUE 'Q'.
               88  SR-WRITE-OFF          VALUE 'Z'.
               88  SR-RECOVERY           VALUE 'V'.
               88  SR-CHEQUE-PAID        VALUE 'C'.
               88  SR-PROV-CREDIT        VALUE 'G'.
               88  SR-PROV-CLAWBACK      VALUE 'K'.
               88  SR-DISPUTE-ENTRY      VALUE 'G' 'K'.
           05  SR-AMOUNT             PIC 9(08)V99.
           05  SR-BALANCE            PIC S9(08)V99.
           05  SR-REFERENCE          PIC 9(14).

       WORKING-STORAGE SECTION.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
           01 WS-TIDX-FILE-STATUS    PIC X(02).
               88 WS-TIDX-EOF            VALUE '10'.
               88 WS-TIDX-FILE-MISSING   VALUE '35'.
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.
           01 WS-RUN-DATE            PIC 9(08).
           01 WS-MNTH-FILE-STATUS    PIC X(02).
               88 WS-MNTH-FILE-MISSING   VALUE '35'.
           01 WS-MONTH-END-SW        PIC X(01) VALUE 'N'.
               88 WS-MONTH-END-RUN       VALUE 'Y'.
           01 WS-USE-INDEX-SW        PIC X(01) VALUE 'N'.
               88 WS-USE-INDEX           VALUE 'Y'.
           01 WS-JOURNAL-OPEN-SW     PIC X(01) VALUE 'N'.
           01 WS-TOTAL-WITHDRAWALS   PIC 9(10)V99 VALUE ZEROES.
           01 WS-TOTAL-CORR-DR       PIC 9(10)V99 VALUE ZEROES.
           01 WS-TOTAL-CORR-CR       PIC 9(10)V99 VALUE ZEROES.
           01 WS-TOTAL-FEES          PIC 9(10)V99 VALUE ZEROES.
           01 WS-TOTAL-TAX           PIC 9(10)V99 VALUE ZEROES.
           01 WS-TOTAL-WRITE-OFF     PIC 9(10)V99 VALUE ZEROES.
           01 WS-TOTAL-RECOVERY      PIC 9(10)V99 VALUE ZEROES.
           01 WS-TOTAL-CHEQUES       PIC 9(10)V99 VALUE ZEROES.
           01 WS-TOTAL-DISP-CR       PIC 9(10)V99 VALUE ZEROES.
           01 WS-TOTAL-DISP-DR       PIC 9(10)V99 VALUE ZEROES.
           01 WS-CHEQUE-NO           PIC 9(08).

           01 WS-STMT-DETAIL.
               05 WS-SD-DATE          PIC 9(08).
               05 WS-SD-AMOUNT        PIC $$$,$$$,$$9.99.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-SD-BALANCE       PIC $$$,$$$,$$9.99-.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-SD-CHEQUE-TAG    PIC X(04).
               05 WS-SD-CHEQUE-NO     PIC X(08).

           01 WS-STMT-TOTALS.
               05 FILLER              PIC X(04) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           IF WS-BUS-DATE-FOUND
               PERFORM A0060-GET-MONTH-END-PARMS
           END-IF.
           PERFORM A0100-OPEN-FILES.
           IF WS-MONTH-END-RUN
               SET WS-CYCLE-MODE TO TRUE
           ELSE
               PERFORM A0150-GET-RUN-MODE
           END-IF.
           IF WS-CYCLE-MODE
               PERFORM B1000-RUN-STATEMENT-CYCLE
           ELSE
               PERFORM A2000-PRINT-TOTALS
           END-IF.
           PERFORM A9000-CLOSE-FILES.
           GOBACK.

      *    THE BUSINESS DATE ONLY KEYS THE MONTH-END CHAIN LOOKUP --
      *    OUTSIDE THE CHAIN THE PERIOD IS STILL ASKED FOR BY HAND,
      *    SO NO SYSCTL ON HAND SIMPLY MEANS NO CHAIN.
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
               END-IF.

      *    INSIDE THE MONTH-END CHAIN MNTH-RUN HOLDS THE CLOSING
      *    MONTH'S PARAMETERS ON ITS CHAIN RECORD (STEP 00) FOR THE
      *    BUSINESS DATE, MARKED STARTED UNTIL THE CHAIN COMPLETES.
      *    WHILE IT IS, THEY ARE USED IN PLACE OF THE PROMPTS.
           A0060-GET-MONTH-END-PARMS.
               OPEN INPUT MNTH-FILE
               IF NOT WS-MNTH-FILE-MISSING
                   MOVE WS-RUN-DATE TO ME-BUS-DATE
                   MOVE ZEROES      TO ME-STEP-NO
                   READ MNTH-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ME-STEP-STARTED
                               SET WS-MONTH-END-RUN TO TRUE
                               MOVE ME-ARCHIVE-NAME
                                   TO WS-JOURNAL-NAME
                               MOVE ME-CLOSE-MONTH
                                   TO WS-STMT-YYYYMM
                               MOVE ZEROES TO WS-BRANCH-FILTER
                           END-IF
                   END-READ
                   CLOSE MNTH-FILE
               END-IF
               IF WS-MONTH-END-RUN
                   DISPLAY "MONTH-END CHAIN RUN, USING THE CLOSING "
                       "MONTH'S PARAMETERS FROM MNTHCTL"
               END-IF.

           A0100-OPEN-FILES.
               OPEN INPUT ACCT-FILE
               MOVE TR-TYPE           TO WS-SD-TYPE
               MOVE TR-AMOUNT         TO WS-SD-AMOUNT
               MOVE TR-NEW-BALANCE    TO WS-SD-BALANCE
               EVALUATE TRUE
                   WHEN TR-CHEQUE-PAID
                       MOVE "CHQ "            TO WS-SD-CHEQUE-TAG
                       MOVE TR-REVERSAL-REF   TO WS-CHEQUE-NO
                       MOVE WS-CHEQUE-NO      TO WS-SD-CHEQUE-NO
                   WHEN TR-PROV-CREDIT OR TR-PROV-CLAWBACK
                       MOVE "DSP "            TO WS-SD-CHEQUE-TAG
                       MOVE TR-REVERSAL-REF(1:8) TO WS-SD-CHEQUE-NO
                   WHEN OTHER
                       MOVE SPACES            TO WS-SD-CHEQUE-TAG
                       MOVE SPACES            TO WS-SD-CHEQUE-NO
               END-EVALUATE
               MOVE WS-STMT-DETAIL    TO RPT-LINE
               WRITE RPT-LINE.

                   WHEN TR-DEPOSIT
                   WHEN TR-TRANSFER-IN
                   WHEN TR-INTEREST
                   WHEN TR-PAYMENT-RETURN
                       ADD TR-AMOUNT TO WS-TOTAL-DEPOSITS
                   WHEN TR-WITHDRAWAL
                   WHEN TR-TRANSFER-OUT
                   WHEN TR-OD-INTEREST
                   WHEN TR-PAYMENT-OUT
                       ADD TR-AMOUNT TO WS-TOTAL-WITHDRAWALS
                   WHEN TR-REVERSAL-DR
                       ADD TR-AMOUNT TO WS-TOTAL-CORR-DR
                   WHEN TR-REVERSAL-CR
                       ADD TR-AMOUNT TO WS-TOTAL-CORR-CR
                   WHEN TR-FEE
                       ADD TR-AMOUNT TO WS-TOTAL-FEES
                   WHEN TR-TAX-WITHHELD
                       ADD TR-AMOUNT TO WS-TOTAL-TAX
                   WHEN TR-WRITE-OFF
                       ADD TR-AMOUNT TO WS-TOTAL-WRITE-OFF
                   WHEN TR-RECOVERY
                       ADD TR-AMOUNT TO WS-TOTAL-RECOVERY
                   WHEN TR-CHEQUE-PAID
                       ADD TR-AMOUNT TO WS-TOTAL-CHEQUES
                   WHEN TR-PROV-CREDIT
                       ADD TR-AMOUNT TO WS-TOTAL-DISP-CR
                   WHEN TR-PROV-CLAWBACK
                       ADD TR-AMOUNT TO WS-TOTAL-DISP-DR
               END-EVALUATE.

           A2000-PRINT-TOTALS.
               MOVE WS-STMT-TOTALS         TO RPT-LINE
               WRITE RPT-LINE

               IF WS-TOTAL-CHEQUES NOT = ZEROES
                   MOVE "CHEQUES PAID"         TO WS-ST-LABEL
                   MOVE WS-TOTAL-CHEQUES       TO WS-ST-AMOUNT
                   MOVE WS-STMT-TOTALS         TO RPT-LINE
                   WRITE RPT-LINE
               END-IF

               IF WS-TOTAL-FEES NOT = ZEROES
                   MOVE "SERVICE FEES"         TO WS-ST-LABEL
                   MOVE WS-TOTAL-FEES          TO WS-ST-AMOUNT
                   MOVE WS-STMT-TOTALS         TO RPT-LINE
                   WRITE RPT-LINE
               END-IF

               IF WS-TOTAL-TAX NOT = ZEROES
                   MOVE "TAX WITHHELD"         TO WS-ST-LABEL
                   MOVE WS-TOTAL-TAX           TO WS-ST-AMOUNT
                   MOVE WS-STMT-TOTALS         TO RPT-LINE
                   WRITE RPT-LINE
               END-IF

               IF WS-TOTAL-WRITE-OFF NOT = ZEROES
                   MOVE "WRITTEN OFF"          TO WS-ST-LABEL
                   MOVE WS-TOTAL-WRITE-OFF     TO WS-ST-AMOUNT
                   MOVE WS-STMT-TOTALS         TO RPT-LINE
                   WRITE RPT-LINE
               END-IF

               IF WS-TOTAL-RECOVERY NOT = ZEROES
                   MOVE "RECOVERED"            TO WS-ST-LABEL
                   MOVE WS-TOTAL-RECOVERY      TO WS-ST-AMOUNT
                   MOVE WS-STMT-TOTALS         TO RPT-LINE
                   WRITE RPT-LINE
               END-IF

               IF WS-TOTAL-CORR-DR NOT = ZEROES
                   OR WS-TOTAL-CORR-CR NOT = ZEROES
                   MOVE "CORRECTIONS (DEBIT)"  TO WS-ST-LABEL
                   WRITE RPT-LINE
               END-IF

               IF WS-TOTAL-DISP-CR NOT = ZEROES
                   MOVE "DISPUTE CREDITS"      TO WS-ST-LABEL
                   MOVE WS-TOTAL-DISP-CR       TO WS-ST-AMOUNT
                   MOVE WS-STMT-TOTALS         TO RPT-LINE
                   WRITE RPT-LINE
               END-IF

               IF WS-TOTAL-DISP-DR NOT = ZEROES
                   MOVE "DISPUTE CLAWBACKS"    TO WS-ST-LABEL
                   MOVE WS-TOTAL-DISP-DR       TO WS-ST-AMOUNT
                   MOVE WS-STMT-TOTALS         TO RPT-LINE
                   WRITE RPT-LINE
               END-IF

               IF WS-ENTRY-COUNT = ZEROES
                   MOVE "NO ACTIVITY THIS PERIOD" TO RPT-LINE
                   WRITE RPT-LINE
      * STATEMENT COMES OFF IN ONE CONTROL BREAK.
      ******************************************************************
           B1000-RUN-STATEMENT-CYCLE.
               IF NOT WS-MONTH-END-RUN
                   PERFORM A0210-GET-JOURNAL-NAME
                   PERFORM A0220-GET-STATEMENT-PERIOD
                   DISPLAY "ENTER BRANCH CODE TO CYCLE (OR 00 FOR "
                       "ALL)"
                   ACCEPT WS-BRANCH-FILTER
               END-IF
               PERFORM A0250-OPEN-JOURNAL
               SORT SORT-FILE
                   ON ASCENDING KEY SR-ACCOUNT
                   MOVE TR-TYPE         TO SR-TYPE
                   MOVE TR-AMOUNT       TO SR-AMOUNT
                   MOVE TR-NEW-BALANCE  TO SR-BALANCE
                   MOVE TR-REVERSAL-REF TO SR-REFERENCE
                   RELEASE SR-SORT-RECORD
               END-IF
               PERFORM A0400-READ-NEXT-ENTRY.
               MOVE ZEROES TO WS-TOTAL-WITHDRAWALS
               MOVE ZEROES TO WS-TOTAL-CORR-DR
               MOVE ZEROES TO WS-TOTAL-CORR-CR
               MOVE ZEROES TO WS-TOTAL-FEES
               MOVE ZEROES TO WS-TOTAL-TAX
               MOVE ZEROES TO WS-TOTAL-WRITE-OFF
               MOVE ZEROES TO WS-TOTAL-RECOVERY
               MOVE ZEROES TO WS-TOTAL-CHEQUES
               MOVE ZEROES TO WS-TOTAL-DISP-CR
               MOVE ZEROES TO WS-TOTAL-DISP-DR
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "MONTHLY CUSTOMER STATEMENT" TO RPT-LINE
               MOVE SR-TYPE           TO WS-SD-TYPE
               MOVE SR-AMOUNT         TO WS-SD-AMOUNT
               MOVE SR-BALANCE        TO WS-SD-BALANCE
               EVALUATE TRUE
                   WHEN SR-CHEQUE-PAID
                       MOVE "CHQ "            TO WS-SD-CHEQUE-TAG
                       MOVE SR-REFERENCE      TO WS-CHEQUE-NO
                       MOVE WS-CHEQUE-NO      TO WS-SD-CHEQUE-NO
                   WHEN SR-DISPUTE-ENTRY
                       MOVE "DSP "            TO WS-SD-CHEQUE-TAG
                       MOVE SR-REFERENCE(1:8) TO WS-SD-CHEQUE-NO
                   WHEN OTHER
                       MOVE SPACES            TO WS-SD-CHEQUE-TAG
                       MOVE SPACES            TO WS-SD-CHEQUE-NO
               END-EVALUATE
               MOVE WS-STMT-DETAIL    TO RPT-LINE
               WRITE RPT-LINE
               EVALUATE TRUE
                   WHEN SR-DEPOSIT
                   WHEN SR-TRANSFER-IN
                   WHEN SR-INTEREST
                   WHEN SR-PAYMENT-RETURN
                       ADD SR-AMOUNT TO WS-TOTAL-DEPOSITS
                   WHEN SR-WITHDRAWAL
                   WHEN SR-TRANSFER-OUT
                   WHEN SR-OD-INTEREST
                   WHEN SR-PAYMENT-OUT
                       ADD SR-AMOUNT TO WS-TOTAL-WITHDRAWALS
                   WHEN SR-REVERSAL-DR
                       ADD SR-AMOUNT TO WS-TOTAL-CORR-DR
                   WHEN SR-REVERSAL-CR
                       ADD SR-AMOUNT TO WS-TOTAL-CORR-CR
                   WHEN SR-FEE
                       ADD SR-AMOUNT TO WS-TOTAL-FEES
                   WHEN SR-TAX-WITHHELD
                       ADD SR-AMOUNT TO WS-TOTAL-TAX
                   WHEN SR-WRITE-OFF
                       ADD SR-AMOUNT TO WS-TOTAL-WRITE-OFF
                   WHEN SR-RECOVERY
                       ADD SR-AMOUNT TO WS-TOTAL-RECOVERY
                   WHEN SR-CHEQUE-PAID
                       ADD SR-AMOUNT TO WS-TOTAL-CHEQUES
                   WHEN SR-PROV-CREDIT
                       ADD SR-AMOUNT TO WS-TOTAL-DISP-CR
                   WHEN SR-PROV-CLAWBACK
                       ADD SR-AMOUNT TO WS-TOTAL-DISP-DR
               END-EVALUATE
               PERFORM B3100-RETURN-NEXT-ENTRY.

