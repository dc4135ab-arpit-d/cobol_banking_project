      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: OUTBOUND EXTERNAL PAYMENT FILE PROCESSING, RUN EVERY
      *          NIGHT. PAYMENTS TO BENEFICIARIES AT OTHER BANKS ARE
      *          ENTERED AT THE COUNTER IN EXIST-CUST, WHICH DEBITS
      *          THE CUSTOMER THERE AND THEN ('P' ON TRANFILE) AND
      *          REGISTERS THE PAYMENT ON PAYOUT. THIS RUN DOES TWO
      *          THINGS, IN THIS ORDER:
      *          1. IF THE CLEARING HOUSE HAS DELIVERED A REJECTION
      *             FILE (POUTREJ) IT IS VERIFIED END TO END -- HEADER
      *             FIRST, TRAILER LAST, COUNT AND HASH AGREEING, THE
      *             SAME DISCIPLINE PAY-IN APPLIES TO AN INBOUND FILE
      *             -- AND EACH REJECTED PAYMENT IS CREDITED BACK TO
      *             THE CUSTOMER ('Q', TELLER ZERO) AND MARKED
      *             RETURNED ON PAYOUT. A REJECTION THAT CANNOT BE
      *             APPLIED IS LISTED AS AN EXCEPTION FOR THE BRANCH.
      *             THE DELIVERY IS RECORDED ON REJCTL BY ITS FILE
      *             DATE AND ORIGINATOR, SO IT CAN NEVER APPLY TWICE.
      *          2. EVERY PENDING PAYMENT IS WRITTEN TO THE OUTBOUND
      *             FILE (POUTFILE) FOR THE CLEARING HOUSE -- A HEADER
      *             WITH THE BUSINESS DATE, ONE DETAIL PER PAYMENT AND
      *             A TRAILER WITH THE DETAIL COUNT AND AMOUNT HASH
      *             TOTAL -- AND MARKED SENT. POUTCTL REFUSES A SECOND
      *             FILE FOR A DATE WHOSE FILE IS ALREADY COMPLETE.
      *          THE 'P' AND 'Q' JOURNAL ENTRIES CARRY THE SUSPENSE
      *          MOVEMENTS INTO GL-EXTR. A RUN REPORT GOES TO POUTRPT.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-OUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJ-FILE ASSIGN TO "POUTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-BANK-ACCOUNT
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT PAYO-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-PAYMENT-NO
               FILE STATUS IS WS-PAYO-FILE-STATUS.

           SELECT CTL-FILE ASSIGN TO "REJCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-FILE-KEY
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT PXCTL-FILE ASSIGN TO "POUTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-CONTROL-ID
               FILE STATUS IS WS-PXCTL-FILE-STATUS.

           SELECT POUT-FILE ASSIGN TO "POUTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POUT-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "POUTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJ-FILE.
       01  RJ-RECORD                 PIC X(80).

       FD  ACCT-FILE.
           COPY ACCTREC.

       FD  TRAN-FILE.
           COPY TRANREC.

       FD  PAYO-FILE.
           COPY POUTREC.

       FD  CTL-FILE.
           COPY REJCTL.

       FD  PXCTL-FILE.
           COPY POUTCTL.

       FD  POUT-FILE.
       01  PF-RECORD                 PIC X(120).

       FD  RPT-FILE.
       01  RPT-LINE                  PIC X(80).

       FD  SYSCTL-FILE.
           COPY SYSREC.

       WORKING-STORAGE SECTION.
           01 WS-REJ-FILE-STATUS     PIC X(02).
               88 WS-REJ-EOF             VALUE '10'.
               88 WS-REJ-FILE-MISSING    VALUE '35'.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-NOT-FOUND      VALUE '23'.
           01 WS-TRAN-FILE-STATUS    PIC X(02).
           01 WS-PAYO-FILE-STATUS    PIC X(02).
               88 WS-PAYO-NOT-FOUND      VALUE '23'.
               88 WS-PAYO-EOF            VALUE '10'.
               88 WS-PAYO-FILE-MISSING   VALUE '35'.
           01 WS-CTL-FILE-STATUS     PIC X(02).
               88 WS-CTL-FILE-MISSING    VALUE '35'.
           01 WS-PXCTL-FILE-STATUS   PIC X(02).
               88 WS-PXCTL-FILE-MISSING  VALUE '35'.
           01 WS-POUT-FILE-STATUS    PIC X(02).
           01 WS-RPT-FILE-STATUS     PIC X(02).
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.

           01 WS-RUN-DATE            PIC 9(08).
      *    THE OUTBOUND FILE'S CYCLE: A NEW FILE FOR THE DATE, A
      *    REBUILD OF ONE AN ABEND LEFT IN PROGRESS, OR A REFUSAL.
           01 WS-RUN-MODE            PIC X(01).
               88 WS-RUN-NEW-FILE        VALUE 'N'.
               88 WS-RUN-RESUME          VALUE 'R'.
               88 WS-RUN-REFUSED         VALUE 'X'.
           01 WS-PX-ON-FILE-SW       PIC X(01) VALUE 'N'.
               88 WS-PX-ON-FILE          VALUE 'Y'.
      *    THE REJECTION FILE'S RUN, THE SAME THREE WAYS ON REJCTL.
           01 WS-REJ-MODE            PIC X(01).
               88 WS-REJ-NEW-FILE        VALUE 'N'.
               88 WS-REJ-RESUME          VALUE 'R'.
               88 WS-REJ-REFUSED         VALUE 'X'.

      *    THE CLEARING HOUSE'S REJECTION LAYOUT, ONE VIEW PER
      *    RECORD TYPE.
           01 WS-RJ-HEADER.
               05 WS-RH-RECORD-TYPE   PIC X(01).
               05 WS-RH-FILE-DATE     PIC 9(08).
               05 WS-RH-ORIGINATOR    PIC X(20).

           01 WS-RJ-DETAIL.
               05 WS-RD-RECORD-TYPE   PIC X(01).
               05 WS-RD-PAYMENT-NO    PIC 9(08).
               05 WS-RD-AMOUNT        PIC 9(10)V99.
               05 WS-RD-REASON-CODE   PIC X(03).

           01 WS-RJ-TRAILER.
               05 WS-RT-RECORD-TYPE   PIC X(01).
               05 WS-RT-DETAIL-COUNT  PIC 9(06).
               05 WS-RT-HASH-AMOUNT   PIC 9(14)V99.

      *    THE OUTBOUND LAYOUT AGREED WITH THE CLEARING HOUSE.
           01 WS-PF-HEADER.
               05 WS-FH-RECORD-TYPE   PIC X(01) VALUE '1'.
               05 WS-FH-FILE-DATE     PIC 9(08).
               05 WS-FH-SYSTEM-ID     PIC X(08) VALUE "BANKCORE".

           01 WS-PF-DETAIL.
               05 WS-FD-RECORD-TYPE   PIC X(01) VALUE '2'.
               05 WS-FD-PAYMENT-NO    PIC 9(08).
               05 WS-FD-REMITTER      PIC 9(08).
               05 WS-FD-BENE-BANK     PIC X(11).
               05 WS-FD-BENE-ACCOUNT  PIC X(20).
               05 WS-FD-BENE-NAME     PIC X(35).
               05 WS-FD-AMOUNT        PIC 9(10)V99.
               05 WS-FD-REFERENCE     PIC X(16).

           01 WS-PF-TRAILER.
               05 WS-FT-RECORD-TYPE   PIC X(01) VALUE '3'.
               05 WS-FT-DETAIL-COUNT  PIC 9(06).
               05 WS-FT-HASH-AMOUNT   PIC 9(14)V99.

           01 WS-PASS-SW             PIC 9(01).
               88 WS-VERIFY-PASS         VALUE 1.
               88 WS-POST-PASS           VALUE 2.
           01 WS-FILE-OK-SW          PIC X(01) VALUE 'Y'.
               88 WS-FILE-REJECTED       VALUE 'N'.
           01 WS-HEADER-SEEN-SW      PIC X(01).
               88 WS-HEADER-SEEN         VALUE 'Y'.
           01 WS-TRAILER-SEEN-SW     PIC X(01).
               88 WS-TRAILER-SEEN        VALUE 'Y'.

           01 WS-DETAIL-COUNT        PIC 9(06).
           01 WS-HASH-AMOUNT         PIC 9(14)V99.
           01 WS-CREDITED-COUNT      PIC 9(06) VALUE ZEROES.
           01 WS-CREDITED-AMOUNT     PIC 9(14)V99 VALUE ZEROES.
           01 WS-EXCEPTION-COUNT     PIC 9(06) VALUE ZEROES.
           01 WS-EXCEPTION-AMOUNT    PIC 9(14)V99 VALUE ZEROES.
           01 WS-SENT-COUNT          PIC 9(06) VALUE ZEROES.
           01 WS-SENT-AMOUNT         PIC 9(14)V99 VALUE ZEROES.

           01 WS-OLD-BALANCE         PIC S9(8)V99.
           01 WS-POST-OK-SW          PIC X(01).
               88 WS-POST-OK             VALUE 'Y'.

           01 WS-RPT-RETURN.
               05 WS-RR-PAYMENT-NO    PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RR-ACCOUNT       PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RR-AMOUNT        PIC $$$,$$$,$$$,$$9.99.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RR-REASON        PIC X(03).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RR-RESULT        PIC X(30).

           01 WS-RPT-SENT.
               05 WS-RX-PAYMENT-NO    PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RX-ACCOUNT       PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RX-AMOUNT        PIC $$$,$$$,$$$,$$9.99.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RX-BENE-BANK     PIC X(11).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RX-BENE-ACCOUNT  PIC X(20).

           01 WS-RPT-SUMMARY.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-RS-LABEL         PIC X(26).
               05 WS-RS-COUNT         PIC ZZZ,ZZ9.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RS-AMOUNT        PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0100-OPEN-FILES.
           PERFORM A0300-CHECK-CYCLE-CONTROL.
           PERFORM A0400-OPEN-REPORT.
           PERFORM B0000-APPLY-REJECTIONS.
           IF WS-RUN-REFUSED
               DISPLAY "OUTBOUND PAYMENT FILE FOR " WS-RUN-DATE
                   " WAS ALREADY BUILT, NOTHING SENT"
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "OUTBOUND FILE ALREADY BUILT FOR THIS DATE"
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM C0000-BUILD-OUTBOUND-FILE
           END-IF.
           PERFORM A7500-PRINT-SUMMARY.
           PERFORM A9000-CLOSE-FILES.
           GOBACK.

      *    POSTINGS AND THE FILE DATE FOLLOW THE BUSINESS PROCESSING
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
               OPEN EXTEND TRAN-FILE
               IF WS-TRAN-FILE-STATUS = '05'
                   OR WS-TRAN-FILE-STATUS = '35'
                   OPEN OUTPUT TRAN-FILE
               END-IF
               OPEN I-O PAYO-FILE
               IF WS-PAYO-FILE-MISSING
                   OPEN OUTPUT PAYO-FILE
                   CLOSE PAYO-FILE
                   OPEN I-O PAYO-FILE
               END-IF
               OPEN I-O CTL-FILE
               IF WS-CTL-FILE-MISSING
                   OPEN OUTPUT CTL-FILE
                   CLOSE CTL-FILE
                   OPEN I-O CTL-FILE
               END-IF
               OPEN I-O PXCTL-FILE
               IF WS-PXCTL-FILE-MISSING
                   OPEN OUTPUT PXCTL-FILE
                   CLOSE PXCTL-FILE
                   OPEN I-O PXCTL-FILE
               END-IF.

      *    ONE OUTBOUND FILE PER BUSINESS DATE. A COMPLETE FILE FOR
      *    TODAY IS NOT BUILT AGAIN; ONE LEFT IN PROGRESS IS REBUILT
      *    FROM THE REGISTER, INCLUDING THE PAYMENTS THE ABENDED RUN
      *    HAD ALREADY MARKED SENT.
           A0300-CHECK-CYCLE-CONTROL.
               SET WS-RUN-NEW-FILE TO TRUE
               MOVE 01 TO PX-CONTROL-ID
               READ PXCTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PX-ON-FILE TO TRUE
                       IF PX-LAST-FILE-DATE = WS-RUN-DATE
                           IF PX-CYCLE-COMPLETE
                               SET WS-RUN-REFUSED TO TRUE
                           ELSE
                               SET WS-RUN-RESUME TO TRUE
                               DISPLAY "REBUILDING THE OUTBOUND FILE "
                                   "AN ABENDED RUN LEFT IN PROGRESS"
                           END-IF
                       END-IF
               END-READ.

      *    A REFUSED RERUN APPENDS TO THE REPORT THE FIRST RUN LEFT
      *    INSTEAD OF WIPING IT -- IT MAY STILL APPLY A REJECTION
      *    FILE THAT ARRIVED SINCE.
           A0400-OPEN-REPORT.
               IF WS-RUN-REFUSED
                   OPEN EXTEND RPT-FILE
                   IF WS-RPT-FILE-STATUS = '05'
                       OR WS-RPT-FILE-STATUS = '35'
                       OPEN OUTPUT RPT-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT RPT-FILE
               END-IF
               MOVE "OUTBOUND PAYMENT PROCESSING REPORT" TO RPT-LINE
               WRITE RPT-LINE.

      ******************************************************************
      *    CLEARING-HOUSE REJECTIONS
      ******************************************************************
           B0000-APPLY-REJECTIONS.
               OPEN INPUT REJ-FILE
               IF WS-REJ-FILE-MISSING
                   DISPLAY "NO CLEARING-HOUSE REJECTION FILE ON HAND"
               ELSE
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE "CLEARING-HOUSE REJECTIONS" TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE "PAYMENT   ACCOUNT   AMOUNT              REASON"
                       TO RPT-LINE
                   WRITE RPT-LINE
                   SET WS-VERIFY-PASS TO TRUE
                   PERFORM B1000-RUN-ONE-PASS
                   IF WS-FILE-REJECTED
                       MOVE "REJECTION FILE REFUSED, NOTHING CREDITED"
                           TO RPT-LINE
                       WRITE RPT-LINE
                       DISPLAY "POUTREJ FILE REFUSED, NOTHING CREDITED"
                   ELSE
                       PERFORM B0500-CHECK-FILE-CONTROL
                       IF WS-REJ-REFUSED
                           DISPLAY "POUTREJ FILE DATED "
                               WS-RH-FILE-DATE " FROM "
                               WS-RH-ORIGINATOR " WAS ALREADY "
                               "APPLIED ON " RX-APPLIED-ON
                           MOVE "REJECTION FILE ALREADY APPLIED"
                               TO RPT-LINE
                           WRITE RPT-LINE
                       ELSE
                           CLOSE REJ-FILE
                           OPEN INPUT REJ-FILE
                           SET WS-POST-PASS TO TRUE
                           PERFORM B1000-RUN-ONE-PASS
                           SET RX-RUN-COMPLETE TO TRUE
                           MOVE WS-RUN-DATE TO RX-APPLIED-ON
                           REWRITE RX-CONTROL-RECORD
                       END-IF
                   END-IF
                   CLOSE REJ-FILE
               END-IF.

      *    THE REJECTION FILE IS IDENTIFIED BY ITS HEADER FILE DATE
      *    AND ORIGINATOR ON REJCTL, THE SAME PAIR PAY-IN KEYS A
      *    PAYIN DELIVERY BY ON PAYCTL.
           B0500-CHECK-FILE-CONTROL.
               MOVE WS-RH-FILE-DATE  TO RX-FILE-DATE
               MOVE WS-RH-ORIGINATOR TO RX-ORIGINATOR
               READ CTL-FILE
                   INVALID KEY
                       SET WS-REJ-NEW-FILE TO TRUE
                       SET RX-RUN-IN-PROGRESS TO TRUE
                       MOVE ZEROES TO RX-LAST-DETAIL-DONE
                       MOVE ZEROES TO RX-CREDITED-COUNT
                       MOVE ZEROES TO RX-CREDITED-AMOUNT
                       MOVE ZEROES TO RX-EXCEPTION-COUNT
                       MOVE ZEROES TO RX-EXCEPTION-AMOUNT
                       MOVE ZEROES TO RX-APPLIED-ON
                       WRITE RX-CONTROL-RECORD
                   NOT INVALID KEY
                       IF RX-RUN-COMPLETE
                           SET WS-REJ-REFUSED TO TRUE
                       ELSE
                           SET WS-REJ-RESUME TO TRUE
                           MOVE RX-CREDITED-COUNT
                               TO WS-CREDITED-COUNT
                           MOVE RX-CREDITED-AMOUNT
                               TO WS-CREDITED-AMOUNT
                           MOVE RX-EXCEPTION-COUNT
                               TO WS-EXCEPTION-COUNT
                           MOVE RX-EXCEPTION-AMOUNT
                               TO WS-EXCEPTION-AMOUNT
                           DISPLAY "RESUMING ABENDED REJECTION RUN "
                               "AFTER DETAIL " RX-LAST-DETAIL-DONE
                       END-IF
               END-READ.

      *    ONE PASS OF THE REJECTION FILE. THE VERIFY PASS ONLY
      *    PROVES THE SHAPE, SO A TRUNCATED OR DOCTORED FILE IS
      *    REFUSED BEFORE A SINGLE CREDIT POSTS; THE POST PASS DOES
      *    THE WORK.
           B1000-RUN-ONE-PASS.
               MOVE 'N' TO WS-HEADER-SEEN-SW
               MOVE 'N' TO WS-TRAILER-SEEN-SW
               MOVE ZEROES TO WS-DETAIL-COUNT
               MOVE ZEROES TO WS-HASH-AMOUNT
               PERFORM B1100-READ-NEXT-RECORD
               PERFORM B2000-HANDLE-ONE-RECORD UNTIL WS-REJ-EOF
               IF WS-VERIFY-PASS
                   PERFORM B3000-JUDGE-THE-FILE
               END-IF.

           B1100-READ-NEXT-RECORD.
               READ REJ-FILE
                   AT END
                       CONTINUE
               END-READ.

           B2000-HANDLE-ONE-RECORD.
               EVALUATE RJ-RECORD(1:1)
                   WHEN '1'
                       MOVE RJ-RECORD TO WS-RJ-HEADER
                       SET WS-HEADER-SEEN TO TRUE
                   WHEN '2'
                       MOVE RJ-RECORD TO WS-RJ-DETAIL
                       ADD 1 TO WS-DETAIL-COUNT
                       IF WS-RD-AMOUNT NUMERIC
                           ADD WS-RD-AMOUNT TO WS-HASH-AMOUNT
                       END-IF
                       IF WS-POST-PASS
                           IF WS-DETAIL-COUNT > RX-LAST-DETAIL-DONE
                               PERFORM B4000-APPLY-ONE-REJECTION
                               PERFORM B4800-CHECKPOINT-DETAIL
                           END-IF
                       END-IF
                   WHEN '3'
                       MOVE RJ-RECORD TO WS-RJ-TRAILER
                       SET WS-TRAILER-SEEN TO TRUE
                   WHEN OTHER
                       IF WS-VERIFY-PASS
                           DISPLAY "UNKNOWN RECORD TYPE '"
                               RJ-RECORD(1:1) "' ON POUTREJ"
                           SET WS-FILE-REJECTED TO TRUE
                       END-IF
               END-EVALUATE
               PERFORM B1100-READ-NEXT-RECORD.

           B3000-JUDGE-THE-FILE.
               EVALUATE TRUE
                   WHEN NOT WS-HEADER-SEEN
                       DISPLAY "POUTREJ HAS NO HEADER RECORD, REFUSED"
                       SET WS-FILE-REJECTED TO TRUE
                   WHEN NOT WS-TRAILER-SEEN
                       DISPLAY "POUTREJ HAS NO TRAILER RECORD, REFUSED"
                       SET WS-FILE-REJECTED TO TRUE
                   WHEN WS-RT-DETAIL-COUNT NOT = WS-DETAIL-COUNT
                       DISPLAY "POUTREJ TRAILER COUNT "
                           WS-RT-DETAIL-COUNT " DOES NOT MATCH "
                           WS-DETAIL-COUNT " DETAILS, REFUSED"
                       SET WS-FILE-REJECTED TO TRUE
                   WHEN WS-RT-HASH-AMOUNT NOT = WS-HASH-AMOUNT
                       DISPLAY "POUTREJ TRAILER HASH DOES NOT MATCH "
                           "THE DETAIL AMOUNTS, REFUSED"
                       SET WS-FILE-REJECTED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *    A REJECTION ONLY CREDITS BACK A PAYMENT THIS BANK ACTUALLY
      *    SENT, FOR THE AMOUNT IT SENT, ONCE. ANYTHING ELSE IS AN
      *    EXCEPTION FOR THE BRANCH TO FOLLOW UP WITH THE CLEARING
      *    HOUSE, AND THE REGISTER IS LEFT AS IT WAS.
           B4000-APPLY-ONE-REJECTION.
               MOVE 'N' TO WS-POST-OK-SW
               MOVE ZEROES TO WS-RR-ACCOUNT
               IF WS-RD-PAYMENT-NO NOT NUMERIC
                   OR WS-RD-AMOUNT NOT NUMERIC
                   MOVE "EXCEPTION, BAD DETAIL" TO WS-RR-RESULT
               ELSE
                   MOVE WS-RD-PAYMENT-NO TO PO-PAYMENT-NO
                   READ PAYO-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-PAYO-NOT-FOUND
                       MOVE "EXCEPTION, NO SUCH PAYMENT"
                           TO WS-RR-RESULT
                   ELSE
                       MOVE PO-BANK-ACCOUNT TO WS-RR-ACCOUNT
                       EVALUATE TRUE
                           WHEN PO-RETURNED
                               MOVE "EXCEPTION, ALREADY RETURNED"
                                   TO WS-RR-RESULT
                           WHEN PO-PENDING
                               MOVE "EXCEPTION, NOT YET SENT"
                                   TO WS-RR-RESULT
                           WHEN WS-RD-AMOUNT NOT = PO-AMOUNT
                               MOVE "EXCEPTION, AMOUNT DIFFERS"
                                   TO WS-RR-RESULT
                           WHEN OTHER
                               PERFORM B4200-CREDIT-THE-CUSTOMER
                       END-EVALUATE
                   END-IF
               END-IF
               IF WS-POST-OK
                   ADD 1 TO WS-CREDITED-COUNT
                   ADD WS-RD-AMOUNT TO WS-CREDITED-AMOUNT
               ELSE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   IF WS-RD-AMOUNT NUMERIC
                       ADD WS-RD-AMOUNT TO WS-EXCEPTION-AMOUNT
                   END-IF
               END-IF
               MOVE WS-RD-PAYMENT-NO  TO WS-RR-PAYMENT-NO
               MOVE WS-RD-AMOUNT      TO WS-RR-AMOUNT
               MOVE WS-RD-REASON-CODE TO WS-RR-REASON
               MOVE WS-RPT-RETURN     TO RPT-LINE
               WRITE RPT-LINE.

      *    THE MONEY IS THE CUSTOMER'S OWN COMING BACK, SO A FROZEN
      *    OR DORMANT ACCOUNT IS STILL CREDITED, THE SAME AS A
      *    REVERSAL. ONLY A CLOSED (OR VANISHED) ACCOUNT, OR A
      *    CREDIT THAT WOULD OVERFLOW THE BALANCE, IS LEFT FOR THE
      *    BRANCH TO REFUND BY HAND.
           B4200-CREDIT-THE-CUSTOMER.
               MOVE PO-BANK-ACCOUNT TO AR-BANK-ACCOUNT
               READ ACCT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-NOT-FOUND
                   MOVE "EXCEPTION, NO ACCOUNT" TO WS-RR-RESULT
               ELSE IF AR-CLOSED
                   MOVE "EXCEPTION, ACCOUNT CLOSED" TO WS-RR-RESULT
               ELSE
                   MOVE AR-BALANCE TO WS-OLD-BALANCE
                   COMPUTE AR-BALANCE = AR-BALANCE + PO-AMOUNT
                       ON SIZE ERROR
                           MOVE WS-OLD-BALANCE TO AR-BALANCE
                           MOVE "EXCEPTION, WOULD OVERFLOW"
                               TO WS-RR-RESULT
                   NOT ON SIZE ERROR
                       REWRITE AR-ACCOUNT-RECORD
                       PERFORM B4500-WRITE-JOURNAL-ENTRY
                       SET PO-RETURNED TO TRUE
                       MOVE WS-RUN-DATE       TO PO-RETURN-DATE
                       MOVE WS-RD-REASON-CODE TO PO-RETURN-REASON
                       REWRITE PO-PAYMENT-RECORD
                       SET WS-POST-OK TO TRUE
                       MOVE "CREDITED BACK" TO WS-RR-RESULT
                   END-COMPUTE
               END-IF.

      *    SYSTEM-GENERATED CREDIT, SO IT STAMPS TELLER ZERO. THE
      *    REVERSAL REFERENCE POINTS AT THE ORIGINAL 'P' DEBIT.
           B4500-WRITE-JOURNAL-ENTRY.
               MOVE AR-BANK-ACCOUNT    TO TR-BANK-ACCOUNT
               SET TR-PAYMENT-RETURN   TO TRUE
               MOVE PO-AMOUNT          TO TR-AMOUNT
               MOVE WS-OLD-BALANCE     TO TR-OLD-BALANCE
               MOVE AR-BALANCE         TO TR-NEW-BALANCE
               MOVE AR-BRANCH-CODE     TO TR-BRANCH-CODE
               MOVE 'N'                TO TR-LARGE-TXN-FLAG
               MOVE 'N'                TO TR-CROSS-BRANCH-FLAG
               MOVE ZEROES             TO TR-TELLER-ID
               MOVE WS-RUN-DATE        TO TR-TIMESTAMP(1:8)
               MOVE FUNCTION CURRENT-DATE(9:6) TO TR-TIMESTAMP(9:6)
               MOVE PO-DEBIT-TIMESTAMP TO TR-REVERSAL-REF
               WRITE TR-JOURNAL-RECORD.

      *    THE DETAIL IS COMMITTED -- CHECKPOINT IT AND THE RUNNING
      *    TOTALS, SO A RERUN PICKS UP AT THE NEXT DETAIL, NOT THIS
      *    ONE.
           B4800-CHECKPOINT-DETAIL.
               MOVE WS-DETAIL-COUNT     TO RX-LAST-DETAIL-DONE
               MOVE WS-CREDITED-COUNT   TO RX-CREDITED-COUNT
               MOVE WS-CREDITED-AMOUNT  TO RX-CREDITED-AMOUNT
               MOVE WS-EXCEPTION-COUNT  TO RX-EXCEPTION-COUNT
               MOVE WS-EXCEPTION-AMOUNT TO RX-EXCEPTION-AMOUNT
               REWRITE RX-CONTROL-RECORD.

      ******************************************************************
      *    OUTBOUND FILE TO THE CLEARING HOUSE
      ******************************************************************
           C0000-BUILD-OUTBOUND-FILE.
               MOVE 01 TO PX-CONTROL-ID
               MOVE WS-RUN-DATE TO PX-LAST-FILE-DATE
               SET PX-CYCLE-IN-PROGRESS TO TRUE
               MOVE ZEROES TO PX-FILE-COUNT
               MOVE ZEROES TO PX-FILE-AMOUNT
               IF WS-PX-ON-FILE
                   REWRITE PX-CONTROL-RECORD
               ELSE
                   WRITE PX-CONTROL-RECORD
               END-IF
               OPEN OUTPUT POUT-FILE
               MOVE WS-RUN-DATE TO WS-FH-FILE-DATE
               MOVE WS-PF-HEADER TO PF-RECORD
               WRITE PF-RECORD
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "PAYMENTS SENT" TO RPT-LINE
               WRITE RPT-LINE
               MOVE "PAYMENT   ACCOUNT   AMOUNT              BANK"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE ZEROES TO PO-PAYMENT-NO
               START PAYO-FILE KEY NOT LESS THAN PO-PAYMENT-NO
                   INVALID KEY
                       SET WS-PAYO-EOF TO TRUE
               END-START
               PERFORM C1000-SEND-ONE-PAYMENT UNTIL WS-PAYO-EOF
               MOVE WS-SENT-COUNT  TO WS-FT-DETAIL-COUNT
               MOVE WS-SENT-AMOUNT TO WS-FT-HASH-AMOUNT
               MOVE WS-PF-TRAILER TO PF-RECORD
               WRITE PF-RECORD
               CLOSE POUT-FILE
               MOVE 01 TO PX-CONTROL-ID
               MOVE WS-RUN-DATE    TO PX-LAST-FILE-DATE
               SET PX-CYCLE-COMPLETE TO TRUE
               MOVE WS-SENT-COUNT  TO PX-FILE-COUNT
               MOVE WS-SENT-AMOUNT TO PX-FILE-AMOUNT
               REWRITE PX-CONTROL-RECORD
               DISPLAY "OUTBOUND PAYMENT FILE BUILT, " WS-SENT-COUNT
                   " PAYMENTS".

      *    A PENDING PAYMENT GOES OUT AND IS MARKED SENT. ONE ALREADY
      *    MARKED SENT TODAY CAN ONLY BE FROM AN ABENDED RUN OF THIS
      *    SAME FILE, SO IT GOES OUT AGAIN ON THE REBUILT FILE.
           C1000-SEND-ONE-PAYMENT.
               READ PAYO-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PO-PENDING
                           OR (PO-SENT AND PO-SENT-DATE = WS-RUN-DATE)
                           PERFORM C1100-WRITE-DETAIL
                       END-IF
               END-READ.

           C1100-WRITE-DETAIL.
               MOVE PO-PAYMENT-NO   TO WS-FD-PAYMENT-NO
               MOVE PO-BANK-ACCOUNT TO WS-FD-REMITTER
               MOVE PO-BENE-BANK    TO WS-FD-BENE-BANK
               MOVE PO-BENE-ACCOUNT TO WS-FD-BENE-ACCOUNT
               MOVE PO-BENE-NAME    TO WS-FD-BENE-NAME
               MOVE PO-AMOUNT       TO WS-FD-AMOUNT
               MOVE PO-REFERENCE    TO WS-FD-REFERENCE
               MOVE WS-PF-DETAIL TO PF-RECORD
               WRITE PF-RECORD
               ADD 1 TO WS-SENT-COUNT
               ADD PO-AMOUNT TO WS-SENT-AMOUNT
               IF PO-PENDING
                   SET PO-SENT TO TRUE
                   MOVE WS-RUN-DATE TO PO-SENT-DATE
                   REWRITE PO-PAYMENT-RECORD
               END-IF
               MOVE PO-PAYMENT-NO   TO WS-RX-PAYMENT-NO
               MOVE PO-BANK-ACCOUNT TO WS-RX-ACCOUNT
               MOVE PO-AMOUNT       TO WS-RX-AMOUNT
               MOVE PO-BENE-BANK    TO WS-RX-BENE-BANK
               MOVE PO-BENE-ACCOUNT TO WS-RX-BENE-ACCOUNT
               MOVE WS-RPT-SENT     TO RPT-LINE
               WRITE RPT-LINE.

           A7500-PRINT-SUMMARY.
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "PAYMENTS SENT" TO WS-RS-LABEL
               MOVE WS-SENT-COUNT TO WS-RS-COUNT
               MOVE WS-SENT-AMOUNT TO WS-RS-AMOUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "REJECTIONS CREDITED BACK" TO WS-RS-LABEL
               MOVE WS-CREDITED-COUNT TO WS-RS-COUNT
               MOVE WS-CREDITED-AMOUNT TO WS-RS-AMOUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "REJECTION EXCEPTIONS" TO WS-RS-LABEL
               MOVE WS-EXCEPTION-COUNT TO WS-RS-COUNT
               MOVE WS-EXCEPTION-AMOUNT TO WS-RS-AMOUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               IF WS-EXCEPTION-COUNT > ZEROES
                   DISPLAY WS-EXCEPTION-COUNT " CLEARING-HOUSE "
                       "REJECTIONS NEED BRANCH ACTION -- SEE POUTRPT"
               END-IF.

           A9000-CLOSE-FILES.
               CLOSE ACCT-FILE
               CLOSE TRAN-FILE
               CLOSE PAYO-FILE
               CLOSE CTL-FILE
               CLOSE PXCTL-FILE
               CLOSE RPT-FILE.

       END PROGRAM PAY-OUT.
