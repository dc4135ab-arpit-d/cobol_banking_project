      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: INWARD CHEQUE CLEARING. READS THE CLEARING HOUSE'S
      *          INWARD CHEQUE FILE (CHQIN) -- A HEADER WITH THE FILE
      *          DATE AND CLEARING HOUSE, ONE DETAIL PER CHEQUE DRAWN
      *          ON US (ACCOUNT, CHEQUE NUMBER, AMOUNT, PRESENTING
      *          BANK, ITEM REFERENCE) AND A TRAILER WITH THE DETAIL
      *          COUNT AND AMOUNT HASH TOTAL -- AND PAYS OR RETURNS
      *          EACH CHEQUE. THE FILE IS VERIFIED END TO END FIRST,
      *          THE SAME DISCIPLINE AS PAY-IN, AND NOTHING IS PAID
      *          FROM A FILE THAT FAILS. A CHEQUE IS RETURNED IF THE
      *          DRAWER'S ACCOUNT IS NOT ON FILE, NOT ACTIVE OR NOT
      *          AN ON-DEMAND ACCOUNT, IF AN ACTIVE STOP PAYMENT ON
      *          STOPPAY COVERS IT, IF THE SAME CHEQUE NUMBER HAS
      *          ALREADY BEEN PAID (THE CHQPAID REGISTER), OR IF IT
      *          IS MORE THAN THE AVAILABLE FUNDS -- BALANCE PLUS
      *          OVERDRAFT LIMIT LESS ACTIVE HOLDS ON HOLDFILE, THE
      *          SAME TEST SO-EXEC APPLIES. A PAID CHEQUE DEBITS THE
      *          ACCOUNT WITH A TR-CHEQUE-PAID JOURNAL ENTRY CARRYING
      *          THE CHEQUE NUMBER IN TR-REVERSAL-REF, STAMPED
      *          TELLER ZERO, AND IS ENTERED ON CHQPAID. RETURNED
      *          CHEQUES GO BACK TO THE CLEARING HOUSE ON CHQRTN
      *          WITH A REASON CODE, WRAPPED IN THEIR OWN HEADER AND
      *          TRAILER:
      *            C01  ACCOUNT NOT ON FILE
      *            C02  ACCOUNT NOT ACTIVE
      *            C03  NOT AN ON-DEMAND ACCOUNT
      *            C04  PAYMENT STOPPED BY THE DRAWER
      *            C05  INSUFFICIENT FUNDS
      *            C06  CHEQUE ALREADY PAID
      *            C07  BAD DETAIL (NOT NUMERIC, OR ZERO)
      *            C08  OVER THE JOURNAL'S AMOUNT LIMIT
      *          EVERY FILE IS RECORDED ON CHQCTL: A COMPLETED FILE
      *          IS REFUSED ON A RERUN, AND AN ABENDED ONE RESUMES
      *          AFTER THE LAST DETAIL COMMITTED. A RUN REPORT GOES
      *          TO CHQCLRRPT. NO CHQIN FILE ON HAND MEANS NO
      *          CLEARING TONIGHT. THIS IS A BATCH WRITER -- ITS
      *          JOURNAL ENTRIES REACH TRANIDX IN THE NIGHTLY
      *          JRNL-IDX REBUILD, THE SAME AS PAY-IN'S.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQ-CLR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQIN-FILE ASSIGN TO "CHQIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQIN-FILE-STATUS.

           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-BANK-ACCOUNT
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-NO
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT STOP-FILE ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-STOP-KEY
               FILE STATUS IS WS-STOP-FILE-STATUS.

           SELECT PAID-FILE ASSIGN TO "CHQPAID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PAID-KEY
               FILE STATUS IS WS-PAID-FILE-STATUS.

           SELECT CTL-FILE ASSIGN TO "CHQCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-FILE-KEY
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT RTN-FILE ASSIGN TO "CHQRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "CHQCLRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHQIN-FILE.
       01  CI-RECORD                 PIC X(80).

       FD  ACCT-FILE.
           COPY ACCTREC.

       FD  TRAN-FILE.
           COPY TRANREC.

       FD  HOLD-FILE.
           COPY HLDREC.

       FD  STOP-FILE.
           COPY STPREC.

       FD  PAID-FILE.
           COPY CHQREC.

       FD  CTL-FILE.
           COPY CHQCTL.

       FD  RTN-FILE.
       01  RT-RECORD                 PIC X(80).

       FD  RPT-FILE.
       01  RPT-LINE                  PIC X(80).

       FD  SYSCTL-FILE.
           COPY SYSREC.

       WORKING-STORAGE SECTION.
           01 WS-CHQIN-FILE-STATUS   PIC X(02).
               88 WS-CHQIN-EOF           VALUE '10'.
               88 WS-CHQIN-FILE-MISSING  VALUE '35'.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-NOT-FOUND      VALUE '23'.
           01 WS-TRAN-FILE-STATUS    PIC X(02).
           01 WS-HOLD-FILE-STATUS    PIC X(02).
               88 WS-HOLD-EOF            VALUE '10'.
               88 WS-HOLD-FILE-MISSING   VALUE '35'.
           01 WS-STOP-FILE-STATUS    PIC X(02).
               88 WS-STOP-EOF            VALUE '10'.
               88 WS-STOP-FILE-MISSING   VALUE '35'.
           01 WS-PAID-FILE-STATUS    PIC X(02).
               88 WS-PAID-NOT-FOUND      VALUE '23'.
               88 WS-PAID-FILE-MISSING   VALUE '35'.
           01 WS-CTL-FILE-STATUS     PIC X(02).
               88 WS-CTL-NOT-FOUND       VALUE '23'.
               88 WS-CTL-FILE-MISSING    VALUE '35'.
           01 WS-RTN-FILE-STATUS     PIC X(02).
           01 WS-RPT-FILE-STATUS     PIC X(02).
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.

           01 WS-RUN-DATE            PIC 9(08).
           01 WS-RUN-MODE            PIC X(01).
               88 WS-RUN-NEW-FILE        VALUE 'N'.
               88 WS-RUN-RESUME          VALUE 'R'.
               88 WS-RUN-REFUSED         VALUE 'X'.

      *    THE CLEARING HOUSE'S INWARD LAYOUT, ONE VIEW PER RECORD
      *    TYPE.
           01 WS-CI-HEADER.
               05 WS-CH-RECORD-TYPE   PIC X(01).
               05 WS-CH-FILE-DATE     PIC 9(08).
               05 WS-CH-CLEARING-HOUSE PIC X(20).

           01 WS-CI-DETAIL.
               05 WS-CD-RECORD-TYPE   PIC X(01).
               05 WS-CD-BANK-ACCOUNT  PIC 9(08).
               05 WS-CD-CHEQUE-NO     PIC 9(08).
               05 WS-CD-AMOUNT        PIC 9(10)V99.
               05 WS-CD-PRESENTING-BANK PIC X(11).
               05 WS-CD-ITEM-REFERENCE PIC X(16).

           01 WS-CI-TRAILER.
               05 WS-CT-RECORD-TYPE   PIC X(01).
               05 WS-CT-DETAIL-COUNT  PIC 9(06).
               05 WS-CT-HASH-AMOUNT   PIC 9(14)V99.

      *    THE RETURNS FILE MIRRORS THE INWARD SHAPE, WITH A REASON
      *    CODE ON EACH RETURNED CHEQUE.
           01 WS-RT-HEADER.
               05 WS-RH-RECORD-TYPE   PIC X(01) VALUE '1'.
               05 WS-RH-RUN-DATE      PIC 9(08).
               05 WS-RH-SYSTEM-ID     PIC X(08) VALUE "BANKCORE".

           01 WS-RT-DETAIL.
               05 WS-RD-RECORD-TYPE   PIC X(01) VALUE '2'.
               05 WS-RD-BANK-ACCOUNT  PIC 9(08).
               05 WS-RD-CHEQUE-NO     PIC 9(08).
               05 WS-RD-AMOUNT        PIC 9(10)V99.
               05 WS-RD-ITEM-REFERENCE PIC X(16).
               05 WS-RD-REASON-CODE   PIC X(03).

           01 WS-RT-TRAILER.
               05 WS-RT-RECORD-TYPE   PIC X(01) VALUE '3'.
               05 WS-RT-DETAIL-COUNT  PIC 9(06).
               05 WS-RT-HASH-AMOUNT   PIC 9(14)V99.

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
           01 WS-PAID-COUNT          PIC 9(06) VALUE ZEROES.
           01 WS-PAID-AMOUNT         PIC 9(14)V99 VALUE ZEROES.
           01 WS-RETURN-COUNT        PIC 9(06) VALUE ZEROES.
           01 WS-RETURN-AMOUNT       PIC 9(14)V99 VALUE ZEROES.

           01 WS-REASON-CODE         PIC X(03).
           01 WS-OLD-BALANCE         PIC S9(8)V99.
           01 WS-HOLD-TOTAL          PIC 9(9)V99.
           01 WS-AVAIL-FUNDS         PIC S9(9)V99.
           01 WS-PAY-TIMESTAMP       PIC 9(14).
           01 WS-POST-OK-SW          PIC X(01).
               88 WS-POST-OK             VALUE 'Y'.
           01 WS-ALREADY-PAID-SW     PIC X(01).
               88 WS-ALREADY-PAID        VALUE 'Y'.
           01 WS-STOPPED-SW          PIC X(01).
               88 WS-CHEQUE-STOPPED      VALUE 'Y'.
           01 WS-STOP-SCAN-DONE-SW   PIC X(01).
               88 WS-STOP-SCAN-DONE      VALUE 'Y'.
           01 WS-HOLDS-ON-HAND-SW    PIC X(01) VALUE 'N'.
               88 WS-HOLDS-ON-HAND       VALUE 'Y'.
           01 WS-STOPS-ON-HAND-SW    PIC X(01) VALUE 'N'.
               88 WS-STOPS-ON-HAND       VALUE 'Y'.

           01 WS-RPT-DETAIL.
               05 WS-RPT-ACCT         PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RPT-CHEQUE       PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RPT-AMOUNT       PIC $$$,$$$,$$$,$$9.99.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RPT-RESULT       PIC X(30).

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
           IF NOT WS-CHQIN-FILE-MISSING
               SET WS-VERIFY-PASS TO TRUE
               PERFORM A1000-RUN-ONE-PASS
               IF WS-FILE-REJECTED
                   PERFORM A0400-OPEN-RUN-OUTPUTS
                   PERFORM A8000-REPORT-REJECTED-FILE
               ELSE
                   PERFORM A0350-CHECK-FILE-CONTROL
                   IF WS-RUN-REFUSED
                       DISPLAY "CHQIN FILE DATED " WS-CH-FILE-DATE
                           " FROM " WS-CH-CLEARING-HOUSE " WAS "
                           "ALREADY CLEARED ON " CX-CLEARED-ON
                           ", RUN REFUSED"
                   ELSE
                       PERFORM A0400-OPEN-RUN-OUTPUTS
                       CLOSE CHQIN-FILE
                       OPEN INPUT CHQIN-FILE
                       SET WS-POST-PASS TO TRUE
                       PERFORM A1000-RUN-ONE-PASS
                       SET CX-RUN-COMPLETE TO TRUE
                       MOVE WS-RUN-DATE TO CX-CLEARED-ON
                       REWRITE CX-CONTROL-RECORD
                       PERFORM A7000-FINISH-RETURNS-FILE
                       PERFORM A7500-PRINT-SUMMARY
                   END-IF
               END-IF
           END-IF.
           PERFORM A9000-CLOSE-FILES.
           GOBACK.

      *    CHEQUES ARE PAID ON THE BUSINESS PROCESSING DATE FROM
      *    SYSCTL (ADVANCED BY EOD-ADV), NOT THE WALL CLOCK.
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

      *    NO HOLDFILE MEANS NO HOLDS, AND NO STOPPAY MEANS NO STOPS
      *    -- EXIST-CUST CREATES BOTH THE FIRST TIME ONE IS PLACED.
           A0100-OPEN-FILES.
               OPEN INPUT CHQIN-FILE
               IF WS-CHQIN-FILE-MISSING
                   DISPLAY "NO CHQIN FILE ON HAND, NOTHING TO CLEAR"
               ELSE
                   OPEN I-O ACCT-FILE
                   OPEN EXTEND TRAN-FILE
                   IF WS-TRAN-FILE-STATUS = '05'
                       OR WS-TRAN-FILE-STATUS = '35'
                       OPEN OUTPUT TRAN-FILE
                   END-IF
                   OPEN INPUT HOLD-FILE
                   IF NOT WS-HOLD-FILE-MISSING
                       SET WS-HOLDS-ON-HAND TO TRUE
                   END-IF
                   OPEN INPUT STOP-FILE
                   IF NOT WS-STOP-FILE-MISSING
                       SET WS-STOPS-ON-HAND TO TRUE
                   END-IF
                   OPEN I-O PAID-FILE
                   IF WS-PAID-FILE-MISSING
                       OPEN OUTPUT PAID-FILE
                       CLOSE PAID-FILE
                       OPEN I-O PAID-FILE
                   END-IF
                   OPEN I-O CTL-FILE
                   IF WS-CTL-FILE-MISSING
                       OPEN OUTPUT CTL-FILE
                       CLOSE CTL-FILE
                       OPEN I-O CTL-FILE
                   END-IF
               END-IF.

      *    THE HEADER IDENTIFIES THE DELIVERY: FILE DATE PLUS
      *    CLEARING HOUSE. A FILE WHOSE CONTROL RECORD SAYS COMPLETE
      *    HAS ALREADY CLEARED AND IS REFUSED; ONE LEFT IN PROGRESS
      *    BY AN ABEND RESUMES FROM THE DETAIL AFTER THE LAST
      *    COMMITTED, WITH THE RUNNING TOTALS PICKED BACK UP OFF THE
      *    RECORD SO THE RETURNS TRAILER STILL PROVES THE WHOLE FILE.
           A0350-CHECK-FILE-CONTROL.
               MOVE WS-CH-FILE-DATE      TO CX-FILE-DATE
               MOVE WS-CH-CLEARING-HOUSE TO CX-CLEARING-HOUSE
               READ CTL-FILE
                   INVALID KEY
                       SET WS-RUN-NEW-FILE TO TRUE
                       SET CX-RUN-IN-PROGRESS TO TRUE
                       MOVE ZEROES TO CX-LAST-DETAIL-DONE
                       MOVE ZEROES TO CX-PAID-COUNT
                       MOVE ZEROES TO CX-PAID-AMOUNT
                       MOVE ZEROES TO CX-RETURN-COUNT
                       MOVE ZEROES TO CX-RETURN-AMOUNT
                       MOVE ZEROES TO CX-CLEARED-ON
                       WRITE CX-CONTROL-RECORD
                   NOT INVALID KEY
                       IF CX-RUN-COMPLETE
                           SET WS-RUN-REFUSED TO TRUE
                       ELSE
                           SET WS-RUN-RESUME TO TRUE
                           MOVE CX-PAID-COUNT    TO WS-PAID-COUNT
                           MOVE CX-PAID-AMOUNT   TO WS-PAID-AMOUNT
                           MOVE CX-RETURN-COUNT  TO WS-RETURN-COUNT
                           MOVE CX-RETURN-AMOUNT TO WS-RETURN-AMOUNT
                           DISPLAY "RESUMING ABENDED RUN AFTER "
                               "DETAIL " CX-LAST-DETAIL-DONE
                       END-IF
               END-READ.

      *    THE RETURNS FILE AND REPORT ARE ONLY OPENED ONCE THE
      *    CONTROL CHECK HAS RUN. A RESUMED RUN APPENDS TO BOTH, THE
      *    SAME AS PAY-IN.
           A0400-OPEN-RUN-OUTPUTS.
               IF WS-RUN-RESUME
                   OPEN EXTEND RTN-FILE
                   IF WS-RTN-FILE-STATUS = '05'
                       OR WS-RTN-FILE-STATUS = '35'
                       OPEN OUTPUT RTN-FILE
                       PERFORM A0300-START-RETURNS-FILE
                   END-IF
                   OPEN EXTEND RPT-FILE
                   IF WS-RPT-FILE-STATUS = '05'
                       OR WS-RPT-FILE-STATUS = '35'
                       OPEN OUTPUT RPT-FILE
                   END-IF
                   PERFORM A0200-PRINT-HEADER
               ELSE
                   OPEN OUTPUT RTN-FILE
                   OPEN OUTPUT RPT-FILE
                   PERFORM A0200-PRINT-HEADER
                   PERFORM A0300-START-RETURNS-FILE
               END-IF.

           A0200-PRINT-HEADER.
               MOVE "INWARD CHEQUE CLEARING REPORT" TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ACCOUNT   CHEQUE    AMOUNT              RESULT"
                   TO RPT-LINE
               WRITE RPT-LINE.

           A0300-START-RETURNS-FILE.
               MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
               MOVE WS-RT-HEADER TO RT-RECORD
               WRITE RT-RECORD.

      *    ONE PASS OF THE INWARD FILE. THE VERIFY PASS ONLY PROVES
      *    THE SHAPE -- HEADER FIRST, TRAILER LAST, COUNT AND HASH
      *    AGREEING WITH THE DETAILS -- SO A TRUNCATED OR DOCTORED
      *    FILE IS REFUSED BEFORE A SINGLE CHEQUE IS PAID. THE POST
      *    PASS DOES THE WORK.
           A1000-RUN-ONE-PASS.
               MOVE 'N' TO WS-HEADER-SEEN-SW
               MOVE 'N' TO WS-TRAILER-SEEN-SW
               MOVE ZEROES TO WS-DETAIL-COUNT
               MOVE ZEROES TO WS-HASH-AMOUNT
               PERFORM A1100-READ-NEXT-RECORD
               PERFORM A2000-HANDLE-ONE-RECORD UNTIL WS-CHQIN-EOF
               IF WS-VERIFY-PASS
                   PERFORM A3000-JUDGE-THE-FILE
               END-IF.

           A1100-READ-NEXT-RECORD.
               READ CHQIN-FILE
                   AT END
                       CONTINUE
               END-READ.

           A2000-HANDLE-ONE-RECORD.
               EVALUATE CI-RECORD(1:1)
                   WHEN '1'
                       MOVE CI-RECORD TO WS-CI-HEADER
                       SET WS-HEADER-SEEN TO TRUE
                       IF WS-VERIFY-PASS
                           AND WS-CH-FILE-DATE NOT = WS-RUN-DATE
                           DISPLAY "NOTE: FILE IS DATED "
                               WS-CH-FILE-DATE " BUT CLEARS ON "
                               "BUSINESS DATE " WS-RUN-DATE
                       END-IF
                   WHEN '2'
                       MOVE CI-RECORD TO WS-CI-DETAIL
                       ADD 1 TO WS-DETAIL-COUNT
                       IF WS-CD-AMOUNT NUMERIC
                           ADD WS-CD-AMOUNT TO WS-HASH-AMOUNT
                       END-IF
                       IF WS-POST-PASS
                           IF WS-DETAIL-COUNT > CX-LAST-DETAIL-DONE
                               PERFORM A4000-CLEAR-ONE-CHEQUE
                               PERFORM A4800-CHECKPOINT-DETAIL
                           END-IF
                       END-IF
                   WHEN '3'
                       MOVE CI-RECORD TO WS-CI-TRAILER
                       SET WS-TRAILER-SEEN TO TRUE
                   WHEN OTHER
                       IF WS-VERIFY-PASS
                           DISPLAY "UNKNOWN RECORD TYPE '"
                               CI-RECORD(1:1) "' ON CHQIN"
                           SET WS-FILE-REJECTED TO TRUE
                       END-IF
               END-EVALUATE
               PERFORM A1100-READ-NEXT-RECORD.

           A3000-JUDGE-THE-FILE.
               EVALUATE TRUE
                   WHEN NOT WS-HEADER-SEEN
                       DISPLAY "CHQIN HAS NO HEADER RECORD, REFUSED"
                       SET WS-FILE-REJECTED TO TRUE
                   WHEN NOT WS-TRAILER-SEEN
                       DISPLAY "CHQIN HAS NO TRAILER RECORD, REFUSED"
                       SET WS-FILE-REJECTED TO TRUE
                   WHEN WS-CT-DETAIL-COUNT NOT = WS-DETAIL-COUNT
                       DISPLAY "CHQIN TRAILER COUNT "
                           WS-CT-DETAIL-COUNT " DOES NOT MATCH "
                           WS-DETAIL-COUNT " DETAILS, REFUSED"
                       SET WS-FILE-REJECTED TO TRUE
                   WHEN WS-CT-HASH-AMOUNT NOT = WS-HASH-AMOUNT
                       DISPLAY "CHQIN TRAILER HASH DOES NOT MATCH "
                           "THE DETAIL AMOUNTS, REFUSED"
                       SET WS-FILE-REJECTED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *    JUDGES ONE CHEQUE. A BAD OR OVERSIZED DETAIL GOES BACK
      *    BEFORE ANYTHING IS LOOKED UP; AFTER THAT A CHEQUE ALREADY
      *    PAID OR STOPPED IS RETURNED FOR THAT REASON WHATEVER THE
      *    STATE OF THE ACCOUNT, AND ONLY THEN ARE THE ACCOUNT'S
      *    STATUS, TYPE AND FUNDS TRIED.
           A4000-CLEAR-ONE-CHEQUE.
               MOVE 'N' TO WS-POST-OK-SW
               MOVE SPACES TO WS-REASON-CODE
               EVALUATE TRUE
                   WHEN WS-CD-BANK-ACCOUNT NOT NUMERIC
                       OR WS-CD-CHEQUE-NO NOT NUMERIC
                       OR WS-CD-AMOUNT NOT NUMERIC
                       OR WS-CD-CHEQUE-NO = ZEROES
                       OR WS-CD-AMOUNT = ZEROES
                       MOVE "C07" TO WS-REASON-CODE
                       MOVE "RETURNED, BAD DETAIL" TO WS-RPT-RESULT
      *    THE JOURNAL CARRIES AMOUNTS TO 9(8)V99, AS IN PAY-IN.
                   WHEN WS-CD-AMOUNT > 99999999.99
                       MOVE "C08" TO WS-REASON-CODE
                       MOVE "RETURNED, OVER LIMIT" TO WS-RPT-RESULT
                   WHEN OTHER
                       MOVE WS-CD-BANK-ACCOUNT TO AR-BANK-ACCOUNT
                       READ ACCT-FILE
                           INVALID KEY
                               CONTINUE
                       END-READ
                       IF NOT WS-ACCT-NOT-FOUND
                           PERFORM A4100-CHECK-ALREADY-PAID
                           PERFORM A4200-CHECK-STOP-PAYMENT
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-ACCT-NOT-FOUND
                               MOVE "C01" TO WS-REASON-CODE
                               MOVE "RETURNED, NO ACCOUNT"
                                   TO WS-RPT-RESULT
                           WHEN WS-ALREADY-PAID
                               MOVE "C06" TO WS-REASON-CODE
                               MOVE "RETURNED, ALREADY PAID"
                                   TO WS-RPT-RESULT
                           WHEN WS-CHEQUE-STOPPED
                               MOVE "C04" TO WS-REASON-CODE
                               MOVE "RETURNED, PAYMENT STOPPED"
                                   TO WS-RPT-RESULT
                           WHEN NOT AR-ACTIVE
                               MOVE "C02" TO WS-REASON-CODE
                               MOVE "RETURNED, STATUS"
                                   TO WS-RPT-RESULT
                           WHEN NOT AR-DEMAND
                               MOVE "C03" TO WS-REASON-CODE
                               MOVE "RETURNED, NOT A CHEQUE ACCOUNT"
                                   TO WS-RPT-RESULT
                           WHEN OTHER
                               PERFORM A4500-PAY-THE-CHEQUE
                       END-EVALUATE
               END-EVALUATE
               IF WS-POST-OK
                   ADD 1 TO WS-PAID-COUNT
                   ADD WS-CD-AMOUNT TO WS-PAID-AMOUNT
               ELSE
                   PERFORM A5000-WRITE-RETURN
               END-IF
               PERFORM A6000-WRITE-REPORT-LINE.

           A4100-CHECK-ALREADY-PAID.
               MOVE 'N' TO WS-ALREADY-PAID-SW
               MOVE WS-CD-BANK-ACCOUNT TO CP-BANK-ACCOUNT
               MOVE WS-CD-CHEQUE-NO    TO CP-CHEQUE-NO
               READ PAID-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ALREADY-PAID TO TRUE
               END-READ.

      *    A STOP COVERS THE CHEQUE WHEN IT IS ACTIVE, NOT PAST ITS
      *    EXPIRY, THE CHEQUE NUMBER FALLS IN ITS RANGE, AND ITS
      *    AMOUNT IS EITHER ZERO (ANY AMOUNT) OR THE CHEQUE'S OWN.
      *    THE ACCOUNT'S STOPS ARE READ IN FIRST-CHEQUE ORDER, SO THE
      *    SCAN ENDS AT THE FIRST STOP STARTING PAST THIS CHEQUE.
           A4200-CHECK-STOP-PAYMENT.
               MOVE 'N' TO WS-STOPPED-SW
               MOVE 'N' TO WS-STOP-SCAN-DONE-SW
               IF NOT WS-STOPS-ON-HAND
                   SET WS-STOP-SCAN-DONE TO TRUE
               ELSE
                   MOVE WS-CD-BANK-ACCOUNT TO SP-BANK-ACCOUNT
                   MOVE ZEROES             TO SP-FROM-CHEQUE
                   START STOP-FILE KEY NOT LESS THAN SP-STOP-KEY
                       INVALID KEY
                           SET WS-STOP-SCAN-DONE TO TRUE
                   END-START
               END-IF
               PERFORM A4250-CHECK-ONE-STOP
                   UNTIL WS-STOP-SCAN-DONE.

           A4250-CHECK-ONE-STOP.
               READ STOP-FILE NEXT RECORD
                   AT END
                       SET WS-STOP-SCAN-DONE TO TRUE
                   NOT AT END
                       IF SP-BANK-ACCOUNT NOT = WS-CD-BANK-ACCOUNT
                           OR SP-FROM-CHEQUE > WS-CD-CHEQUE-NO
                           SET WS-STOP-SCAN-DONE TO TRUE
                       ELSE IF SP-ACTIVE
                           AND SP-EXPIRY-DATE NOT < WS-RUN-DATE
                           AND SP-TO-CHEQUE NOT < WS-CD-CHEQUE-NO
                           AND (SP-AMOUNT = ZEROES
                             OR SP-AMOUNT = WS-CD-AMOUNT)
                           SET WS-CHEQUE-STOPPED TO TRUE
                           SET WS-STOP-SCAN-DONE TO TRUE
                       END-IF
               END-READ.

      *    THE SAME AVAILABLE-FUNDS TEST AS SO-EXEC: BALANCE PLUS
      *    OVERDRAFT LIMIT LESS THE ACCOUNT'S ACTIVE, UNEXPIRED HOLDS.
           A4500-PAY-THE-CHEQUE.
               PERFORM A4600-SUM-ACTIVE-HOLDS
               COMPUTE WS-AVAIL-FUNDS =
                   AR-BALANCE + AR-OD-LIMIT - WS-HOLD-TOTAL
               IF WS-CD-AMOUNT > WS-AVAIL-FUNDS
                   MOVE "C05" TO WS-REASON-CODE
                   MOVE "RETURNED, INSUFFICIENT FUNDS"
                       TO WS-RPT-RESULT
               ELSE
                   MOVE AR-BALANCE TO WS-OLD-BALANCE
                   COMPUTE AR-BALANCE = AR-BALANCE - WS-CD-AMOUNT
                       ON SIZE ERROR
                           MOVE WS-OLD-BALANCE TO AR-BALANCE
                           MOVE "C05" TO WS-REASON-CODE
                           MOVE "RETURNED, INSUFFICIENT FUNDS"
                               TO WS-RPT-RESULT
                   NOT ON SIZE ERROR
                       REWRITE AR-ACCOUNT-RECORD
                       PERFORM A4700-WRITE-JOURNAL-ENTRY
                       PERFORM A4750-WRITE-PAID-REGISTER
                       SET WS-POST-OK TO TRUE
                       MOVE "PAID" TO WS-RPT-RESULT
                   END-COMPUTE
               END-IF.

           A4600-SUM-ACTIVE-HOLDS.
               MOVE ZEROES TO WS-HOLD-TOTAL
               IF WS-HOLDS-ON-HAND
                   MOVE ZEROES TO HD-HOLD-NO
                   START HOLD-FILE KEY NOT LESS THAN HD-HOLD-NO
                       INVALID KEY
                           SET WS-HOLD-EOF TO TRUE
                   END-START
                   PERFORM A4650-SUM-ONE-HOLD UNTIL WS-HOLD-EOF
               END-IF.

           A4650-SUM-ONE-HOLD.
               READ HOLD-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HD-BANK-ACCOUNT = WS-CD-BANK-ACCOUNT
                           AND HD-ACTIVE
                           AND HD-EXPIRY-DATE NOT < WS-RUN-DATE
                           ADD HD-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
               END-READ.

      *    SYSTEM-GENERATED DEBIT, SO IT STAMPS TELLER ZERO. THE
      *    CHEQUE NUMBER RIDES IN TR-REVERSAL-REF FOR THE STATEMENT.
           A4700-WRITE-JOURNAL-ENTRY.
               MOVE WS-RUN-DATE       TO WS-PAY-TIMESTAMP(1:8)
               MOVE FUNCTION CURRENT-DATE(9:6)
                   TO WS-PAY-TIMESTAMP(9:6)
               MOVE AR-BANK-ACCOUNT   TO TR-BANK-ACCOUNT
               SET TR-CHEQUE-PAID     TO TRUE
               MOVE WS-CD-AMOUNT      TO TR-AMOUNT
               MOVE WS-OLD-BALANCE    TO TR-OLD-BALANCE
               MOVE AR-BALANCE        TO TR-NEW-BALANCE
               MOVE AR-BRANCH-CODE    TO TR-BRANCH-CODE
               MOVE 'N'               TO TR-LARGE-TXN-FLAG
               MOVE 'N'               TO TR-CROSS-BRANCH-FLAG
               MOVE ZEROES            TO TR-TELLER-ID
               MOVE WS-PAY-TIMESTAMP  TO TR-TIMESTAMP
               MOVE WS-CD-CHEQUE-NO   TO TR-REVERSAL-REF
               WRITE TR-JOURNAL-RECORD.

           A4750-WRITE-PAID-REGISTER.
               MOVE WS-CD-BANK-ACCOUNT    TO CP-BANK-ACCOUNT
               MOVE WS-CD-CHEQUE-NO       TO CP-CHEQUE-NO
               MOVE WS-CD-AMOUNT          TO CP-AMOUNT
               MOVE WS-RUN-DATE           TO CP-PAID-DATE
               MOVE WS-PAY-TIMESTAMP      TO CP-TIMESTAMP
               MOVE WS-CH-FILE-DATE       TO CP-FILE-DATE
               MOVE WS-CD-PRESENTING-BANK TO CP-PRESENTING-BANK
               MOVE WS-CD-ITEM-REFERENCE  TO CP-ITEM-REFERENCE
               WRITE CP-PAID-RECORD.

           A5000-WRITE-RETURN.
               ADD 1 TO WS-RETURN-COUNT
               IF WS-CD-AMOUNT NUMERIC
                   ADD WS-CD-AMOUNT TO WS-RETURN-AMOUNT
               END-IF
               MOVE WS-CD-BANK-ACCOUNT   TO WS-RD-BANK-ACCOUNT
               MOVE WS-CD-CHEQUE-NO      TO WS-RD-CHEQUE-NO
               MOVE WS-CD-AMOUNT         TO WS-RD-AMOUNT
               MOVE WS-CD-ITEM-REFERENCE TO WS-RD-ITEM-REFERENCE
               MOVE WS-REASON-CODE       TO WS-RD-REASON-CODE
               MOVE WS-RT-DETAIL TO RT-RECORD
               WRITE RT-RECORD.

      *    THE DETAIL IS COMMITTED -- CHECKPOINT IT AND THE RUNNING
      *    TOTALS, SO A RERUN PICKS UP AT THE NEXT DETAIL, NOT THIS
      *    ONE.
           A4800-CHECKPOINT-DETAIL.
               MOVE WS-DETAIL-COUNT  TO CX-LAST-DETAIL-DONE
               MOVE WS-PAID-COUNT    TO CX-PAID-COUNT
               MOVE WS-PAID-AMOUNT   TO CX-PAID-AMOUNT
               MOVE WS-RETURN-COUNT  TO CX-RETURN-COUNT
               MOVE WS-RETURN-AMOUNT TO CX-RETURN-AMOUNT
               REWRITE CX-CONTROL-RECORD.

           A6000-WRITE-REPORT-LINE.
               MOVE WS-CD-BANK-ACCOUNT TO WS-RPT-ACCT
               MOVE WS-CD-CHEQUE-NO    TO WS-RPT-CHEQUE
               MOVE WS-CD-AMOUNT       TO WS-RPT-AMOUNT
               MOVE WS-RPT-DETAIL      TO RPT-LINE
               WRITE RPT-LINE.

           A7000-FINISH-RETURNS-FILE.
               MOVE WS-RETURN-COUNT  TO WS-RT-DETAIL-COUNT
               MOVE WS-RETURN-AMOUNT TO WS-RT-HASH-AMOUNT
               MOVE WS-RT-TRAILER TO RT-RECORD
               WRITE RT-RECORD.

           A7500-PRINT-SUMMARY.
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CHEQUES PAID" TO WS-RS-LABEL
               MOVE WS-PAID-COUNT TO WS-RS-COUNT
               MOVE WS-PAID-AMOUNT TO WS-RS-AMOUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CHEQUES RETURNED" TO WS-RS-LABEL
               MOVE WS-RETURN-COUNT TO WS-RS-COUNT
               MOVE WS-RETURN-AMOUNT TO WS-RS-AMOUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "INWARD CHEQUES CLEARED, " WS-PAID-COUNT
                   " PAID, " WS-RETURN-COUNT " RETURNED".

      *    THE FILE FAILED VERIFICATION: NOTHING HAS BEEN PAID AND
      *    THE RETURNS FILE CARRIES NO DETAILS. THE CLEARING HOUSE
      *    MUST SEND A CORRECTED FILE.
           A8000-REPORT-REJECTED-FILE.
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "FILE REFUSED, NOTHING PAID -- SEE THE RUN LOG"
                   TO RPT-LINE
               WRITE RPT-LINE
               PERFORM A7000-FINISH-RETURNS-FILE
               DISPLAY "CHQIN FILE REFUSED, NOTHING PAID".

           A9000-CLOSE-FILES.
               IF NOT WS-CHQIN-FILE-MISSING
                   CLOSE CHQIN-FILE
                   CLOSE ACCT-FILE
                   CLOSE TRAN-FILE
                   IF WS-HOLDS-ON-HAND
                       CLOSE HOLD-FILE
                   END-IF
                   IF WS-STOPS-ON-HAND
                       CLOSE STOP-FILE
                   END-IF
                   CLOSE PAID-FILE
                   CLOSE CTL-FILE
                   IF NOT WS-RUN-REFUSED
                       CLOSE RTN-FILE
                       CLOSE RPT-FILE
                   END-IF
               END-IF.

       END PROGRAM CHQ-CLR.
