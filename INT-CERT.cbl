      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: YEAR-END INTEREST CERTIFICATES AND THE WITHHOLDING-
      *          TAX RETURN. TALLIES EVERY ACCOUNT'S INTEREST CREDITS
      *          ('I') AND THE TAX WITHHELD FROM THEM ('H') FOR ONE
      *          CALENDAR TAX YEAR FROM JRNL-ARCH'S TWELVE TRANYYYYMM
      *          ARCHIVES PLUS THE LIVE TRANFILE -- SAVINGS INTEREST
      *          FROM INT-POST AND TERM-DEPOSIT INTEREST FROM TD-MATUR
      *          ALIKE. THE ACCOUNT TOTALS ARE SORTED BY HOLDER (THE
      *          PRIMARY HOLDER ON AR-CUSTOMER-NO AND EVERY JOINT
      *          HOLDER ON ACCTLINK) AND MERGED AGAINST A WALK OF
      *          CUSTMST, SO EVERY CUSTOMER GETS ONE CERTIFICATE ON
      *          INTCERT SHOWING THE GROSS INTEREST, THE TAX WITHHELD
      *          AND THE NET, ACCOUNT BY ACCOUNT. EACH CUSTOMER WHO
      *          WAS CREDITED INTEREST ALSO GETS A DETAIL RECORD ON
      *          TAXRTN, THE RETURN FILED WITH THE TAX AUTHORITY,
      *          WRAPPED IN A HEADER WITH THE TAX YEAR AND A TRAILER
      *          CARRYING THE DETAIL COUNT AND HASH TOTALS OF THE
      *          INTEREST AND THE TAX, THE SAME WAY GL-EXTR WRAPS
      *          GLEXTR. A JOINT ACCOUNT'S INTEREST IS REPORTED IN
      *          FULL ON EACH HOLDER'S CERTIFICATE.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT-CERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-BANK-ACCOUNT
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT TRAN-FILE ASSIGN USING WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

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

           SELECT RPT-FILE ASSIGN TO "INTCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RTN-FILE ASSIGN TO "TAXRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.

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

       FD  TRAN-FILE.
           COPY TRANREC.

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  LINK-FILE.
           COPY LNKREC.

       FD  RPT-FILE.
       01  RPT-LINE                  PIC X(80).

       FD  RTN-FILE.
       01  RTN-RECORD                PIC X(120).

       FD  SYSCTL-FILE.
           COPY SYSREC.

       SD  SORT-FILE.
       01  SR-SORT-RECORD.
           05  SR-CUSTOMER           PIC 9(08).
           05  SR-ACCOUNT            PIC 9(08).
           05  SR-ROLE               PIC X(01).
           05  SR-ACCT-TYPE          PIC X(01).
           05  SR-GROSS              PIC 9(10)V99.
           05  SR-TAX                PIC 9(10)V99.

       WORKING-STORAGE SECTION.
           01 WS-ACCT-FILE-STATUS    PIC X(02).
               88 WS-ACCT-EOF            VALUE '10'.
           01 WS-TRAN-FILE-STATUS    PIC X(02).
               88 WS-TRAN-EOF            VALUE '10'.
               88 WS-TRAN-FILE-MISSING   VALUE '35'.
           01 WS-CUST-FILE-STATUS    PIC X(02).
               88 WS-CUST-EOF            VALUE '10'.
               88 WS-CUST-FILE-MISSING   VALUE '35'.
           01 WS-LINK-FILE-STATUS    PIC X(02).
               88 WS-LINK-EOF            VALUE '10'.
               88 WS-LINK-FILE-MISSING   VALUE '35'.
           01 WS-RPT-FILE-STATUS     PIC X(02).
           01 WS-RTN-FILE-STATUS     PIC X(02).
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.
           01 WS-SORT-EOF-SW         PIC X(01).
               88 WS-SORT-EOF            VALUE 'Y'.

           01 WS-RUN-DATE            PIC 9(08).
           01 WS-TAX-YEAR            PIC 9(04).
           01 WS-TR-YEAR             PIC 9(04).
           01 WS-SCAN-MONTH          PIC 9(02).
           01 WS-JOURNAL-NAME        PIC X(10) VALUE "TRANFILE".
           01 WS-ARCH-FILE-NAME.
               05 FILLER              PIC X(04) VALUE "TRAN".
               05 WS-ARCH-YEAR        PIC 9(04).
               05 WS-ARCH-MONTH       PIC 9(02).
           01 WS-HOLDER-ACCT         PIC 9(08).

      *    ONE SLOT PER ACCOUNT CREDITED INTEREST (OR WITHHELD FROM)
      *    IN THE TAX YEAR.
           01 WS-MAX-SLOTS           PIC 9(04) VALUE 5000.
           01 WS-SLOT-COUNT          PIC 9(04) VALUE ZEROES.
           01 WS-SLOT-IDX            PIC 9(04).
           01 WS-SLOT-FOUND-SW       PIC X(01).
               88 WS-SLOT-FOUND          VALUE 'Y'.
           01 WS-ACCT-TABLE.
               02 WS-ACCT-SLOT OCCURS 5000 TIMES.
                   05 WS-SLOT-ACCOUNT     PIC 9(08).
                   05 WS-SLOT-GROSS       PIC 9(10)V99.
                   05 WS-SLOT-TAX         PIC 9(10)V99.
                   05 WS-SLOT-MATCHED-SW  PIC X(01).
                       88 WS-SLOT-MATCHED     VALUE 'Y'.
           01 WS-OVERFLOW-COUNT      PIC 9(06) VALUE ZEROES.

           01 WS-JOURNALS-READ       PIC 9(02) VALUE ZEROES.
           01 WS-ENTRY-COUNT         PIC 9(08) VALUE ZEROES.
           01 WS-ORPHAN-ACCT-COUNT   PIC 9(06) VALUE ZEROES.
           01 WS-ORPHAN-HOLDER-COUNT PIC 9(06) VALUE ZEROES.
           01 WS-CERT-COUNT          PIC 9(06) VALUE ZEROES.
           01 WS-CERT-ACCT-COUNT     PIC 9(03).
           01 WS-CERT-GROSS          PIC 9(12)V99.
           01 WS-CERT-TAX            PIC 9(12)V99.
           01 WS-LINE-NET            PIC 9(12)V99.
           01 WS-BANK-GROSS          PIC 9(14)V99 VALUE ZEROES.
           01 WS-BANK-TAX            PIC 9(14)V99 VALUE ZEROES.

           01 WS-RTN-COUNT           PIC 9(06) VALUE ZEROES.
           01 WS-RTN-HASH-GROSS      PIC 9(14)V99 VALUE ZEROES.
           01 WS-RTN-HASH-TAX        PIC 9(14)V99 VALUE ZEROES.

           01 WS-RTN-HEADER.
               05 WS-RH-RECORD-TYPE   PIC X(01) VALUE '1'.
               05 WS-RH-TAX-YEAR      PIC 9(04).
               05 WS-RH-RUN-DATE      PIC 9(08).
               05 WS-RH-SYSTEM-ID     PIC X(08) VALUE "BANKCORE".

           01 WS-RTN-DETAIL.
               05 WS-RD-RECORD-TYPE   PIC X(01) VALUE '2'.
               05 WS-RD-CUSTOMER      PIC 9(08).
               05 WS-RD-FNAME         PIC X(20).
               05 WS-RD-LNAME         PIC X(30).
               05 WS-RD-ID-DOC        PIC X(20).
               05 WS-RD-GROSS         PIC 9(12)V99.
               05 WS-RD-TAX           PIC 9(12)V99.
               05 WS-RD-EXEMPT-FLAG   PIC X(01).
               05 WS-RD-ACCT-COUNT    PIC 9(03).

           01 WS-RTN-TRAILER.
               05 WS-RT-RECORD-TYPE   PIC X(01) VALUE '3'.
               05 WS-RT-DETAIL-COUNT  PIC 9(06).
               05 WS-RT-HASH-GROSS    PIC 9(14)V99.
               05 WS-RT-HASH-TAX      PIC 9(14)V99.

           01 WS-CERT-HDR-LINE.
               05 FILLER              PIC X(30)
                   VALUE "YEAR-END INTEREST CERTIFICATE".
               05 FILLER              PIC X(09) VALUE "TAX YEAR ".
               05 WS-CH-TAX-YEAR      PIC 9(04).

           01 WS-CERT-CUST-LINE.
               05 FILLER              PIC X(09) VALUE "CUSTOMER ".
               05 WS-CC-CUSTOMER      PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-CC-FNAME         PIC X(20).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-CC-LNAME         PIC X(30).

           01 WS-CERT-ID-LINE.
               05 FILLER              PIC X(09) VALUE "ID DOC   ".
               05 WS-CI-ID-DOC        PIC X(20).

           01 WS-CERT-DETAIL.
               05 WS-CD-ACCOUNT       PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-CD-ACCT-TYPE     PIC X(01).
               05 FILLER              PIC X(03) VALUE SPACES.
               05 WS-CD-ROLE          PIC X(05).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-CD-GROSS         PIC $$,$$$,$$$,$$9.99.
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-CD-TAX           PIC $$,$$$,$$$,$$9.99.
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-CD-NET           PIC $$,$$$,$$$,$$9.99.

           01 WS-CERT-TOTALS.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-CT-LABEL         PIC X(26).
               05 WS-CT-AMOUNT        PIC $$$,$$$,$$$,$$9.99.

           01 WS-CERT-EXEMPT-LINE.
               05 FILLER              PIC X(40)
                   VALUE "WITHHOLDING-TAX EXEMPTION ON FILE SINCE ".
               05 WS-CE-DATE          PIC 9(08).

           01 WS-RPT-SUMMARY.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-RS-LABEL         PIC X(34).
               05 WS-RS-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0150-GET-TAX-YEAR.
           PERFORM A0100-OPEN-FILES.
           PERFORM A1000-TALLY-THE-YEAR.
           IF WS-OVERFLOW-COUNT = ZEROES
               PERFORM A2000-WRITE-RETURN-HEADER
               SORT SORT-FILE
                   ON ASCENDING KEY SR-CUSTOMER
                                    SR-ACCOUNT
                   INPUT PROCEDURE IS B2000-RELEASE-HOLDER-LINES
                   OUTPUT PROCEDURE IS B3000-PRODUCE-CERTIFICATES
               PERFORM A2100-WRITE-RETURN-TRAILER
               PERFORM A5000-PRINT-SUMMARY
           ELSE
               PERFORM A5500-REPORT-UNUSABLE-RUN
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
               END-IF.

      *    THE TAX YEAR IS THE CALENDAR YEAR. A ZERO REPLY MEANS THE
      *    LAST YEAR COMPLETED BEFORE THE BUSINESS DATE, WHICH IS WHAT
      *    THE JANUARY RUN WANTS.
           A0150-GET-TAX-YEAR.
               DISPLAY "ENTER TAX YEAR TO CERTIFY (YYYY), OR 0 FOR "
                   "THE LAST COMPLETED YEAR"
               ACCEPT WS-TAX-YEAR
               IF WS-TAX-YEAR NOT NUMERIC OR WS-TAX-YEAR = ZEROES
                   MOVE WS-RUN-DATE(1:4) TO WS-TAX-YEAR
                   SUBTRACT 1 FROM WS-TAX-YEAR
               END-IF
               DISPLAY "CERTIFYING TAX YEAR " WS-TAX-YEAR.

           A0100-OPEN-FILES.
               OPEN INPUT ACCT-FILE
               OPEN INPUT CUST-FILE
               IF WS-CUST-FILE-MISSING
                   DISPLAY "WARNING: NO CUSTOMER MASTER ON HAND, NO "
                       "CERTIFICATES CAN BE PRODUCED"
               END-IF
               OPEN INPUT LINK-FILE
               OPEN OUTPUT RPT-FILE
               OPEN OUTPUT RTN-FILE.

      ******************************************************************
      * TALLY: EVERY MONTHLY ARCHIVE OF THE TAX YEAR, THEN THE LIVE
      * JOURNAL FOR WHATEVER JRNL-ARCH HAS NOT YET MOVED OUT. ONLY
      * ENTRIES DATED IN THE TAX YEAR COUNT, SO A LIVE JOURNAL THAT
      * HAS ALREADY ROLLED INTO THE NEXT YEAR ADDS NOTHING TWICE.
      ******************************************************************
           A1000-TALLY-THE-YEAR.
               MOVE ZEROES TO WS-SCAN-MONTH
               PERFORM A1050-SCAN-ONE-ARCHIVE
                   UNTIL WS-SCAN-MONTH NOT < 12
               MOVE "TRANFILE" TO WS-JOURNAL-NAME
               PERFORM A1100-SCAN-JOURNAL.

           A1050-SCAN-ONE-ARCHIVE.
               ADD 1 TO WS-SCAN-MONTH
               MOVE WS-TAX-YEAR   TO WS-ARCH-YEAR
               MOVE WS-SCAN-MONTH TO WS-ARCH-MONTH
               MOVE WS-ARCH-FILE-NAME TO WS-JOURNAL-NAME
               PERFORM A1100-SCAN-JOURNAL.

           A1100-SCAN-JOURNAL.
               OPEN INPUT TRAN-FILE
               IF WS-TRAN-FILE-MISSING
                   DISPLAY "JOURNAL FILE " WS-JOURNAL-NAME
                       " NOT FOUND, SKIPPED"
               ELSE
                   ADD 1 TO WS-JOURNALS-READ
                   PERFORM A1200-READ-NEXT-ENTRY
                   PERFORM A1300-NOTE-ENTRY UNTIL WS-TRAN-EOF
                   CLOSE TRAN-FILE
               END-IF.

           A1200-READ-NEXT-ENTRY.
               READ TRAN-FILE
                   AT END
                       CONTINUE
               END-READ.

           A1300-NOTE-ENTRY.
               IF TR-INTEREST OR TR-TAX-WITHHELD
                   MOVE TR-TIMESTAMP(1:4) TO WS-TR-YEAR
                   IF WS-TR-YEAR = WS-TAX-YEAR
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM A1400-POST-TO-SLOT
                   END-IF
               END-IF
               PERFORM A1200-READ-NEXT-ENTRY.

           A1400-POST-TO-SLOT.
               MOVE TR-BANK-ACCOUNT TO WS-HOLDER-ACCT
               PERFORM A1500-FIND-ACCOUNT-SLOT
               IF NOT WS-SLOT-FOUND
                   IF WS-SLOT-COUNT NOT < WS-MAX-SLOTS
                       ADD 1 TO WS-OVERFLOW-COUNT
                   ELSE
                       ADD 1 TO WS-SLOT-COUNT
                       MOVE WS-SLOT-COUNT TO WS-SLOT-IDX
                       MOVE TR-BANK-ACCOUNT
                           TO WS-SLOT-ACCOUNT(WS-SLOT-IDX)
                       MOVE ZEROES TO WS-SLOT-GROSS(WS-SLOT-IDX)
                       MOVE ZEROES TO WS-SLOT-TAX(WS-SLOT-IDX)
                       MOVE 'N' TO WS-SLOT-MATCHED-SW(WS-SLOT-IDX)
                       SET WS-SLOT-FOUND TO TRUE
                   END-IF
               END-IF
               IF WS-SLOT-FOUND
                   IF TR-INTEREST
                       ADD TR-AMOUNT TO WS-SLOT-GROSS(WS-SLOT-IDX)
                   ELSE
                       ADD TR-AMOUNT TO WS-SLOT-TAX(WS-SLOT-IDX)
                   END-IF
               END-IF.

           A1500-FIND-ACCOUNT-SLOT.
               MOVE 'N' TO WS-SLOT-FOUND-SW
               MOVE ZEROES TO WS-SLOT-IDX
               PERFORM A1510-SCAN-SLOT
                   UNTIL WS-SLOT-FOUND
                       OR WS-SLOT-IDX NOT < WS-SLOT-COUNT.

           A1510-SCAN-SLOT.
               ADD 1 TO WS-SLOT-IDX
               IF WS-SLOT-ACCOUNT(WS-SLOT-IDX) = WS-HOLDER-ACCT
                   SET WS-SLOT-FOUND TO TRUE
               END-IF.

           A2000-WRITE-RETURN-HEADER.
               MOVE WS-TAX-YEAR TO WS-RH-TAX-YEAR
               MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
               MOVE WS-RTN-HEADER TO RTN-RECORD
               WRITE RTN-RECORD.

           A2100-WRITE-RETURN-TRAILER.
               MOVE WS-RTN-COUNT      TO WS-RT-DETAIL-COUNT
               MOVE WS-RTN-HASH-GROSS TO WS-RT-HASH-GROSS
               MOVE WS-RTN-HASH-TAX   TO WS-RT-HASH-TAX
               MOVE WS-RTN-TRAILER TO RTN-RECORD
               WRITE RTN-RECORD.

      ******************************************************************
      * SORT INPUT: ONE LINE PER HOLDER PER ACCOUNT THAT HAD INTEREST
      * IN THE YEAR -- THE PRIMARY HOLDER FROM THE ACCOUNT RECORD,
      * EVERY JOINT HOLDER FROM ACCTLINK. A CLOSED ACCOUNT IS STILL
      * ON ACCTFILE, SO INTEREST PAID ON IT IS STILL CERTIFIED.
      ******************************************************************
           B2000-RELEASE-HOLDER-LINES.
               MOVE ZEROES TO AR-BANK-ACCOUNT
               START ACCT-FILE KEY NOT LESS THAN AR-BANK-ACCOUNT
                   INVALID KEY
                       SET WS-ACCT-EOF TO TRUE
               END-START
               IF NOT WS-ACCT-EOF
                   PERFORM B2050-READ-NEXT-ACCOUNT
                   PERFORM B2100-RELEASE-FOR-ACCOUNT
                       UNTIL WS-ACCT-EOF
               END-IF
               MOVE ZEROES TO WS-SLOT-IDX
               PERFORM B2400-COUNT-ORPHAN-SLOT
                   UNTIL WS-SLOT-IDX NOT < WS-SLOT-COUNT.

           B2050-READ-NEXT-ACCOUNT.
               READ ACCT-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           B2100-RELEASE-FOR-ACCOUNT.
               MOVE AR-BANK-ACCOUNT TO WS-HOLDER-ACCT
               PERFORM A1500-FIND-ACCOUNT-SLOT
               IF WS-SLOT-FOUND
                   MOVE 'Y' TO WS-SLOT-MATCHED-SW(WS-SLOT-IDX)
                   MOVE AR-CUSTOMER-NO TO SR-CUSTOMER
                   MOVE AR-BANK-ACCOUNT TO SR-ACCOUNT
                   MOVE 'P' TO SR-ROLE
                   MOVE AR-ACCT-TYPE TO SR-ACCT-TYPE
                   MOVE WS-SLOT-GROSS(WS-SLOT-IDX) TO SR-GROSS
                   MOVE WS-SLOT-TAX(WS-SLOT-IDX)   TO SR-TAX
                   RELEASE SR-SORT-RECORD
                   IF NOT WS-LINK-FILE-MISSING
                       PERFORM B2200-RELEASE-JOINT-HOLDERS
                   END-IF
               END-IF
               PERFORM B2050-READ-NEXT-ACCOUNT.

           B2200-RELEASE-JOINT-HOLDERS.
               MOVE WS-HOLDER-ACCT TO AL-BANK-ACCOUNT
               MOVE ZEROES         TO AL-CUSTOMER-NO
               START LINK-FILE KEY NOT LESS THAN AL-LINK-KEY
                   INVALID KEY
                       SET WS-LINK-EOF TO TRUE
               END-START
               IF NOT WS-LINK-EOF
                   PERFORM B2250-READ-NEXT-LINK
                   PERFORM B2300-RELEASE-ONE-JOINT
                       UNTIL WS-LINK-EOF
                           OR AL-BANK-ACCOUNT NOT = WS-HOLDER-ACCT
               END-IF.

           B2250-READ-NEXT-LINK.
               READ LINK-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           B2300-RELEASE-ONE-JOINT.
               IF AL-JOINT-HOLDER
                   MOVE AL-CUSTOMER-NO TO SR-CUSTOMER
                   MOVE AR-BANK-ACCOUNT TO SR-ACCOUNT
                   MOVE 'J' TO SR-ROLE
                   MOVE AR-ACCT-TYPE TO SR-ACCT-TYPE
                   MOVE WS-SLOT-GROSS(WS-SLOT-IDX) TO SR-GROSS
                   MOVE WS-SLOT-TAX(WS-SLOT-IDX)   TO SR-TAX
                   RELEASE SR-SORT-RECORD
               END-IF
               PERFORM B2250-READ-NEXT-LINK.

           B2400-COUNT-ORPHAN-SLOT.
               ADD 1 TO WS-SLOT-IDX
               IF NOT WS-SLOT-MATCHED(WS-SLOT-IDX)
                   ADD 1 TO WS-ORPHAN-ACCT-COUNT
                   DISPLAY "WARNING: ACCOUNT "
                       WS-SLOT-ACCOUNT(WS-SLOT-IDX)
                       " WAS CREDITED INTEREST BUT IS NOT ON ACCTFILE"
               END-IF.

      ******************************************************************
      * SORT OUTPUT: MERGED AGAINST AN ASCENDING WALK OF CUSTMST SO
      * EVERY CUSTOMER GETS A CERTIFICATE, EVEN ONE WITH NOTHING TO
      * SHOW FOR THE YEAR. A HOLDER LINE WHOSE CUSTOMER IS NOT ON
      * CUSTMST IS COUNTED AND REPORTED, NOT CERTIFIED.
      ******************************************************************
           B3000-PRODUCE-CERTIFICATES.
               MOVE 'N' TO WS-SORT-EOF-SW
               PERFORM B3100-RETURN-NEXT-LINE
               IF WS-CUST-FILE-MISSING
                   SET WS-CUST-EOF TO TRUE
               ELSE
                   MOVE ZEROES TO CU-CUSTOMER-NO
                   START CUST-FILE KEY NOT LESS THAN CU-CUSTOMER-NO
                       INVALID KEY
                           SET WS-CUST-EOF TO TRUE
                   END-START
               END-IF
               IF NOT WS-CUST-EOF
                   PERFORM B3050-READ-NEXT-CUSTOMER
                   PERFORM B3200-CERTIFICATE-FOR-CUSTOMER
                       UNTIL WS-CUST-EOF
               END-IF
               PERFORM B3150-SKIP-ORPHAN-LINE
                   UNTIL WS-SORT-EOF.

           B3050-READ-NEXT-CUSTOMER.
               READ CUST-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           B3100-RETURN-NEXT-LINE.
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
               END-RETURN.

           B3150-SKIP-ORPHAN-LINE.
               ADD 1 TO WS-ORPHAN-HOLDER-COUNT
               DISPLAY "WARNING: HOLDER " SR-CUSTOMER " OF ACCOUNT "
                   SR-ACCOUNT " IS NOT ON CUSTMST, NOT CERTIFIED"
               PERFORM B3100-RETURN-NEXT-LINE.

           B3200-CERTIFICATE-FOR-CUSTOMER.
               PERFORM B3150-SKIP-ORPHAN-LINE
                   UNTIL WS-SORT-EOF
                       OR SR-CUSTOMER NOT < CU-CUSTOMER-NO
               PERFORM B3300-PRINT-ONE-CERTIFICATE
               PERFORM B3050-READ-NEXT-CUSTOMER.

           B3300-PRINT-ONE-CERTIFICATE.
               ADD 1 TO WS-CERT-COUNT
               MOVE ZEROES TO WS-CERT-ACCT-COUNT
               MOVE ZEROES TO WS-CERT-GROSS
               MOVE ZEROES TO WS-CERT-TAX
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-TAX-YEAR TO WS-CH-TAX-YEAR
               MOVE WS-CERT-HDR-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE CU-CUSTOMER-NO TO WS-CC-CUSTOMER
               MOVE CU-FNAME       TO WS-CC-FNAME
               MOVE CU-LNAME       TO WS-CC-LNAME
               MOVE WS-CERT-CUST-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE CU-ADDRESS TO RPT-LINE
               WRITE RPT-LINE
               MOVE CU-ID-DOC TO WS-CI-ID-DOC
               MOVE WS-CERT-ID-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               IF WS-SORT-EOF OR SR-CUSTOMER NOT = CU-CUSTOMER-NO
                   MOVE "NO INTEREST CREDITED IN THE TAX YEAR"
                       TO RPT-LINE
                   WRITE RPT-LINE
               ELSE
                   MOVE "ACCOUNT   TYPE HOLDER    GROSS INTEREST  "
                       TO RPT-LINE
                   MOVE "  TAX WITHHELD    NET INTEREST"
                       TO RPT-LINE(41:30)
                   WRITE RPT-LINE
                   PERFORM B3400-PRINT-ACCOUNT-LINE
                       UNTIL WS-SORT-EOF
                           OR SR-CUSTOMER NOT = CU-CUSTOMER-NO
                   PERFORM B3500-PRINT-CERT-TOTALS
                   PERFORM B3600-WRITE-RETURN-DETAIL
               END-IF
               IF CU-TAX-EXEMPT
                   MOVE CU-TAX-EXEMPT-DATE TO WS-CE-DATE
                   MOVE WS-CERT-EXEMPT-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF.

           B3400-PRINT-ACCOUNT-LINE.
               ADD 1 TO WS-CERT-ACCT-COUNT
               ADD SR-GROSS TO WS-CERT-GROSS
               ADD SR-TAX   TO WS-CERT-TAX
               MOVE SR-ACCOUNT   TO WS-CD-ACCOUNT
               MOVE SR-ACCT-TYPE TO WS-CD-ACCT-TYPE
               IF SR-ROLE = 'J'
                   MOVE "JOINT" TO WS-CD-ROLE
               ELSE
                   MOVE "PRIME" TO WS-CD-ROLE
               END-IF
               MOVE SR-GROSS TO WS-CD-GROSS
               MOVE SR-TAX   TO WS-CD-TAX
               IF SR-TAX > SR-GROSS
                   MOVE ZEROES TO WS-LINE-NET
               ELSE
                   COMPUTE WS-LINE-NET = SR-GROSS - SR-TAX
               END-IF
               MOVE WS-LINE-NET TO WS-CD-NET
               MOVE WS-CERT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               PERFORM B3100-RETURN-NEXT-LINE.

           B3500-PRINT-CERT-TOTALS.
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "GROSS INTEREST CREDITED" TO WS-CT-LABEL
               MOVE WS-CERT-GROSS TO WS-CT-AMOUNT
               MOVE WS-CERT-TOTALS TO RPT-LINE
               WRITE RPT-LINE
               MOVE "TAX WITHHELD" TO WS-CT-LABEL
               MOVE WS-CERT-TAX TO WS-CT-AMOUNT
               MOVE WS-CERT-TOTALS TO RPT-LINE
               WRITE RPT-LINE
               IF WS-CERT-TAX > WS-CERT-GROSS
                   MOVE ZEROES TO WS-LINE-NET
               ELSE
                   COMPUTE WS-LINE-NET = WS-CERT-GROSS - WS-CERT-TAX
               END-IF
               MOVE "NET INTEREST" TO WS-CT-LABEL
               MOVE WS-LINE-NET TO WS-CT-AMOUNT
               MOVE WS-CERT-TOTALS TO RPT-LINE
               WRITE RPT-LINE
               ADD WS-CERT-GROSS TO WS-BANK-GROSS
               ADD WS-CERT-TAX   TO WS-BANK-TAX.

           B3600-WRITE-RETURN-DETAIL.
               MOVE CU-CUSTOMER-NO TO WS-RD-CUSTOMER
               MOVE CU-FNAME       TO WS-RD-FNAME
               MOVE CU-LNAME       TO WS-RD-LNAME
               MOVE CU-ID-DOC      TO WS-RD-ID-DOC
               MOVE WS-CERT-GROSS  TO WS-RD-GROSS
               MOVE WS-CERT-TAX    TO WS-RD-TAX
               IF CU-TAX-EXEMPT
                   MOVE 'Y' TO WS-RD-EXEMPT-FLAG
               ELSE
                   MOVE 'N' TO WS-RD-EXEMPT-FLAG
               END-IF
               MOVE WS-CERT-ACCT-COUNT TO WS-RD-ACCT-COUNT
               MOVE WS-RTN-DETAIL TO RTN-RECORD
               WRITE RTN-RECORD
               ADD 1 TO WS-RTN-COUNT
               ADD WS-CERT-GROSS TO WS-RTN-HASH-GROSS
               ADD WS-CERT-TAX   TO WS-RTN-HASH-TAX.

           A5000-PRINT-SUMMARY.
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "INTEREST CERTIFICATE RUN SUMMARY" TO RPT-LINE
               WRITE RPT-LINE
               MOVE "JOURNAL FILES READ" TO WS-RS-LABEL
               MOVE WS-JOURNALS-READ TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "INTEREST AND TAX ENTRIES" TO WS-RS-LABEL
               MOVE WS-ENTRY-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CERTIFICATES PRODUCED" TO WS-RS-LABEL
               MOVE WS-CERT-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CUSTOMERS ON THE TAX RETURN" TO WS-RS-LABEL
               MOVE WS-RTN-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ACCOUNTS NOT ON ACCTFILE" TO WS-RS-LABEL
               MOVE WS-ORPHAN-ACCT-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "HOLDERS NOT ON CUSTMST" TO WS-RS-LABEL
               MOVE WS-ORPHAN-HOLDER-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "GROSS INTEREST CERTIFIED" TO WS-CT-LABEL
               MOVE WS-BANK-GROSS TO WS-CT-AMOUNT
               MOVE WS-CERT-TOTALS TO RPT-LINE
               WRITE RPT-LINE
               MOVE "TAX WITHHELD CERTIFIED" TO WS-CT-LABEL
               MOVE WS-BANK-TAX TO WS-CT-AMOUNT
               MOVE WS-CERT-TOTALS TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "INTEREST CERTIFICATES COMPLETE, "
                   WS-CERT-COUNT " CERTIFICATES, " WS-RTN-COUNT
                   " CUSTOMERS ON THE TAX RETURN".

      *    THE TALLY TABLE OVERFLOWED, SO SOME ACCOUNTS' INTEREST IS
      *    MISSING -- A SHORT CERTIFICATE OR RETURN IS WORSE THAN
      *    NONE, SO NOTHING IS PRODUCED.
           A5500-REPORT-UNUSABLE-RUN.
               MOVE "RUN ABORTED, INTEREST TABLE OVERFLOWED"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ENTRIES PAST TABLE LIMIT" TO WS-RS-LABEL
               MOVE WS-OVERFLOW-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "NO CERTIFICATES OR RETURN WERE PRODUCED, RAISE "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "WS-MAX-SLOTS AND RERUN" TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "INTEREST CERTIFICATES ABORTED, INTEREST TABLE "
                   "OVERFLOWED -- NOTHING PRODUCED, RAISE "
                   "WS-MAX-SLOTS AND RERUN".

           A9000-CLOSE-FILES.
               CLOSE ACCT-FILE
               IF NOT WS-CUST-FILE-MISSING
                   CLOSE CUST-FILE
               END-IF
               IF NOT WS-LINK-FILE-MISSING
                   CLOSE LINK-FILE
               END-IF
               CLOSE RPT-FILE
               CLOSE RTN-FILE.

       END PROGRAM INT-CERT.
