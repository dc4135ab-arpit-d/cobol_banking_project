      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: NIGHTLY SANCTIONS RESCREEN. WHEN WL-LOAD HAS PUT A
      *          NEW WATCHLIST VERSION ON FILE, EVERY CUSTOMER ON
      *          CUSTMST -- PRIMARY AND JOINT HOLDERS ALIKE, SINCE
      *          BOTH ARE CUSTOMERS THERE -- IS SCREENED AGAINST IT
      *          THROUGH WL-SCRN, WHICH OPENS A SCREENING CASE ON
      *          SCRNCASE FOR EACH POSSIBLE MATCH. A CUSTOMER WITH A
      *          POSSIBLE MATCH IS MARKED HELD ON CUSTMST UNTIL THE
      *          COMPLIANCE OFFICER WORKS THE CASE IN SCRN-REV. EACH
      *          CUSTOMER IS STAMPED WITH THE VERSION SCREENED, SO A
      *          RERUN AFTER AN ABEND PICKS UP WHERE IT STOPPED, AND
      *          WLCTL IS STAMPED ONCE THE WHOLE FILE IS DONE, SO THE
      *          NEXT NIGHT DOES NOTHING UNTIL ANOTHER VERSION IS
      *          LOADED. CUSTOMERS ALREADY CONFIRMED AS A MATCH ARE
      *          FROZEN AND ARE NOT RESCREENED. THE POSSIBLE MATCHES
      *          FOUND ARE LISTED ON WLRSCRPT.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WL-RSCN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT WLCTL-FILE ASSIGN TO "WLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WC-CONTROL-ID
               FILE STATUS IS WS-WLCTL-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "WLRSCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
           COPY CUSTREC.

       FD  WLCTL-FILE.
           COPY WLCTL.

       FD  RPT-FILE.
       01  RPT-LINE                  PIC X(80).

       FD  SYSCTL-FILE.
           COPY SYSREC.

       WORKING-STORAGE SECTION.
           01 WS-CUST-FILE-STATUS    PIC X(02).
               88 WS-CUST-EOF            VALUE '10'.
               88 WS-CUST-FILE-MISSING   VALUE '35'.
           01 WS-WLCTL-FILE-STATUS   PIC X(02).
               88 WS-WLCTL-FILE-MISSING  VALUE '35'.
           01 WS-RPT-FILE-STATUS     PIC X(02).
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.

           01 WS-RUN-DATE            PIC 9(08).

           01 WS-LIST-VERSION        PIC 9(06) VALUE ZEROES.
           01 WS-RESCREENED-VERSION  PIC 9(06) VALUE ZEROES.
           01 WS-LIST-DATE           PIC 9(08) VALUE ZEROES.

           01 WS-SCREENED-COUNT      PIC 9(08) VALUE ZEROES.
           01 WS-ALREADY-COUNT       PIC 9(08) VALUE ZEROES.
           01 WS-CONFIRMED-COUNT     PIC 9(08) VALUE ZEROES.
           01 WS-HELD-COUNT          PIC 9(08) VALUE ZEROES.
           01 WS-NEW-CASE-COUNT      PIC 9(08) VALUE ZEROES.

           COPY WLSCRN.

           01 WS-RPT-HEADING.
               05 FILLER              PIC X(32)
                   VALUE "SANCTIONS RESCREEN, LIST VERSION".
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RH-VERSION       PIC 9(06).
               05 FILLER              PIC X(07) VALUE " DATED ".
               05 WS-RH-LIST-DATE     PIC 9(08).

           01 WS-RPT-DETAIL.
               05 WS-RD-CUSTOMER-NO   PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-FNAME         PIC X(15).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RD-LNAME         PIC X(20).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-DOB           PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-HITS          PIC ZZ9.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-NEW-CASES     PIC ZZ9.

           01 WS-RPT-SUMMARY.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-RS-LABEL         PIC X(32).
               05 WS-RS-COUNT         PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0100-READ-LIST-CONTROL.
           IF WS-LIST-VERSION = ZEROES
               DISPLAY "NO WATCHLIST LOADED, NOTHING TO RESCREEN"
           ELSE IF WS-RESCREENED-VERSION = WS-LIST-VERSION
               DISPLAY "CUSTMST ALREADY RESCREENED AGAINST LIST "
                   "VERSION " WS-LIST-VERSION
           ELSE
               OPEN I-O CUST-FILE
               IF WS-CUST-FILE-MISSING
                   DISPLAY "NO CUSTMST ON FILE, NOTHING TO RESCREEN"
               ELSE
                   OPEN OUTPUT RPT-FILE
                   PERFORM A0200-PRINT-HEADER
                   PERFORM A1000-RESCREEN-CUSTOMERS
                   PERFORM A7500-PRINT-SUMMARY
                   CLOSE RPT-FILE
                   CLOSE CUST-FILE
                   PERFORM A8000-STAMP-LIST-CONTROL
               END-IF
           END-IF.
           GOBACK.

      *    THE RESCREEN IS STAMPED WITH THE BUSINESS PROCESSING DATE
      *    FROM SYSCTL (ADVANCED BY EOD-ADV), NOT THE WALL CLOCK.
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

           A0100-READ-LIST-CONTROL.
               OPEN INPUT WLCTL-FILE
               IF NOT WS-WLCTL-FILE-MISSING
                   MOVE 01 TO WC-CONTROL-ID
                   READ WLCTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WC-LIST-VERSION TO WS-LIST-VERSION
                           MOVE WC-RESCREENED-VERSION
                               TO WS-RESCREENED-VERSION
                           MOVE WC-LIST-DATE TO WS-LIST-DATE
                   END-READ
                   CLOSE WLCTL-FILE
               END-IF.

           A0200-PRINT-HEADER.
               MOVE WS-LIST-VERSION TO WS-RH-VERSION
               MOVE WS-LIST-DATE    TO WS-RH-LIST-DATE
               MOVE WS-RPT-HEADING  TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CUSTOMER  NAME                                  "
                   TO RPT-LINE
               MOVE "DOB       HITS  NEW" TO RPT-LINE(51:19)
               WRITE RPT-LINE.

           A1000-RESCREEN-CUSTOMERS.
               MOVE ZEROES TO CU-CUSTOMER-NO
               START CUST-FILE KEY IS NOT LESS THAN CU-CUSTOMER-NO
                   INVALID KEY
                       SET WS-CUST-EOF TO TRUE
               END-START
               IF NOT WS-CUST-EOF
                   PERFORM A1100-READ-NEXT-CUSTOMER
               END-IF
               PERFORM A2000-RESCREEN-ONE-CUSTOMER UNTIL WS-CUST-EOF.

           A1100-READ-NEXT-CUSTOMER.
               READ CUST-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

      *    A CUSTOMER ALREADY STAMPED WITH THIS VERSION WAS SCREENED
      *    BY AN EARLIER, INTERRUPTED RUN OR AT ONBOARDING SINCE THE
      *    LOAD. A CUSTOMER WHO IS STILL HELD STAYS HELD EVEN IF THE
      *    NEW LIST NO LONGER NAMES THEM -- ONLY THE OFFICER'S
      *    DISPOSITION OF THE OPEN CASE RELEASES THEM.
           A2000-RESCREEN-ONE-CUSTOMER.
               EVALUATE TRUE
                   WHEN CU-SCREEN-VERSION NUMERIC
                       AND CU-SCREEN-VERSION = WS-LIST-VERSION
                       ADD 1 TO WS-ALREADY-COUNT
                   WHEN CU-SCREEN-CONFIRMED
                       ADD 1 TO WS-CONFIRMED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-SCREENED-COUNT
                       MOVE CU-CUSTOMER-NO TO SQ-CUSTOMER-NO
                       MOVE CU-FNAME       TO SQ-FNAME
                       MOVE CU-LNAME       TO SQ-LNAME
                       MOVE CU-DOB         TO SQ-DOB
                       MOVE 'R'            TO SQ-CASE-TYPE
                       MOVE ZEROES         TO SQ-TELLER-ID
                       CALL 'WL-SCRN' USING SQ-SCREEN-REQUEST
                       EVALUATE TRUE
                           WHEN SQ-POSSIBLE-MATCH
                               SET CU-SCREEN-HELD TO TRUE
                               ADD 1 TO WS-HELD-COUNT
                               ADD SQ-NEW-CASE-COUNT
                                   TO WS-NEW-CASE-COUNT
                               PERFORM A3000-PRINT-POSSIBLE-MATCH
                           WHEN NOT CU-SCREEN-HELD
                               SET CU-SCREEN-CLEAR TO TRUE
                       END-EVALUATE
                       MOVE WS-LIST-VERSION TO CU-SCREEN-VERSION
                       REWRITE CU-CUSTOMER-RECORD
               END-EVALUATE
               PERFORM A1100-READ-NEXT-CUSTOMER.

           A3000-PRINT-POSSIBLE-MATCH.
               MOVE CU-CUSTOMER-NO    TO WS-RD-CUSTOMER-NO
               MOVE CU-FNAME          TO WS-RD-FNAME
               MOVE CU-LNAME          TO WS-RD-LNAME
               MOVE CU-DOB            TO WS-RD-DOB
               MOVE SQ-HIT-COUNT      TO WS-RD-HITS
               MOVE SQ-NEW-CASE-COUNT TO WS-RD-NEW-CASES
               MOVE WS-RPT-DETAIL     TO RPT-LINE
               WRITE RPT-LINE.

           A7500-PRINT-SUMMARY.
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CUSTOMERS SCREENED THIS RUN" TO WS-RS-LABEL
               MOVE WS-SCREENED-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ALREADY SCREENED ON THIS VERSION" TO WS-RS-LABEL
               MOVE WS-ALREADY-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CONFIRMED MATCHES, NOT RESCREENED"
                   TO WS-RS-LABEL
               MOVE WS-CONFIRMED-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "CUSTOMERS HELD, POSSIBLE MATCH" TO WS-RS-LABEL
               MOVE WS-HELD-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "SCREENING CASES OPENED" TO WS-RS-LABEL
               MOVE WS-NEW-CASE-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "SANCTIONS RESCREEN AGAINST LIST VERSION "
                   WS-LIST-VERSION ": " WS-SCREENED-COUNT
                   " SCREENED, " WS-HELD-COUNT " HELD, "
                   WS-NEW-CASE-COUNT " NEW CASES".

      *    ONLY NOW, WITH EVERY CUSTOMER DONE, IS THE VERSION MARKED
      *    RESCREENED.
           A8000-STAMP-LIST-CONTROL.
               OPEN I-O WLCTL-FILE
               MOVE 01 TO WC-CONTROL-ID
               READ WLCTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-LIST-VERSION TO WC-RESCREENED-VERSION
                       MOVE WS-RUN-DATE     TO WC-RESCREENED-ON
                       REWRITE WC-CONTROL-RECORD
               END-READ
               CLOSE WLCTL-FILE.

       END PROGRAM WL-RSCN.
