      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: SANCTIONS WATCHLIST LOAD. READS THE LIST PROVIDER'S
      *          FIXED-LAYOUT DELIVERY (WLDELIV) -- A HEADER WITH THE
      *          PROVIDER, LIST VERSION AND LIST DATE, ONE DETAIL PER
      *          LISTED PERSON (ENTRY ID, SURNAME, FORENAME, DATE OF
      *          BIRTH, SOURCE LIST) AND A TRAILER WITH THE DETAIL
      *          COUNT. THE DELIVERY IS VERIFIED END TO END ON A
      *          FIRST PASS, THE SAME DISCIPLINE AS PAY-IN: NO
      *          HEADER, NO TRAILER, A TRAILER COUNT THAT DISAGREES
      *          WITH THE DETAILS, OR A VERSION NO HIGHER THAN THE
      *          ONE ALREADY LOADED AND THE DELIVERY IS REFUSED WITH
      *          THE CURRENT LIST LEFT IN PLACE. A GOOD DELIVERY
      *          REPLACES WATCHLST WHOLE ON THE SECOND PASS AND THE
      *          WLCTL CONTROL RECORD IS STAMPED WITH THE NEW VERSION
      *          ONLY ONCE EVERY ENTRY IS ON FILE, SO AN ABENDED LOAD
      *          IS SIMPLY RERUN. THE NIGHTLY WL-RSCN STEP THEN
      *          RESCREENS CUSTMST AGAINST THE NEW VERSION.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WL-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WLDELIV-FILE ASSIGN TO "WLDELIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WLDELIV-FILE-STATUS.

           SELECT WL-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ENTRY-KEY
               FILE STATUS IS WS-WL-FILE-STATUS.

           SELECT WLCTL-FILE ASSIGN TO "WLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WC-CONTROL-ID
               FILE STATUS IS WS-WLCTL-FILE-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WLDELIV-FILE.
       01  WD-RECORD                 PIC X(80).

       FD  WL-FILE.
           COPY WLREC.

       FD  WLCTL-FILE.
           COPY WLCTL.

       FD  SYSCTL-FILE.
           COPY SYSREC.

       WORKING-STORAGE SECTION.
           01 WS-WLDELIV-FILE-STATUS PIC X(02).
               88 WS-WLDELIV-EOF         VALUE '10'.
               88 WS-WLDELIV-FILE-MISSING VALUE '35'.
           01 WS-WL-FILE-STATUS      PIC X(02).
               88 WS-WL-DUP-KEY          VALUE '22'.
           01 WS-WLCTL-FILE-STATUS   PIC X(02).
               88 WS-WLCTL-NOT-FOUND     VALUE '23'.
               88 WS-WLCTL-FILE-MISSING  VALUE '35'.
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.

           01 WS-RUN-DATE            PIC 9(08).
           01 WS-CURRENT-VERSION     PIC 9(06) VALUE ZEROES.
           01 WS-CTL-FOUND-SW        PIC X(01) VALUE 'N'.
               88 WS-CTL-FOUND           VALUE 'Y'.

      *    THE PROVIDER'S DELIVERY LAYOUT, ONE VIEW PER RECORD TYPE.
           01 WS-WD-HEADER.
               05 WS-WH-RECORD-TYPE   PIC X(01).
               05 WS-WH-PROVIDER      PIC X(20).
               05 WS-WH-LIST-VERSION  PIC 9(06).
               05 WS-WH-LIST-DATE     PIC 9(08).

           01 WS-WD-DETAIL.
               05 WS-WE-RECORD-TYPE   PIC X(01).
               05 WS-WE-ENTRY-ID      PIC X(10).
               05 WS-WE-LNAME         PIC X(30).
               05 WS-WE-FNAME         PIC X(20).
               05 WS-WE-DOB           PIC 9(08).
               05 WS-WE-LIST-SOURCE   PIC X(08).

           01 WS-WD-TRAILER.
               05 WS-WT-RECORD-TYPE   PIC X(01).
               05 WS-WT-DETAIL-COUNT  PIC 9(06).

           01 WS-PASS-SW             PIC 9(01).
               88 WS-VERIFY-PASS         VALUE 1.
               88 WS-LOAD-PASS           VALUE 2.
           01 WS-FILE-OK-SW          PIC X(01) VALUE 'Y'.
               88 WS-FILE-REJECTED       VALUE 'N'.
           01 WS-HEADER-SEEN-SW      PIC X(01).
               88 WS-HEADER-SEEN         VALUE 'Y'.
           01 WS-TRAILER-SEEN-SW     PIC X(01).
               88 WS-TRAILER-SEEN        VALUE 'Y'.

           01 WS-DETAIL-COUNT        PIC 9(06).
           01 WS-LOADED-COUNT        PIC 9(06) VALUE ZEROES.
           01 WS-DUPLICATE-COUNT     PIC 9(06) VALUE ZEROES.
           01 WS-BAD-COUNT           PIC 9(06) VALUE ZEROES.

      *    NAMES ARE FILED IN UPPER CASE SO SCREENING COMPARES LIKE
      *    WITH LIKE WHATEVER CASE THE PROVIDER OR THE TELLER USED.
           01 WS-LOWER-CASE          PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
           01 WS-UPPER-CASE          PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           OPEN INPUT WLDELIV-FILE.
           IF WS-WLDELIV-FILE-MISSING
               DISPLAY "NO WLDELIV FILE ON HAND, NOTHING TO LOAD"
           ELSE
               SET WS-VERIFY-PASS TO TRUE
               PERFORM A1000-RUN-ONE-PASS
               IF NOT WS-FILE-REJECTED
                   PERFORM A0300-CHECK-LIST-VERSION
               END-IF
               IF WS-FILE-REJECTED
                   DISPLAY "WATCHLIST DELIVERY REFUSED, LIST VERSION "
                       WS-CURRENT-VERSION " LEFT IN PLACE"
               ELSE
                   CLOSE WLDELIV-FILE
                   OPEN INPUT WLDELIV-FILE
                   OPEN OUTPUT WL-FILE
                   SET WS-LOAD-PASS TO TRUE
                   PERFORM A1000-RUN-ONE-PASS
                   CLOSE WL-FILE
                   PERFORM A5000-STAMP-CONTROL-RECORD
                   PERFORM A7500-PRINT-SUMMARY
               END-IF
               CLOSE WLDELIV-FILE
           END-IF.
           GOBACK.

      *    THE LOAD DATE IS THE BUSINESS PROCESSING DATE FROM SYSCTL
      *    (ADVANCED BY EOD-ADV), NOT THE WALL CLOCK.
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

      *    A LIST VERSION ONLY MOVES FORWARD. REDELIVERING THE LIST
      *    ALREADY LOADED, OR AN OLDER ONE, IS REFUSED SO A STALE
      *    FILE CAN NEVER WIND THE SCREENING BACK.
           A0300-CHECK-LIST-VERSION.
               OPEN I-O WLCTL-FILE
               IF WS-WLCTL-FILE-MISSING
                   OPEN OUTPUT WLCTL-FILE
                   CLOSE WLCTL-FILE
                   OPEN I-O WLCTL-FILE
               END-IF
               MOVE 01 TO WC-CONTROL-ID
               READ WLCTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CTL-FOUND TO TRUE
                       MOVE WC-LIST-VERSION TO WS-CURRENT-VERSION
               END-READ
               IF WS-WH-LIST-VERSION NOT > WS-CURRENT-VERSION
                   DISPLAY "WLDELIV IS LIST VERSION "
                       WS-WH-LIST-VERSION " BUT VERSION "
                       WS-CURRENT-VERSION " IS ALREADY LOADED"
                   SET WS-FILE-REJECTED TO TRUE
               END-IF
               CLOSE WLCTL-FILE.

      *    ONE PASS OF THE DELIVERY. THE VERIFY PASS ONLY PROVES THE
      *    SHAPE -- HEADER FIRST, TRAILER LAST, COUNT AGREEING WITH
      *    THE DETAILS -- SO A TRUNCATED LIST NEVER REPLACES A WHOLE
      *    ONE. THE LOAD PASS FILES THE ENTRIES.
           A1000-RUN-ONE-PASS.
               MOVE 'N' TO WS-HEADER-SEEN-SW
               MOVE 'N' TO WS-TRAILER-SEEN-SW
               MOVE ZEROES TO WS-DETAIL-COUNT
               PERFORM A1100-READ-NEXT-RECORD
               PERFORM A2000-HANDLE-ONE-RECORD UNTIL WS-WLDELIV-EOF
               IF WS-VERIFY-PASS
                   PERFORM A3000-JUDGE-THE-FILE
               END-IF.

           A1100-READ-NEXT-RECORD.
               READ WLDELIV-FILE
                   AT END
                       CONTINUE
               END-READ.

           A2000-HANDLE-ONE-RECORD.
               EVALUATE WD-RECORD(1:1)
                   WHEN '1'
                       MOVE WD-RECORD TO WS-WD-HEADER
                       SET WS-HEADER-SEEN TO TRUE
                       IF WS-VERIFY-PASS
                           AND WS-WH-LIST-VERSION NOT NUMERIC
                           DISPLAY "WLDELIV HEADER VERSION IS NOT "
                               "NUMERIC"
                           SET WS-FILE-REJECTED TO TRUE
                       END-IF
                   WHEN '2'
                       MOVE WD-RECORD TO WS-WD-DETAIL
                       ADD 1 TO WS-DETAIL-COUNT
                       IF WS-LOAD-PASS
                           PERFORM A4000-LOAD-ONE-ENTRY
                       END-IF
                   WHEN '3'
                       MOVE WD-RECORD TO WS-WD-TRAILER
                       SET WS-TRAILER-SEEN TO TRUE
                   WHEN OTHER
                       IF WS-VERIFY-PASS
                           DISPLAY "UNKNOWN RECORD TYPE '"
                               WD-RECORD(1:1) "' ON WLDELIV"
                           SET WS-FILE-REJECTED TO TRUE
                       END-IF
               END-EVALUATE
               PERFORM A1100-READ-NEXT-RECORD.

           A3000-JUDGE-THE-FILE.
               EVALUATE TRUE
                   WHEN NOT WS-HEADER-SEEN
                       DISPLAY "WLDELIV HAS NO HEADER RECORD, REFUSED"
                       SET WS-FILE-REJECTED TO TRUE
                   WHEN NOT WS-TRAILER-SEEN
                       DISPLAY "WLDELIV HAS NO TRAILER RECORD, REFUSED"
                       SET WS-FILE-REJECTED TO TRUE
                   WHEN WS-WT-DETAIL-COUNT NOT NUMERIC
                       DISPLAY "WLDELIV TRAILER COUNT IS NOT NUMERIC, "
                           "REFUSED"
                       SET WS-FILE-REJECTED TO TRUE
                   WHEN WS-WT-DETAIL-COUNT NOT = WS-DETAIL-COUNT
                       DISPLAY "WLDELIV TRAILER COUNT "
                           WS-WT-DETAIL-COUNT " DOES NOT MATCH "
                           WS-DETAIL-COUNT " DETAILS, REFUSED"
                       SET WS-FILE-REJECTED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *    AN ENTRY WITH NO SURNAME OR ID CANNOT BE SCREENED AGAINST
      *    AND IS REPORTED, NOT FILED. AN UNKNOWN OR GARBLED DATE OF
      *    BIRTH IS FILED AS ZERO, WHICH SCREENING TREATS AS "ANY
      *    DATE" -- A LISTED NAME IS NEVER DROPPED FOR WANT OF ONE.
           A4000-LOAD-ONE-ENTRY.
               IF WS-WE-LNAME = SPACES OR WS-WE-ENTRY-ID = SPACES
                   ADD 1 TO WS-BAD-COUNT
                   DISPLAY "DETAIL " WS-DETAIL-COUNT
                       " HAS NO SURNAME OR ENTRY ID, NOT LOADED"
               ELSE
                   MOVE WS-WE-LNAME       TO WL-LNAME
                   MOVE WS-WE-ENTRY-ID    TO WL-ENTRY-ID
                   MOVE WS-WE-FNAME       TO WL-FNAME
                   INSPECT WL-LNAME
                       CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                   INSPECT WL-FNAME
                       CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                   IF WS-WE-DOB NUMERIC
                       MOVE WS-WE-DOB     TO WL-DOB
                   ELSE
                       MOVE ZEROES        TO WL-DOB
                   END-IF
                   MOVE WS-WE-LIST-SOURCE TO WL-LIST-SOURCE
                   MOVE WS-WH-LIST-VERSION TO WL-LIST-VERSION
                   WRITE WL-WATCHLIST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-WL-DUP-KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                       DISPLAY "ENTRY " WS-WE-ENTRY-ID
                           " DELIVERED TWICE, SECOND COPY IGNORED"
                   ELSE
                       ADD 1 TO WS-LOADED-COUNT
                   END-IF
               END-IF.

      *    THE NEW VERSION GOES ON WLCTL ONLY NOW, WITH EVERY ENTRY
      *    FILED. THE RESCREEN VERSION IS LEFT ALONE, SO WL-RSCN SEES
      *    A VERSION IT HAS NOT YET SCREENED AGAINST.
           A5000-STAMP-CONTROL-RECORD.
               OPEN I-O WLCTL-FILE
               MOVE 01 TO WC-CONTROL-ID
               READ WLCTL-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CTL-FOUND-SW
                       MOVE ZEROES TO WC-RESCREENED-VERSION
                       MOVE ZEROES TO WC-RESCREENED-ON
                   NOT INVALID KEY
                       SET WS-CTL-FOUND TO TRUE
               END-READ
               MOVE 01                 TO WC-CONTROL-ID
               MOVE WS-WH-PROVIDER     TO WC-PROVIDER
               MOVE WS-WH-LIST-VERSION TO WC-LIST-VERSION
               MOVE WS-WH-LIST-DATE    TO WC-LIST-DATE
               MOVE WS-LOADED-COUNT    TO WC-ENTRY-COUNT
               MOVE WS-RUN-DATE        TO WC-LOADED-ON
               IF WS-CTL-FOUND
                   REWRITE WC-CONTROL-RECORD
               ELSE
                   WRITE WC-CONTROL-RECORD
               END-IF
               CLOSE WLCTL-FILE.

           A7500-PRINT-SUMMARY.
               DISPLAY "WATCHLIST VERSION " WS-WH-LIST-VERSION
                   " FROM " WS-WH-PROVIDER " LOADED"
               DISPLAY "  ENTRIES LOADED     " WS-LOADED-COUNT
               DISPLAY "  DUPLICATES IGNORED " WS-DUPLICATE-COUNT
               DISPLAY "  ENTRIES UNUSABLE   " WS-BAD-COUNT
               DISPLAY "CUSTMST WILL BE RESCREENED AGAINST IT IN THE "
                   "NIGHTLY RUN".

       END PROGRAM WL-LOAD.
