      ******************************************************************
      * Author: ARPIT D
      * Date: 15/10/26
      * Purpose: CUSTOMER DISPUTE AGING REPORT. SCANS THE DISPUTE CASE
      *          FILE DISP-MNT KEEPS AND LISTS, BRANCH BY BRANCH, EVERY
      *          CASE STILL OPEN OR UNDER INVESTIGATION AFTER ITS DUE
      *          DATE -- THE DEADLINE THE REGULATOR HOLDS US TO FOR A
      *          RESPONSE -- WITH HOW MANY DAYS OVERDUE IT IS, ITS
      *          OWNER AND WHETHER A PROVISIONAL CREDIT IS OUTSTANDING,
      *          SO NO COMPLAINT CAN SIT PAST ITS DEADLINE UNNOTICED.
      *          WRITES TO DISPAGE.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISP-AGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISP-FILE ASSIGN TO "DISPUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-CASE-KEY
               FILE STATUS IS WS-DISP-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "DISPAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  DISP-FILE.
           COPY DISPREC.

       FD  RPT-FILE.
       01  RPT-LINE                  PIC X(80).

       FD  SYSCTL-FILE.
           COPY SYSREC.

      *    ONE LINE PER OVERDUE CASE, MOST OVERDUE FIRST WITHIN EACH
      *    BRANCH.
       SD  SORT-FILE.
       01  SR-SORT-RECORD.
           05  SR-BRANCH             PIC 9(02).
           05  SR-DUE-DATE           PIC 9(08).
           05  SR-ACCOUNT            PIC 9(08).
           05  SR-TIMESTAMP          PIC 9(14).
           05  SR-TXN-TYPE           PIC X(01).
           05  SR-AMOUNT             PIC 9(08)V99.
           05  SR-STATUS             PIC X(01).
               88  SR-INVESTIGATING      VALUE 'I'.
           05  SR-OWNER              PIC 9(04).
           05  SR-DAYS-OVER          PIC 9(05).
           05  SR-PROV-FLAG          PIC X(01).
               88  SR-PROV-OUTSTANDING   VALUE 'Y'.

       WORKING-STORAGE SECTION.
           01 WS-DISP-FILE-STATUS    PIC X(02).
               88 WS-DISP-EOF            VALUE '10'.
               88 WS-DISP-FILE-MISSING   VALUE '35'.
           01 WS-RPT-FILE-STATUS     PIC X(02).
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.
           01 WS-SORT-EOF-SW         PIC X(01).
               88 WS-SORT-EOF            VALUE 'Y'.

           01 WS-ASOF-DATE           PIC 9(08).
           01 WS-ASOF-INTEGER        PIC 9(08).
           01 WS-DUE-INTEGER         PIC 9(08).

           01 WS-PREV-BRANCH         PIC 9(02).
           01 WS-BRANCH-LINES        PIC 9(06).
           01 WS-BRANCH-PROV         PIC 9(06).

           01 WS-UNRESOLVED-COUNT    PIC 9(06) VALUE ZEROES.
           01 WS-OVERDUE-COUNT       PIC 9(06) VALUE ZEROES.
           01 WS-PROV-COUNT          PIC 9(06) VALUE ZEROES.
           01 WS-RESOLVED-COUNT      PIC 9(06) VALUE ZEROES.

           01 WS-RPT-HDR-LINE.
               05 FILLER              PIC X(36)
                   VALUE "DISPUTES PAST THEIR DEADLINE AS AT ".
               05 WS-RH-ASOF-DATE     PIC 9(08).

           01 WS-RPT-BRANCH-LINE.
               05 FILLER              PIC X(07) VALUE "BRANCH ".
               05 WS-RB-BRANCH        PIC 9(02).

           01 WS-RPT-COLUMN-LINE.
               05 FILLER              PIC X(40)
                   VALUE "  ACCOUNT   ENTRY    T AMOUNT           ".
               05 FILLER              PIC X(40)
                   VALUE "DUE     DAYS  OWNER STATUS PROV".

           01 WS-RPT-DETAIL.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-ACCOUNT       PIC 9(08).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-ENTRY-DATE    PIC 9(08).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RD-TYPE          PIC X(01).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RD-AMOUNT        PIC $$$,$$$,$$9.99.
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-DUE-DATE      PIC 9(08).
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RD-DAYS          PIC ZZZZ9.
               05 FILLER              PIC X(01) VALUE SPACES.
               05 WS-RD-OWNER         PIC 9(04).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-STATUS        PIC X(05).
               05 FILLER              PIC X(02) VALUE SPACES.
               05 WS-RD-PROV          PIC X(03).

           01 WS-RPT-SUMMARY.
               05 FILLER              PIC X(04) VALUE SPACES.
               05 WS-RS-LABEL         PIC X(34).
               05 WS-RS-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
           PERFORM A0050-GET-BUSINESS-DATE.
           PERFORM A0100-OPEN-FILES.
           PERFORM A0200-PRINT-HEADER.
           IF WS-DISP-FILE-MISSING
               MOVE "NO DISPUTE FILE ON HAND, NOTHING TO AGE"
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               SORT SORT-FILE
                   ON ASCENDING KEY SR-BRANCH
                                    SR-DUE-DATE
                                    SR-ACCOUNT
                                    SR-TIMESTAMP
                   INPUT PROCEDURE IS B1000-RELEASE-OVERDUE
                   OUTPUT PROCEDURE IS B3000-PRINT-OVERDUE
               PERFORM A5000-PRINT-SUMMARY
           END-IF.
           PERFORM A9000-CLOSE-FILES.
           GOBACK.

      *    CASES AGE AGAINST THE BUSINESS PROCESSING DATE ON SYSCTL
      *    (ADVANCED BY EOD-ADV), NOT AN OPERATOR PROMPT.
           A0050-GET-BUSINESS-DATE.
               OPEN INPUT SYSCTL-FILE
               IF NOT WS-SYSCTL-FILE-MISSING
                   MOVE 01 TO SY-CONTROL-ID
                   READ SYSCTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SY-BUSINESS-DATE TO WS-ASOF-DATE
                           SET WS-BUS-DATE-FOUND TO TRUE
                   END-READ
                   CLOSE SYSCTL-FILE
               END-IF
               IF NOT WS-BUS-DATE-FOUND
                   DISPLAY "NO BUSINESS DATE ON SYSCTL, RUN EOD-ADV "
                       "TO SET IT"
                   DISPLAY "ENTER AS-OF DATE (YYYYMMDD)"
                   ACCEPT WS-ASOF-DATE
               END-IF
               COMPUTE WS-ASOF-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).

           A0100-OPEN-FILES.
               OPEN INPUT DISP-FILE
               OPEN OUTPUT RPT-FILE.

           A0200-PRINT-HEADER.
               MOVE WS-ASOF-DATE TO WS-RH-ASOF-DATE
               MOVE WS-RPT-HDR-LINE TO RPT-LINE
               WRITE RPT-LINE.

      ******************************************************************
      * SORT INPUT: EVERY CASE STILL OPEN OR UNDER INVESTIGATION WHOSE
      * DUE DATE IS BEHIND THE AS-OF DATE. A CASE DUE TODAY IS NOT
      * YET OVERDUE.
      ******************************************************************
           B1000-RELEASE-OVERDUE.
               PERFORM B1100-READ-NEXT-CASE
               PERFORM B1200-AGE-ONE-CASE
                   UNTIL WS-DISP-EOF.

           B1100-READ-NEXT-CASE.
               READ DISP-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

           B1200-AGE-ONE-CASE.
               IF DS-RESOLVED
                   ADD 1 TO WS-RESOLVED-COUNT
               ELSE
                   ADD 1 TO WS-UNRESOLVED-COUNT
                   IF DS-DUE-DATE < WS-ASOF-DATE
                       PERFORM B1300-RELEASE-ONE-CASE
                   END-IF
               END-IF
               PERFORM B1100-READ-NEXT-CASE.

           B1300-RELEASE-ONE-CASE.
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DS-DUE-DATE)
               COMPUTE SR-DAYS-OVER =
                   WS-ASOF-INTEGER - WS-DUE-INTEGER
               MOVE DS-BRANCH-CODE  TO SR-BRANCH
               MOVE DS-DUE-DATE     TO SR-DUE-DATE
               MOVE DS-BANK-ACCOUNT TO SR-ACCOUNT
               MOVE DS-TIMESTAMP    TO SR-TIMESTAMP
               MOVE DS-TXN-TYPE     TO SR-TXN-TYPE
               MOVE DS-TXN-AMOUNT   TO SR-AMOUNT
               MOVE DS-STATUS       TO SR-STATUS
               MOVE DS-OWNER        TO SR-OWNER
               IF DS-PROV-GRANTED
                   MOVE 'Y' TO SR-PROV-FLAG
               ELSE
                   MOVE 'N' TO SR-PROV-FLAG
               END-IF
               RELEASE SR-SORT-RECORD.

      ******************************************************************
      * SORT OUTPUT: A HEADING PER BRANCH, ONE LINE PER OVERDUE CASE,
      * AND A COUNT AT EACH BRANCH BREAK.
      ******************************************************************
           B3000-PRINT-OVERDUE.
               MOVE 'N' TO WS-SORT-EOF-SW
               MOVE 99 TO WS-PREV-BRANCH
               MOVE ZEROES TO WS-BRANCH-LINES
               MOVE ZEROES TO WS-BRANCH-PROV
               PERFORM B3100-RETURN-NEXT-LINE
               IF WS-SORT-EOF
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE "NO DISPUTES PAST THEIR DEADLINE" TO RPT-LINE
                   WRITE RPT-LINE
               ELSE
                   PERFORM B3200-PRINT-ONE-LINE
                       UNTIL WS-SORT-EOF
                   PERFORM B3500-PRINT-BRANCH-TOTALS
               END-IF.

           B3100-RETURN-NEXT-LINE.
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
               END-RETURN.

           B3200-PRINT-ONE-LINE.
               IF SR-BRANCH NOT = WS-PREV-BRANCH
                   IF WS-PREV-BRANCH NOT = 99
                       PERFORM B3500-PRINT-BRANCH-TOTALS
                   END-IF
                   PERFORM B3300-PRINT-BRANCH-HEADING
               END-IF
               PERFORM B3400-PRINT-DETAIL
               PERFORM B3100-RETURN-NEXT-LINE.

           B3300-PRINT-BRANCH-HEADING.
               MOVE SR-BRANCH TO WS-PREV-BRANCH
               MOVE ZEROES TO WS-BRANCH-LINES
               MOVE ZEROES TO WS-BRANCH-PROV
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SR-BRANCH TO WS-RB-BRANCH
               MOVE WS-RPT-BRANCH-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-RPT-COLUMN-LINE TO RPT-LINE
               WRITE RPT-LINE.

           B3400-PRINT-DETAIL.
               MOVE SR-ACCOUNT        TO WS-RD-ACCOUNT
               MOVE SR-TIMESTAMP(1:8) TO WS-RD-ENTRY-DATE
               MOVE SR-TXN-TYPE       TO WS-RD-TYPE
               MOVE SR-AMOUNT         TO WS-RD-AMOUNT
               MOVE SR-DUE-DATE       TO WS-RD-DUE-DATE
               MOVE SR-DAYS-OVER      TO WS-RD-DAYS
               MOVE SR-OWNER          TO WS-RD-OWNER
               IF SR-INVESTIGATING
                   MOVE "INVST"       TO WS-RD-STATUS
               ELSE
                   MOVE "OPEN"        TO WS-RD-STATUS
               END-IF
               IF SR-PROV-OUTSTANDING
                   MOVE "YES"         TO WS-RD-PROV
                   ADD 1 TO WS-BRANCH-PROV
                   ADD 1 TO WS-PROV-COUNT
               ELSE
                   MOVE SPACES        TO WS-RD-PROV
               END-IF
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-BRANCH-LINES
               ADD 1 TO WS-OVERDUE-COUNT.

           B3500-PRINT-BRANCH-TOTALS.
               MOVE "PAST DEADLINE AT THIS BRANCH" TO WS-RS-LABEL
               MOVE WS-BRANCH-LINES TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "OF WHICH PROVISIONALLY CREDITED" TO WS-RS-LABEL
               MOVE WS-BRANCH-PROV TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE.

           A5000-PRINT-SUMMARY.
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "DISPUTE AGING SUMMARY" TO RPT-LINE
               WRITE RPT-LINE
               MOVE "DISPUTES STILL UNRESOLVED" TO WS-RS-LABEL
               MOVE WS-UNRESOLVED-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "PAST THEIR DEADLINE" TO WS-RS-LABEL
               MOVE WS-OVERDUE-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "OF WHICH PROVISIONALLY CREDITED" TO WS-RS-LABEL
               MOVE WS-PROV-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               MOVE "DISPUTES RESOLVED TO DATE" TO WS-RS-LABEL
               MOVE WS-RESOLVED-COUNT TO WS-RS-COUNT
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE.

           A9000-CLOSE-FILES.
               IF NOT WS-DISP-FILE-MISSING
                   CLOSE DISP-FILE
               END-IF
               CLOSE RPT-FILE.

       END PROGRAM DISP-AGE.
