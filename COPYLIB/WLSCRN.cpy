      ******************************************************************
      * WLSCRN - SANCTIONS SCREENING REQUEST PASSED TO WL-SCRN
      * THE CALLER FILLS IN THE CUSTOMER, THE NAME AND DATE OF BIRTH
      * TO SCREEN, THE KIND OF CASE TO OPEN ON A POSSIBLE MATCH AND
      * THE TELLER (ZERO FOR A BATCH); WL-SCRN HANDS BACK THE LIST
      * VERSION SCREENED AGAINST AND THE RESULT. SHARED BY
      * NEW-CUST-MOD, CUST-MNT AND WL-RSCN SO EVERY SCREENING USES
      * THE SAME MATCH RULE.
      ******************************************************************
       01  SQ-SCREEN-REQUEST.
           05  SQ-CUSTOMER-NO          PIC 9(08).
           05  SQ-FNAME                PIC X(20).
           05  SQ-LNAME                PIC X(30).
           05  SQ-DOB                  PIC 9(08).
           05  SQ-CASE-TYPE            PIC X(01).
           05  SQ-TELLER-ID            PIC 9(04).
           05  SQ-LIST-VERSION         PIC 9(06).
           05  SQ-HIT-COUNT            PIC 9(04).
           05  SQ-NEW-CASE-COUNT       PIC 9(04).
           05  SQ-RESULT               PIC X(01).
               88  SQ-NO-LIST              VALUE 'N'.
               88  SQ-CLEAR                VALUE 'C'.
               88  SQ-POSSIBLE-MATCH       VALUE 'H'.
