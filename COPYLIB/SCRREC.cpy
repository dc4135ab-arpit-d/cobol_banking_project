      ******************************************************************
      * SCRREC - SANCTIONS SCREENING CASE RECORD LAYOUT
      * ONE CASE PER CUSTOMER PER WATCHLIST ENTRY THEY POSSIBLY MATCH,
      * ON SCRNCASE, KEYED BY CUSTOMER NUMBER AND THE PROVIDER'S
      * ENTRY ID. WL-SCRN OPENS THE CASE WHEN ONBOARDING (NEW-CUST-MOD,
      * BULK-ONBD), A NAME CHANGE (CUST-MNT) OR THE NIGHTLY RESCREEN
      * (WL-RSCN) TURNS UP A POSSIBLE MATCH, RECORDING THE NAME AND
      * DATE OF BIRTH AS SCREENED AND THE LISTED PERSON'S DETAILS.
      * THE COMPLIANCE OFFICER WORKS THE OPEN CASES IN SCRN-REV:
      * CLEARED MEANS NOT THE LISTED PERSON -- THE PAIR IS NEVER
      * RAISED AGAIN -- AND CONFIRMED MEANS A TRUE MATCH, WHICH
      * FREEZES EVERY ACCOUNT THE CUSTOMER HOLDS OR IS LINKED TO.
      ******************************************************************
       01  SN-CASE-RECORD.
           05  SN-CASE-KEY.
               10  SN-CUSTOMER-NO      PIC 9(08).
               10  SN-ENTRY-ID         PIC X(10).
           05  SN-CASE-TYPE            PIC X(01).
               88  SN-ONBOARDING           VALUE 'O'.
               88  SN-NAME-CHANGE          VALUE 'N'.
               88  SN-RESCREEN             VALUE 'R'.
           05  SN-STATUS               PIC X(01).
               88  SN-OPEN                 VALUE 'O'.
               88  SN-CLEARED              VALUE 'C'.
               88  SN-CONFIRMED            VALUE 'X'.
           05  SN-OPENED-DATE          PIC 9(08).
           05  SN-OPENED-BY            PIC 9(04).
           05  SN-LIST-VERSION         PIC 9(06).
           05  SN-SCREENED-NAME.
               10  SN-FNAME            PIC X(20).
               10  SN-LNAME            PIC X(30).
           05  SN-DOB                  PIC 9(08).
           05  SN-WL-FNAME             PIC X(20).
           05  SN-WL-DOB               PIC 9(08).
           05  SN-WL-SOURCE            PIC X(08).
           05  SN-REVIEWER             PIC 9(04).
           05  SN-DISP-DATE            PIC 9(08).
           05  SN-COMMENT              PIC X(40).
           05  SN-FROZEN-COUNT         PIC 9(04).
