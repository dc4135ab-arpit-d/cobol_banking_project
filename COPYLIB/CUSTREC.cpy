           05  CU-ADDRESS              PIC X(60).
           05  CU-DOB                  PIC 9(08).
           05  CU-ID-DOC               PIC X(20).
      *    A CUSTOMER WHO HAS FILED A WITHHOLDING-TAX EXEMPTION IS
      *    FLAGGED HERE THROUGH CUST-MNT, WITH THE DATE IT WAS FILED.
      *    INT-POST, TD-MATUR AND THE CLOSURE PAYOUT IN EXIST-CUST
      *    WITHHOLD NO TAX FROM INTEREST CREDITED TO AN ACCOUNT WHOSE
      *    PRIMARY HOLDER IS EXEMPT. ANYTHING BUT 'Y' IS NOT EXEMPT.
           05  CU-TAX-EXEMPT-FLAG      PIC X(01).
               88  CU-TAX-EXEMPT           VALUE 'Y'.
           05  CU-TAX-EXEMPT-DATE      PIC 9(08).
      *    KNOW-YOUR-CUSTOMER DETAILS. CU-ID-DOC ABOVE IS THE DOCUMENT
      *    REFERENCE; THE TYPE, ISSUE AND EXPIRY DATES SAY WHAT IT IS
      *    AND HOW LONG IT IS GOOD FOR. THE RISK RATING DRIVES HOW
      *    OFTEN THE CUSTOMER'S DUE DILIGENCE MUST BE REVIEWED (THE
      *    KYCREVH/M/L MONTHS ON RATEPARM), AND CU-KYC-REVIEW-DATE IS
      *    THE DATE THE NEXT REVIEW FALLS DUE -- SET AT ONBOARDING AND
      *    ROLLED FORWARD BY CUST-MNT WHEN A REVIEW IS RECORDED OR THE
      *    RATING CHANGES. KYC-REV REPORTS EXPIRING AND EXPIRED IDS
      *    AND OVERDUE REVIEWS NIGHTLY; ONCE EITHER IS MORE THAN THE
      *    KYCGRACE DAYS PAST, THE CUSTOMER IS KYC-LAPSED AND
      *    EXIST-CUST REFUSES MONEY OUT OF AN ACCOUNT WHOSE HOLDERS
      *    ARE ALL LAPSED. ZERO DATES MEAN THE DETAILS WERE NEVER
      *    CAPTURED (A CUSTOMER FROM BEFORE THEY WERE KEPT).
           05  CU-KYC-DETAILS.
               10  CU-ID-DOC-TYPE      PIC X(02).
                   88  CU-ID-PASSPORT      VALUE 'PP'.
                   88  CU-ID-NATIONAL-ID   VALUE 'NI'.
                   88  CU-ID-DRIVING-LIC   VALUE 'DL'.
                   88  CU-ID-DOC-TYPE-OK   VALUE 'PP' 'NI' 'DL'.
               10  CU-ID-ISSUE-DATE    PIC 9(08).
               10  CU-ID-EXPIRY-DATE   PIC 9(08).
               10  CU-RISK-RATING      PIC X(01).
                   88  CU-RISK-LOW         VALUE 'L'.
                   88  CU-RISK-MEDIUM      VALUE 'M'.
                   88  CU-RISK-HIGH        VALUE 'H'.
                   88  CU-RISK-RATING-OK   VALUE 'L' 'M' 'H'.
               10  CU-KYC-REVIEW-DATE  PIC 9(08).
      *    SANCTIONS SCREENING. EVERY CUSTOMER IS SCREENED AGAINST THE
      *    WATCHLIST AT ONBOARDING, ON A NAME CHANGE AND BY THE
      *    NIGHTLY RESCREEN OF EACH NEW LIST VERSION (WL-SCRN DOES THE
      *    MATCHING). HELD MEANS A SCREENING CASE IS OPEN WITH
      *    COMPLIANCE: NO NEW ACCOUNT OR NAME CHANGE UNTIL SCRN-REV
      *    CLEARS IT. CONFIRMED MEANS A TRUE MATCH, AND EVERY ACCOUNT
      *    THE CUSTOMER HOLDS OR IS LINKED TO HAS BEEN FROZEN. BLANK
      *    MEANS NOT YET SCREENED (NO LIST WAS ON HAND). THE VERSION
      *    IS THE LIST VERSION LAST SCREENED AGAINST.
           05  CU-SCREENING.
               10  CU-SCREEN-STATUS    PIC X(01).
                   88  CU-SCREEN-CLEAR     VALUE 'C'.
                   88  CU-SCREEN-HELD      VALUE 'H'.
                   88  CU-SCREEN-CONFIRMED VALUE 'X'.
               10  CU-SCREEN-VERSION   PIC 9(06).
