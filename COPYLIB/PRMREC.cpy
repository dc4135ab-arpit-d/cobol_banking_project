      * PCT); MONEY THRESHOLDS USE THE SAME PICTURE WITH THE SPARE
      * DECIMALS ZERO. A PROGRAM THAT CANNOT FIND RATEPARM FALLS
      * BACK TO ITS COMPILED DEFAULTS WITH A WARNING.
      * THE SERVICE FEE SCHEDULE LIVES HERE TOO, ONE ID PER FEE ITEM
      * PER ACCOUNT TYPE PER BRANCH: 'FEE' + ITEM + ACCOUNT TYPE +
      * BRANCH (E.G. FEEMNTD01), WITH BRANCH 00 AS THE BANK-WIDE
      * DEFAULT USED WHERE A BRANCH HAS NO ENTRY OF ITS OWN. ITEMS:
      * MNT MONTHLY MAINTENANCE FEE, MIN MINIMUM MONTH-END BALANCE,
      * LOW FEE FOR FALLING BELOW IT, FWD FREE WITHDRAWALS A MONTH,
      * XWD FEE PER WITHDRAWAL OVER THAT, ODX FEE PER NIGHT SPENT
      * OVERDRAWN BEYOND THE ARRANGED LIMIT. AN ITEM WITH NO ENTRY
      * IS NOT CHARGED.
      * WHTRATE IS THE WITHHOLDING-TAX RATE DEDUCTED FROM CREDITED
      * INTEREST; NO ENTRY (OR A ZERO RATE) MEANS NOTHING IS WITHHELD.
      * THE KYC SETTINGS ARE WHOLE NUMBERS: KYCWARNDAY, HOW MANY DAYS
      * AHEAD KYC-REV WARNS OF AN EXPIRING ID; KYCGRACE, HOW MANY DAYS
      * AN EXPIRED ID OR OVERDUE REVIEW IS TOLERATED BEFORE EXIST-CUST
      * REFUSES MONEY OUT; KYCREVH, KYCREVM AND KYCREVL, THE MONTHS
      * BETWEEN DUE-DILIGENCE REVIEWS FOR A HIGH, MEDIUM AND LOW RISK
      * CUSTOMER.
      * THE LOAN-LOSS PROVISION RATES ARE ONE PER ARREARS BUCKET AND
      * ARE APPLIED BY LOAN-PROV AT MONTH END TO THE OUTSTANDING DEBT:
      * PROVPERF PERFORMING (NO MISSED COLLECTION), PROV30 ONE MISSED,
      * PROV60 TWO MISSED, PROV90 THREE TO FIVE MISSED, PROVNPL SIX
      * OR MORE MISSED (NON-PERFORMING).
      * DISPDAYS IS THE NUMBER OF DAYS ALLOWED TO RESOLVE A CUSTOMER
      * DISPUTE; DISP-MNT SETS EACH NEW CASE'S DUE DATE FROM IT.
      * STALEDAYS AND DORMMNTHS STAND IN FOR OPERATOR PROMPTS INSIDE
      * THE MONTH-END CHAIN: THE DAYS A COMPLIANCE CASE MAY STAY OPEN
      * BEFORE COMPL-AGE REPORTS IT STALE, AND THE MONTHS WITHOUT
      * ACTIVITY BEFORE DORM-FLAG FLAGS AN ACCOUNT DORMANT.
      ******************************************************************
       01  PR-PARM-RECORD.
           05  PR-PARM-KEY.
                   88  PR-RATE-TIER-3      VALUE 'RATETIER3'.
                   88  PR-RATE-OVERDRAFT   VALUE 'RATEOVRDFT'.
                   88  PR-LARGE-TXN-THR    VALUE 'LRGTXNTHR'.
                   88  PR-WHT-RATE         VALUE 'WHTRATE'.
                   88  PR-KYC-WARN-DAYS    VALUE 'KYCWARNDAY'.
                   88  PR-KYC-GRACE-DAYS   VALUE 'KYCGRACE'.
                   88  PR-KYC-REVIEW-HIGH  VALUE 'KYCREVH'.
                   88  PR-KYC-REVIEW-MED   VALUE 'KYCREVM'.
                   88  PR-KYC-REVIEW-LOW   VALUE 'KYCREVL'.
                   88  PR-PROV-PERFORMING  VALUE 'PROVPERF'.
                   88  PR-PROV-30-DAYS     VALUE 'PROV30'.
                   88  PR-PROV-60-DAYS     VALUE 'PROV60'.
                   88  PR-PROV-90-DAYS     VALUE 'PROV90'.
                   88  PR-PROV-NON-PERF    VALUE 'PROVNPL'.
                   88  PR-DISPUTE-DAYS     VALUE 'DISPDAYS'.
                   88  PR-STALE-CASE-DAYS  VALUE 'STALEDAYS'.
                   88  PR-DORMANT-MONTHS   VALUE 'DORMMNTHS'.
               10  PR-EFF-DATE         PIC 9(08).
           05  PR-PARM-VALUE           PIC 9(08)V9(04).
           05  PR-KEYED-BY             PIC 9(04).
