      * COMPLREV'S CASE KEYS). TRANFILE ONLY JOURNALS MONEY MOVEMENT;
      * THIS FILE JOURNALS EVERYTHING ELSE A TELLER OR SUPERVISOR
      * CHANGES -- ACCOUNT STATUS, OVERDRAFT LIMITS, PIN RESETS,
      * STANDING-ORDER SET-UP AND CANCELLATION, TELLER ADDITIONS,
      * FEE WAIVERS, OUTBOUND PAYMENT ENTRY, COMPLIANCE CASE AND
      * SANCTIONS SCREENING CASE DISPOSITIONS, LOAN WRITE-OFFS AND
      * RECOVERIES, CHEQUE STOP PAYMENTS PLACED AND CANCELLED,
      * CUSTOMER DISPUTES RAISED, MOVED ON, CREDITED AND RESOLVED --
      * WITH THE BEFORE AND AFTER VALUES, WHO DID IT
      * AND THE BUSINESS DATE, SO AUDIT CAN BE ANSWERED FROM THE
      * FILE INSTEAD OF FROM MEMORY. A CHANGE
      * UNDER DUAL CONTROL (PENDCHG) IS RECORDED AT EVERY STAGE --
      * RAISED, APPROVED, REJECTED OR EXPIRED -- REFERENCED BY ITS
      * CHANGE NUMBER, AND THE CHANGE ITSELF IS RECORDED UNDER ITS
      * OWN ACTION BY THE CHECKER WHEN IT TAKES EFFECT.
      * AUDT-INQ REPORTS OVER IT. PIN RESETS RECORD MASKED VALUES
      * ONLY -- THE AUDIT TRAIL MUST NEVER HOLD A REAL PIN.
      ******************************************************************
       01  AU-AUDIT-RECORD.
           05  AU-AUDIT-KEY.
               88  AU-HOLDER-REMOVED       VALUE 'JNTREM'.
               88  AU-CASH-LIMIT-CHANGE    VALUE 'CASHLMT'.
               88  AU-CASH-OVERRIDE        VALUE 'CASHOVRD'.
               88  AU-FEE-WAIVED           VALUE 'FEEWAIVE'.
               88  AU-FEE-WAIVE-CANCEL     VALUE 'FEEUNWVE'.
               88  AU-PAYMENT-ENTERED      VALUE 'PAYOUT'.
               88  AU-SCREEN-DISP          VALUE 'SCRNDISP'.
               88  AU-CHANGE-RAISED        VALUE 'CHGRAISE'.
               88  AU-CHANGE-APPROVED      VALUE 'CHGAPPRV'.
               88  AU-CHANGE-REJECTED      VALUE 'CHGREJCT'.
               88  AU-CHANGE-EXPIRED       VALUE 'CHGEXPIR'.
               88  AU-LOAN-WRITE-OFF       VALUE 'LOANWOFF'.
               88  AU-LOAN-RECOVERY        VALUE 'LOANRCVY'.
               88  AU-STOP-PLACED          VALUE 'STOPPLCE'.
               88  AU-STOP-CANCELLED       VALUE 'STOPCNCL'.
               88  AU-DISPUTE-RAISED       VALUE 'DISPOPEN'.
               88  AU-DISPUTE-STATUS       VALUE 'DISPSTAT'.
               88  AU-DISPUTE-PROV-CREDIT  VALUE 'DISPPROV'.
               88  AU-DISPUTE-RESOLVED     VALUE 'DISPRSLV'.
           05  AU-BANK-ACCOUNT         PIC 9(08).
           05  AU-REFERENCE            PIC 9(14).
           05  AU-OLD-VALUE            PIC X(20).
