      * Author: ARPIT D
      * Date: 02/09/26
      * Purpose: NIGHTLY BATCH ORCHESTRATOR. RUNS THE END-OF-DAY CHAIN
      *          (PEND-EXP, HOLD-EXP, CHQ-CLR, SO-EXEC, LOAN-COLL,
      *          INT-POST, TD-MATUR, FEE-POST, PAY-OUT, JRNL-RECON,
      *          TRIAL-BAL, LOAN-PROV, GL-EXTR, KYC-REV, DISP-AGE,
      *          WL-RSCN, NOTICE-GEN, JRNL-IDX, MNTH-RUN, MST-CHK,
      *          MST-BKUP AND FINALLY EOD-ADV) IN THE
      *          CORRECT ORDER AGAINST THE BUSINESS PROCESSING DATE ON
      *          SYSCTL, SO NO OPERATOR HAS TO REMEMBER THE SEQUENCE BY
      *          HAND.
      *          EACH STEP'S START AND FINISH IS RECORDED ON A
      *          RUN-CONTROL FILE (NITECTL) KEYED BY BUSINESS DATE AND
      *          STEP NUMBER.
      *          A STEP THAT FAILS STOPS THE CHAIN DEAD -- NOTHING
      *          AFTER IT RUNS -- AND A RESTART ON THE SAME BUSINESS
      *          DATE SKIPS THE STEPS ALREADY COMPLETE AND PICKS UP AT
      *               HOME-PANEL'S ACCTFILE HAND-OFF. THE RECORD
      *               LAYOUT NOW COMES FROM THE NITECTL COPYBOOK
      *               SHARED WITH MST-BKUP/MST-REST.
      * 15/10/26  AD  FEE-POST NOW RUNS AFTER TD-MATUR, SO THE NIGHT'S
      *               SERVICE FEES ARE ON THE JOURNAL BEFORE
      *               JRNL-RECON, TRIAL-BAL AND GL-EXTR LOOK AT IT.
      * 15/10/26  AD  PAY-OUT NOW RUNS AFTER FEE-POST, SO THE DAY'S
      *               OUTBOUND PAYMENTS GO TO THE CLEARING HOUSE AND
      *               ANY REJECTIONS ARE CREDITED BACK BEFORE
      *               JRNL-RECON, TRIAL-BAL AND GL-EXTR PROVE THE DAY.
      * 15/10/26  AD  KYC-REV NOW RUNS AFTER GL-EXTR, SO EVERY
      *               BRANCH HAS THE NIGHT'S LIST OF EXPIRED AND
      *               EXPIRING IDS AND OVERDUE REVIEWS FOR THE
      *               BUSINESS DATE BEFORE IT MOVES ON.
      * 15/10/26  AD  WL-RSCN NOW RUNS AFTER KYC-REV, SO A NEWLY
      *               LOADED SANCTIONS LIST IS SCREENED AGAINST THE
      *               WHOLE OF CUSTMST THE NIGHT IT ARRIVES. IT DOES
      *               NOTHING ON A NIGHT WITH NO NEW LIST VERSION.
      * 15/10/26  AD  MST-CHK NOW RUNS JUST BEFORE MST-BKUP. IT PROVES
      *               THE KEYED MASTERS STILL POINT AT EACH OTHER, AND
      *               A SEVERE BREAK FAILS THE STEP SO A CORRUPT SET
      *               IS NEVER BACKED UP OR CARRIED INTO THE NEXT DAY.
      * 15/10/26  AD  PEND-EXP NOW RUNS AS THE FIRST STEP OF THE
      *               CHAIN, SO A DUAL CONTROL CHANGE NOT APPROVED
      *               DURING THE DAY EXPIRES BEFORE ANY OF THE NIGHT'S
      *               PROCESSING STARTS.
      * 15/10/26  AD  MNTH-RUN NOW RUNS AFTER JRNL-IDX AND BEFORE
      *               MST-CHK, MST-BKUP AND EOD-ADV. ON THE LAST
      *               BUSINESS DAY OF THE MONTH IT RUNS THE MONTH-END
      *               CLOSE CHAIN, SO EVERYTHING THAT CHAIN WRITES IS
      *               INTEGRITY-CHECKED AND IN THAT NIGHT'S BACKUP SET,
      *               AND A MONTH-END STEP THAT FAILS STOPS THE NIGHT
      *               BEFORE THE DATE MOVES INTO THE NEW MONTH. ON ANY
      *               OTHER NIGHT IT DOES NOTHING.
      * 15/10/26  AD  LOAN-PROV NOW RUNS JUST BEFORE GL-EXTR. ON THE
      *               LAST BUSINESS DAY OF THE MONTH IT WORKS OUT THE
      *               LOAN-LOSS PROVISION FOR GL-EXTR TO CARRY TO THE
      *               LEDGER; ON ANY OTHER NIGHT IT DOES NOTHING.
      * 15/10/26  AD  NOTICE-GEN NOW RUNS AFTER WL-RSCN, ONCE THE
      *               NIGHT'S COLLECTIONS, MATURITIES AND FEES ARE DONE,
      *               AND PUTS THE CUSTOMER NOTICES THEY CALL FOR ON THE
      *               VENDOR'S FILE.
      * 15/10/26  AD  CHQ-CLR NOW RUNS AFTER HOLD-EXP AND BEFORE SO-
      *               EXEC, SO THE DAY'S INWARD CHEQUES ARE PAID OR
      *               RETURNED AGAINST THE HOLDS STILL IN FORCE BEFORE
      *               THE NIGHT'S ORDERS AND COLLECTIONS DRAW ON THE
      *               SAME FUNDS.
      * 15/10/26  AD  DISP-AGE NOW RUNS AFTER KYC-REV, SO EVERY BRANCH
      *               HAS THE NIGHT'S LIST OF CUSTOMER DISPUTES PAST
      *               THEIR RESPONSE DEADLINE FOR THE BUSINESS DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NITE-RUN.
      *    MUST STAY LAST -- IT MOVES THE BUSINESS DATE EVERY OTHER
      *    STEP BOOKS TO.
           01 WS-STEP-NAME-LIST.
               05 FILLER              PIC X(10) VALUE "PEND-EXP".
               05 FILLER              PIC X(10) VALUE "HOLD-EXP".
               05 FILLER              PIC X(10) VALUE "CHQ-CLR".
               05 FILLER              PIC X(10) VALUE "SO-EXEC".
               05 FILLER              PIC X(10) VALUE "LOAN-COLL".
               05 FILLER              PIC X(10) VALUE "INT-POST".
               05 FILLER              PIC X(10) VALUE "TD-MATUR".
               05 FILLER              PIC X(10) VALUE "FEE-POST".
               05 FILLER              PIC X(10) VALUE "PAY-OUT".
               05 FILLER              PIC X(10) VALUE "JRNL-RECON".
               05 FILLER              PIC X(10) VALUE "TRIAL-BAL".
               05 FILLER              PIC X(10) VALUE "LOAN-PROV".
               05 FILLER              PIC X(10) VALUE "GL-EXTR".
               05 FILLER              PIC X(10) VALUE "KYC-REV".
               05 FILLER              PIC X(10) VALUE "DISP-AGE".
               05 FILLER              PIC X(10) VALUE "WL-RSCN".
               05 FILLER              PIC X(10) VALUE "NOTICE-GEN".
               05 FILLER              PIC X(10) VALUE "JRNL-IDX".
               05 FILLER              PIC X(10) VALUE "MNTH-RUN".
               05 FILLER              PIC X(10) VALUE "MST-CHK".
               05 FILLER              PIC X(10) VALUE "MST-BKUP".
               05 FILLER              PIC X(10) VALUE "EOD-ADV".
           01 WS-STEP-TABLE REDEFINES WS-STEP-NAME-LIST.
               02 WS-STEP-NAME OCCURS 22 TIMES PIC X(10).
           01 WS-STEP-COUNT          PIC 9(02) VALUE 22.
           01 WS-STEP-IDX            PIC 9(02).

           01 WS-CHAIN-SW            PIC X(01) VALUE 'Y'.
