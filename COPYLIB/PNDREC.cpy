      ******************************************************************
      * PNDREC - PENDING MAINTENANCE CHANGE RECORD LAYOUT
      * ONE RECORD PER SENSITIVE CHANGE RAISED BY ONE SUPERVISOR (THE
      * MAKER) FOR A SECOND, DIFFERENT SUPERVISOR (THE CHECKER) TO
      * APPROVE OR REJECT, KEYED BY A CHANGE NUMBER ONE PAST THE
      * HIGHEST ON FILE (THE SAME NUMBERING AS HOLDFILE AND PAYOUT).
      * THE CHANGES HELD HERE ARE AN OVERDRAFT LIMIT RAISED OR A
      * DAILY CASH LIMIT RAISED OR LIFTED (EXIST-CUST), AN ACCOUNT
      * TAKEN OUT OF FROZEN STATUS (EXIST-CUST), A RATEPARM VALUE
      * KEYED (PARM-MNT) AND A SUPERVISOR ADDED (TELL-MNT). NOTHING
      * TAKES EFFECT UNTIL PEND-REV APPROVES IT; A CHANGE STILL
      * PENDING WHEN THE NIGHTLY CHAIN RUNS IS EXPIRED BY PEND-EXP
      * AND MUST BE RAISED AGAIN. ONLY THE FIELDS FOR THE CHANGE'S
      * TYPE ARE FILLED IN; THE REST ARE ZERO OR SPACES. EVERY
      * STAGE IS WRITTEN TO AUDITLOG, REFERENCED BY THE CHANGE NO.
      ******************************************************************
       01  PG-CHANGE-RECORD.
           05  PG-CHANGE-NO            PIC 9(06).
           05  PG-CHANGE-TYPE          PIC X(01).
               88  PG-OD-LIMIT             VALUE 'O'.
               88  PG-CASH-LIMIT           VALUE 'C'.
               88  PG-UNFREEZE             VALUE 'U'.
               88  PG-PARM-VALUE-CHG       VALUE 'P'.
               88  PG-SUPERVISOR-ADD       VALUE 'S'.
           05  PG-STATUS               PIC X(01).
               88  PG-PENDING              VALUE 'P'.
               88  PG-APPROVED             VALUE 'A'.
               88  PG-REJECTED             VALUE 'R'.
               88  PG-EXPIRED              VALUE 'E'.
      *    ACCOUNT CHANGES: THE ACCOUNT, ITS BRANCH, AND THE VALUE AS
      *    IT STOOD WHEN THE CHANGE WAS RAISED BESIDE THE VALUE ASKED
      *    FOR. A CHANGE IS ONLY APPLIED IF THE ACCOUNT STILL SHOWS
      *    THE OLD VALUE.
           05  PG-BANK-ACCOUNT         PIC 9(08).
           05  PG-BRANCH-CODE          PIC 9(02).
           05  PG-OLD-AMOUNT           PIC 9(08)V99.
           05  PG-NEW-AMOUNT           PIC 9(08)V99.
           05  PG-OLD-STATUS           PIC X(01).
           05  PG-NEW-STATUS           PIC X(01).
      *    RATEPARM CHANGES.
           05  PG-PARM-ID              PIC X(10).
           05  PG-PARM-EFF-DATE        PIC 9(08).
           05  PG-PARM-VALUE           PIC 9(08)V9(04).
      *    SUPERVISOR ADDITIONS (THE BRANCH GOES IN PG-BRANCH-CODE).
           05  PG-NEW-TELLER-ID        PIC 9(04).
           05  PG-NEW-TELLER-NAME      PIC X(30).
      *    THE MAKER, THE CHECKER AND WHEN EACH ACTED.
           05  PG-RAISED-DATE          PIC 9(08).
           05  PG-RAISED-TIME          PIC 9(06).
           05  PG-MAKER-ID             PIC 9(04).
           05  PG-CHECKER-ID           PIC 9(04).
           05  PG-DECIDED-DATE         PIC 9(08).
           05  PG-REJECT-REASON        PIC X(30).
