      ******************************************************************
      * NTCREC - CUSTOMER NOTICE HISTORY RECORD LAYOUT
      * ONE RECORD PER NOTICE SENT ON NTCHIST, KEYED BY ACCOUNT, NOTICE
      * TYPE AND THE EVENT IT WAS SENT FOR. NOTICE-GEN WRITES IT WHEN
      * IT FIRST PUTS A NOTICE ON THE PRINT/MAIL VENDOR'S FILE AND
      * LOOKS IT UP BEFORE EVERY NOTICE, SO A RERUN OR THE NEXT
      * NIGHT NEVER SENDS THE SAME NOTICE TWICE. THE EVENT REFERENCE
      * IS WHAT MAKES ONE EVENT DIFFERENT FROM THE NEXT ON THE SAME
      * ACCOUNT:
      *   TM  TERM DEPOSIT MATURING    THE MATURITY DATE
      *   LA  LOAN COLLECTION MISSED   THE ARREARS COUNT REACHED
      *   DM  ACCOUNT NOW DORMANT      BLANK (SEE BELOW)
      *   OD  OVER THE ARRANGED LIMIT  BLANK (SEE BELOW)
      *   PR  INBOUND PAYMENT RETURNED THE RETURNS FILE DATE AND THE
      *                                PAYMENT REFERENCE
      *   HP  FUNDS HOLD PLACED        THE HOLD NUMBER
      * DORMANT AND OVER-LIMIT ARE STANDING CONDITIONS RATHER THAN
      * ONE-OFF EVENTS: THEIR HISTORY RECORD IS REMOVED ONCE THE
      * ACCOUNT IS ACTIVE AGAIN OR BACK WITHIN ITS LIMIT, SO THE
      * CUSTOMER IS TOLD AFRESH THE NEXT TIME IT HAPPENS.
      ******************************************************************
       01  NH-NOTICE-HIST-RECORD.
           05  NH-NOTICE-KEY.
               10  NH-BANK-ACCOUNT     PIC 9(08).
               10  NH-NOTICE-TYPE      PIC X(02).
                   88  NH-TD-MATURING      VALUE 'TM'.
                   88  NH-LOAN-ARREARS     VALUE 'LA'.
                   88  NH-NOW-DORMANT      VALUE 'DM'.
                   88  NH-OVER-LIMIT       VALUE 'OD'.
                   88  NH-PAYMENT-RETURNED VALUE 'PR'.
                   88  NH-HOLD-PLACED      VALUE 'HP'.
               10  NH-EVENT-REF        PIC X(24).
           05  NH-SENT-DATE            PIC 9(08).
           05  NH-HOLDER-COUNT         PIC 9(02).
