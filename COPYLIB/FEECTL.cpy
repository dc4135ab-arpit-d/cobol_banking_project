      ******************************************************************
      * FEECTL - SERVICE FEE POSTING CYCLE CONTROL RECORD
      * ONE RECORD (CONTROL ID 01), THE SAME SHAPE AS INTCTL AND
      * SOCTL. IT REMEMBERS THE DATE OF THE LAST FEE-POST CYCLE, THE
      * LAST ACCOUNT COMMITTED DURING THAT CYCLE, AND WHETHER THE
      * CYCLE FINISHED -- SO AN ABENDED RUN RESUMES AFTER THE LAST
      * ACCOUNT CHARGED INSTEAD OF CHARGING EVERYONE TWICE, AND A
      * SECOND RUN ON A DATE WHOSE CYCLE ALREADY COMPLETED IS
      * REFUSED. FC-CYCLE-PERIOD IS THE YEAR-MONTH WHOSE MONTHLY FEES
      * THE CYCLE IS ASSESSING (ZERO ON A NIGHT WITH ONLY THE DAILY
      * OVERDRAFT FEE TO CHARGE) AND FC-LAST-PERIOD-DONE THE LAST
      * YEAR-MONTH WHOSE MONTHLY FEES WERE FULLY ASSESSED, SO EACH
      * MONTH IS CHARGED EXACTLY ONCE, ON THE FIRST CYCLE AFTER IT
      * ENDS.
      ******************************************************************
       01  FC-CONTROL-RECORD.
           05  FC-CONTROL-ID           PIC 9(02).
           05  FC-LAST-RUN-DATE        PIC 9(08).
           05  FC-LAST-ACCT-DONE       PIC 9(08).
           05  FC-CYCLE-STATUS         PIC X(01).
               88  FC-CYCLE-IN-PROGRESS    VALUE 'P'.
               88  FC-CYCLE-COMPLETE       VALUE 'C'.
           05  FC-CYCLE-PERIOD         PIC 9(06).
           05  FC-LAST-PERIOD-DONE     PIC 9(06).
