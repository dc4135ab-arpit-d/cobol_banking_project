      ******************************************************************
      * POUTCTL - OUTBOUND PAYMENT FILE CYCLE CONTROL RECORD
      * ONE RECORD (CONTROL ID 01), THE SAME SHAPE AS SOCTL. IT
      * REMEMBERS THE BUSINESS DATE OF THE LAST POUTFILE BUILT AND
      * WHETHER THAT BUILD FINISHED, WITH THE FILE'S DETAIL COUNT
      * AND HASH TOTAL. A SECOND PAY-OUT RUN ON A DATE WHOSE FILE IS
      * ALREADY COMPLETE IS REFUSED OUTRIGHT, SO THE SAME PAYMENTS
      * CAN NEVER BE SENT TO THE CLEARING HOUSE TWICE; A RUN LEFT IN
      * PROGRESS BY AN ABEND REBUILDS THE WHOLE FILE, PICKING UP THE
      * PAYMENTS ALREADY MARKED SENT THAT DATE AS WELL AS THE ONES
      * STILL PENDING.
      ******************************************************************
       01  PX-CONTROL-RECORD.
           05  PX-CONTROL-ID           PIC 9(02).
           05  PX-LAST-FILE-DATE       PIC 9(08).
           05  PX-CYCLE-STATUS         PIC X(01).
               88  PX-CYCLE-IN-PROGRESS    VALUE 'P'.
               88  PX-CYCLE-COMPLETE       VALUE 'C'.
           05  PX-FILE-COUNT           PIC 9(06).
           05  PX-FILE-AMOUNT          PIC 9(14)V99.
