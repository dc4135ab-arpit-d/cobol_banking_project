      ******************************************************************
      * REJCTL - OUTBOUND PAYMENT REJECTION FILE CONTROL RECORD
      * ONE RECORD PER CLEARING HOUSE REJECTION FILE (POUTREJ) EVER
      * APPLIED, KEYED BY THE HEADER FILE DATE AND ORIGINATOR -- THE
      * PAIR THAT IDENTIFIES A DELIVERY. PAY-OUT WRITES IT IN
      * PROGRESS BEFORE THE FIRST PAYMENT IS CREDITED BACK,
      * CHECKPOINTS THE LAST DETAIL COMMITTED AND THE RUNNING
      * CREDITED/EXCEPTION TOTALS AFTER EVERY DETAIL, AND MARKS IT
      * COMPLETE AT THE END -- THE SAME DISCIPLINE AS PAY-IN'S
      * PAYCTL, BUT ON A FILE OF ITS OWN, SO A REJECTION FILE AND AN
      * INBOUND PAYIN DELIVERY WITH THE SAME DATE AND ORIGINATOR CAN
      * NEVER BE TAKEN FOR ONE ANOTHER. A RERUN AGAINST A COMPLETED
      * FILE IS REFUSED, SO THE SAME REJECTIONS CAN NEVER CREDIT
      * TWICE; A RERUN AGAINST AN ABENDED ONE RESUMES FROM THE
      * DETAIL AFTER THE LAST COMMITTED.
      ******************************************************************
       01  RX-CONTROL-RECORD.
           05  RX-FILE-KEY.
               10  RX-FILE-DATE        PIC 9(08).
               10  RX-ORIGINATOR       PIC X(20).
           05  RX-RUN-STATUS           PIC X(01).
               88  RX-RUN-IN-PROGRESS      VALUE 'P'.
               88  RX-RUN-COMPLETE         VALUE 'C'.
           05  RX-LAST-DETAIL-DONE     PIC 9(06).
           05  RX-CREDITED-COUNT       PIC 9(06).
           05  RX-CREDITED-AMOUNT      PIC 9(14)V99.
           05  RX-EXCEPTION-COUNT      PIC 9(06).
           05  RX-EXCEPTION-AMOUNT     PIC 9(14)V99.
           05  RX-APPLIED-ON           PIC 9(08).
