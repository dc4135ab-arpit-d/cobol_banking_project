      ******************************************************************
      * CHQCTL - INWARD CHEQUE CLEARING CONTROL RECORD
      * ONE RECORD PER INWARD CHEQUE FILE (CHQIN) EVER CLEARED, KEYED
      * BY THE HEADER FILE DATE AND THE CLEARING HOUSE THAT SENT IT.
      * CHQ-CLR WRITES IT IN PROGRESS BEFORE THE FIRST CHEQUE IS
      * JUDGED, CHECKPOINTS THE LAST DETAIL COMMITTED AND THE RUNNING
      * PAID/RETURNED TOTALS AFTER EVERY DETAIL, AND MARKS IT
      * COMPLETE AT THE END -- THE SAME DISCIPLINE AS PAY-IN'S
      * PAYCTL. A RERUN AGAINST A COMPLETED FILE IS REFUSED, SO THE
      * SAME CLEARING CAN NEVER DEBIT TWICE; A RERUN AGAINST AN
      * ABENDED ONE RESUMES FROM THE DETAIL AFTER THE LAST COMMITTED.
      ******************************************************************
       01  CX-CONTROL-RECORD.
           05  CX-FILE-KEY.
               10  CX-FILE-DATE        PIC 9(08).
               10  CX-CLEARING-HOUSE   PIC X(20).
           05  CX-RUN-STATUS           PIC X(01).
               88  CX-RUN-IN-PROGRESS      VALUE 'P'.
               88  CX-RUN-COMPLETE         VALUE 'C'.
           05  CX-LAST-DETAIL-DONE     PIC 9(06).
           05  CX-PAID-COUNT           PIC 9(06).
           05  CX-PAID-AMOUNT          PIC 9(14)V99.
           05  CX-RETURN-COUNT         PIC 9(06).
           05  CX-RETURN-AMOUNT        PIC 9(14)V99.
           05  CX-CLEARED-ON           PIC 9(08).
