      ******************************************************************
      * MECTL - MONTH-END RUN-CONTROL RECORD
      * ONE RECORD PER STEP PER BUSINESS DATE, KEYED BY DATE AND STEP
      * NUMBER, WRITTEN BY MNTH-RUN THE SAME WAY NITE-RUN KEEPS
      * NITECTL. STEP 00 IS THE CHAIN'S OWN RECORD: IT CARRIES THE
      * CLOSING MONTH'S PARAMETERS, WHICH THE STEP PROGRAMS READ IN
      * PLACE OF THEIR OPERATOR PROMPTS WHILE IT IS MARKED STARTED,
      * AND IS MARKED COMPLETE WHEN THE LAST STEP FINISHES. MST-BKUP
      * AND MST-REST CARRY THE FILE IN THE NIGHTLY BACKUP SET.
      ******************************************************************
       01  ME-CONTROL-RECORD.
           05  ME-RUN-KEY.
               10  ME-BUS-DATE         PIC 9(08).
               10  ME-STEP-NO          PIC 9(02).
           05  ME-STEP-NAME            PIC X(10).
           05  ME-STEP-STATUS          PIC X(01).
               88  ME-STEP-STARTED         VALUE 'S'.
               88  ME-STEP-COMPLETE        VALUE 'C'.
               88  ME-STEP-FAILED          VALUE 'F'.
           05  ME-START-TIME           PIC 9(06).
           05  ME-FINISH-TIME          PIC 9(06).
      *    CHAIN PARAMETERS -- SET ON THE STEP 00 RECORD ONLY.
           05  ME-CLOSE-MONTH          PIC 9(06).
           05  ME-PERIOD-FROM          PIC 9(08).
           05  ME-PERIOD-TO            PIC 9(08).
           05  ME-KEEP-MONTH           PIC 9(06).
           05  ME-ARCHIVE-NAME         PIC X(10).
