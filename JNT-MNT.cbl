      * Tectonics: cobc
      *
      * Modification History
      * 15/10/26  AD  A CUSTOMER HELD BY SANCTIONS SCREENING, OR
      *               CONFIRMED AS A LISTED PERSON, CANNOT BE ADDED
      *               AS A JOINT HOLDER, AND A CONFIRMED HOLDER CANNOT
      *               BE REMOVED FROM AN ACCOUNT FROZEN ON THEIR
      *               ACCOUNT -- THAT WOULD LET THE FREEZE BE LIFTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JNT-MNT.
                               DISPLAY "CUSTOMER NOT ON CUSTMST, "
                                   "ONBOARD THEM FIRST"
                           NOT INVALID KEY
                               IF CU-SCREEN-HELD OR CU-SCREEN-CONFIRMED
                                   DISPLAY "CUSTOMER IS HELD BY "
                                       "SANCTIONS SCREENING, NOT ADDED"
                               ELSE
                                   PERFORM A2200-WRITE-JOINT-LINK
                               END-IF
                       END-READ
               END-EVALUATE.

                   INVALID KEY
                       DISPLAY "NO SUCH HOLDER ON THIS ACCOUNT"
                   NOT INVALID KEY
                       MOVE WS-IN-CUST-NO TO CU-CUSTOMER-NO
                       READ CUST-FILE
                           INVALID KEY
                               MOVE SPACES TO CU-SCREEN-STATUS
                       END-READ
                       IF AL-PRIMARY-HOLDER
                           DISPLAY "THE PRIMARY HOLDER CANNOT BE "
                               "REMOVED"
                       ELSE IF CU-SCREEN-CONFIRMED
                           DISPLAY "HOLDER IS A CONFIRMED SANCTIONS "
                               "MATCH AND CANNOT BE REMOVED"
                       ELSE
                           DELETE LINK-FILE RECORD
                           DISPLAY "JOINT HOLDER " WS-IN-CUST-NO
