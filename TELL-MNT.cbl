      *               NO SIGN-ON OF ITS OWN (OPERATIONS RUNS IT TO
      *               BOOTSTRAP A BRANCH), SO THE ACTOR IS RECORDED
      *               AS TELLER ZERO.
      * 15/10/26  AD  DUAL CONTROL: ONCE A SUPERVISOR EXISTS ON
      *               TELLERMST, A NEW SUPERVISOR IS NO LONGER WRITTEN
      *               STRAIGHT AWAY. A SUPERVISOR SIGNS ON TO KEY IT,
      *               IT IS RAISED ON PENDCHG AND AUDITED, AND IT IS
      *               ADDED ONLY WHEN A SECOND SUPERVISOR APPROVES IT
      *               IN PEND-REV THE SAME DAY. THE FIRST SUPERVISOR OF
      *               A NEW INSTALLATION, AND ORDINARY TELLERS, ARE
      *               STILL ADDED AT ONCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELL-MNT.
               RECORD KEY IS SY-CONTROL-ID
               FILE STATUS IS WS-SYSCTL-FILE-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CHANGE-NO
               FILE STATUS IS WS-PEND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TELLER-FILE.
       FD  SYSCTL-FILE.
           COPY SYSREC.

       FD  PEND-FILE.
           COPY PNDREC.

       WORKING-STORAGE SECTION.
           01 WS-TELLER-FILE-STATUS  PIC X(02).
               88 WS-TELLER-EOF          VALUE '10'.
               88 WS-AUDIT-FILE-MISSING  VALUE '35'.
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-PEND-FILE-STATUS    PIC X(02).
               88 WS-PEND-EOF            VALUE '10'.
               88 WS-PEND-FILE-MISSING   VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
               88 WS-BUS-DATE-FOUND      VALUE 'Y'.
           01 WS-RUN-DATE            PIC 9(08).

           01 WS-IN-AUTHORITY        PIC X(01).

      *    A SUPERVISOR ADDITION IS HELD HERE WHILE TELLERMST IS READ
      *    FOR THE SUPERVISOR KEYING IT.
           01 WS-NEW-TELLER.
               05 WS-NEW-TELLER-ID   PIC 9(04).
               05 WS-NEW-TELLER-NAME PIC X(30).
               05 WS-NEW-BRANCH-CODE PIC 9(02).
           01 WS-SUPERVISOR-SW       PIC X(01).
               88 WS-SUPERVISOR-ON-FILE  VALUE 'Y'.
           01 WS-IN-TELLER-ID        PIC 9(04).
           01 WS-MAKER-ID            PIC 9(04).
           01 WS-NEXT-CHANGE-NO      PIC 9(06).
           01 WS-WAITING-CHANGE-NO   PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN.
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   OPEN I-O AUDIT-FILE
               END-IF
               OPEN I-O PEND-FILE
               IF WS-PEND-FILE-MISSING
                   OPEN OUTPUT PEND-FILE
                   CLOSE PEND-FILE
                   OPEN I-O PEND-FILE
               END-IF.

           A0500-SHOW-MENU.
                   PERFORM A1050-GET-NAME
                   PERFORM A1070-GET-BRANCH-CODE
                   PERFORM A1100-GET-AUTHORITY
                   IF TL-SUPERVISOR
                       PERFORM A1200-CHECK-SUPERVISOR-ON-FILE
                   END-IF
                   IF TL-SUPERVISOR AND WS-SUPERVISOR-ON-FILE
                       PERFORM A1300-RAISE-SUPERVISOR-ADD
                   ELSE
                       WRITE TL-TELLER-RECORD
                           INVALID KEY
                               DISPLAY "TELLER ID ALREADY ON FILE"
                           NOT INVALID KEY
                               DISPLAY "TELLER " TL-TELLER-ID " ADDED"
                               PERFORM A3000-WRITE-AUDIT-ENTRY
                       END-WRITE
                   END-IF
               END-IF.

           A1050-GET-NAME.
                   DISPLAY "AUTHORITY MUST BE T OR S, PLEASE TRY AGAIN"
               END-IF.

      *    A NEW INSTALLATION HAS NO SUPERVISOR TO APPROVE ANYTHING,
      *    SO UNTIL ONE IS ON FILE A SUPERVISOR IS ADDED AT ONCE.
           A1200-CHECK-SUPERVISOR-ON-FILE.
               MOVE TL-TELLER-ID   TO WS-NEW-TELLER-ID
               MOVE TL-NAME        TO WS-NEW-TELLER-NAME
               MOVE TL-BRANCH-CODE TO WS-NEW-BRANCH-CODE
               MOVE 'N' TO WS-SUPERVISOR-SW
               MOVE ZEROES TO TL-TELLER-ID
               START TELLER-FILE KEY NOT LESS THAN TL-TELLER-ID
                   INVALID KEY
                       SET WS-TELLER-EOF TO TRUE
               END-START
               PERFORM A1250-CHECK-ONE-TELLER
                   UNTIL WS-TELLER-EOF OR WS-SUPERVISOR-ON-FILE
               MOVE WS-NEW-TELLER-ID   TO TL-TELLER-ID
               MOVE WS-NEW-TELLER-NAME TO TL-NAME
               MOVE WS-NEW-BRANCH-CODE TO TL-BRANCH-CODE
               SET TL-SUPERVISOR TO TRUE.

           A1250-CHECK-ONE-TELLER.
               READ TELLER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TL-SUPERVISOR
                           SET WS-SUPERVISOR-ON-FILE TO TRUE
                       END-IF
               END-READ.

      *    A SUPERVISOR KEYS THE ADDITION UNDER THEIR OWN ID; A
      *    DIFFERENT SUPERVISOR APPROVES IT IN PEND-REV, WHICH WRITES
      *    THE TELLER AND JOURNALS THE ADDITION. ONE ADDITION PER
      *    TELLER ID MAY WAIT AT A TIME.
           A1300-RAISE-SUPERVISOR-ADD.
               MOVE ZEROES TO WS-MAKER-ID
               READ TELLER-FILE
                   INVALID KEY
                       PERFORM A1400-MAKER-SIGN-ON
                   NOT INVALID KEY
                       DISPLAY "TELLER ID ALREADY ON FILE"
               END-READ
               IF WS-MAKER-ID NOT = ZEROES
                   PERFORM A1500-GET-NEXT-CHANGE-NO
                   IF WS-WAITING-CHANGE-NO NOT = ZEROES
                       DISPLAY "AN ADDITION OF TELLER "
                           WS-NEW-TELLER-ID " IS ALREADY WAITING FOR "
                           "APPROVAL AS CHANGE " WS-WAITING-CHANGE-NO
                   ELSE
                       PERFORM A1600-WRITE-PENDING-CHANGE
                   END-IF
               END-IF.

           A1400-MAKER-SIGN-ON.
               DISPLAY "A NEW SUPERVISOR NEEDS DUAL CONTROL -- ENTER "
                   "YOUR OWN SUPERVISOR TELLER ID"
               ACCEPT WS-IN-TELLER-ID
               IF WS-IN-TELLER-ID NOT NUMERIC
                   OR WS-IN-TELLER-ID = ZEROES
                   DISPLAY "TELLER ID MUST BE NUMERIC AND NON-ZERO, "
                       "NOTHING ADDED"
               ELSE
                   MOVE WS-IN-TELLER-ID TO TL-TELLER-ID
                   READ TELLER-FILE
                       INVALID KEY
                           DISPLAY "TELLER ID NOT ON FILE, NOTHING "
                               "ADDED"
                       NOT INVALID KEY
                           IF TL-SUPERVISOR
                               MOVE TL-TELLER-ID TO WS-MAKER-ID
                           ELSE
                               DISPLAY "ADDING A SUPERVISOR NEEDS "
                                   "SUPERVISOR AUTHORITY, NOTHING "
                                   "ADDED"
                           END-IF
                   END-READ
               END-IF.

           A1500-GET-NEXT-CHANGE-NO.
               MOVE ZEROES TO WS-NEXT-CHANGE-NO
               MOVE ZEROES TO WS-WAITING-CHANGE-NO
               MOVE ZEROES TO PG-CHANGE-NO
               START PEND-FILE KEY NOT LESS THAN PG-CHANGE-NO
                   INVALID KEY
                       SET WS-PEND-EOF TO TRUE
               END-START
               PERFORM A1550-SCAN-ONE-CHANGE
                   UNTIL WS-PEND-EOF
               ADD 1 TO WS-NEXT-CHANGE-NO.

           A1550-SCAN-ONE-CHANGE.
               READ PEND-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PG-CHANGE-NO TO WS-NEXT-CHANGE-NO
                       IF PG-PENDING AND PG-SUPERVISOR-ADD
                           AND PG-NEW-TELLER-ID = WS-NEW-TELLER-ID
                           MOVE PG-CHANGE-NO TO WS-WAITING-CHANGE-NO
                       END-IF
               END-READ.

           A1600-WRITE-PENDING-CHANGE.
               MOVE WS-NEXT-CHANGE-NO  TO PG-CHANGE-NO
               SET PG-SUPERVISOR-ADD   TO TRUE
               SET PG-PENDING          TO TRUE
               MOVE ZEROES             TO PG-BANK-ACCOUNT
               MOVE WS-NEW-BRANCH-CODE TO PG-BRANCH-CODE
               MOVE ZEROES             TO PG-OLD-AMOUNT
               MOVE ZEROES             TO PG-NEW-AMOUNT
               MOVE SPACES             TO PG-OLD-STATUS
               MOVE 'S'                TO PG-NEW-STATUS
               MOVE SPACES             TO PG-PARM-ID
               MOVE ZEROES             TO PG-PARM-EFF-DATE
               MOVE ZEROES             TO PG-PARM-VALUE
               MOVE WS-NEW-TELLER-ID   TO PG-NEW-TELLER-ID
               MOVE WS-NEW-TELLER-NAME TO PG-NEW-TELLER-NAME
               MOVE WS-RUN-DATE        TO PG-RAISED-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO PG-RAISED-TIME
               MOVE WS-MAKER-ID        TO PG-MAKER-ID
               MOVE ZEROES             TO PG-CHECKER-ID
               MOVE ZEROES             TO PG-DECIDED-DATE
               MOVE SPACES             TO PG-REJECT-REASON
               WRITE PG-CHANGE-RECORD
                   INVALID KEY
                       DISPLAY "CHANGE NUMBER ALREADY IN USE, NOTHING "
                           "ADDED"
                   NOT INVALID KEY
                       DISPLAY "SUPERVISOR " WS-NEW-TELLER-ID
                           " RAISED AS CHANGE " PG-CHANGE-NO
                           " -- IT IS ADDED WHEN A SECOND SUPERVISOR "
                           "APPROVES IT IN PEND-REV TODAY"
                       PERFORM A3200-AUDIT-CHANGE-RAISED
               END-WRITE.

           A2000-LIST-TELLERS.
               MOVE ZEROES TO TL-TELLER-ID
               START TELLER-FILE KEY NOT LESS THAN TL-TELLER-ID
                   WITH TEST AFTER
                   UNTIL NOT WS-AUDIT-DUP-KEY.

      *    THE RAISING IS JOURNALED UNDER THE SUPERVISOR WHO KEYED
      *    IT, REFERENCED BY THE CHANGE NUMBER.
           A3200-AUDIT-CHANGE-RAISED.
               SET AU-CHANGE-RAISED TO TRUE
               MOVE ZEROES           TO AU-BANK-ACCOUNT
               MOVE PG-CHANGE-NO     TO AU-REFERENCE
               MOVE WS-NEW-TELLER-ID TO AU-OLD-VALUE
               MOVE 'S'              TO AU-NEW-VALUE
               MOVE WS-MAKER-ID      TO AU-TELLER-ID
               MOVE WS-RUN-DATE      TO AU-BUS-DATE
               MOVE WS-RUN-DATE      TO AU-TIMESTAMP(1:8)
               MOVE FUNCTION CURRENT-DATE(9:6) TO AU-TIMESTAMP(9:6)
               MOVE ZEROES           TO AU-AUDIT-SEQ
               PERFORM A3100-WRITE-AUDIT-RECORD
                   WITH TEST AFTER
                   UNTIL NOT WS-AUDIT-DUP-KEY.

           A3100-WRITE-AUDIT-RECORD.
               WRITE AU-AUDIT-RECORD
                   INVALID KEY

           A9000-CLOSE-FILES.
               CLOSE TELLER-FILE
               CLOSE AUDIT-FILE
               CLOSE PEND-FILE.

       END PROGRAM TELL-MNT.
