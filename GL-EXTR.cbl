      *               NITE-RUN NIGHTLY DRIVER CAN CALL IT AS A STEP
      *               WITHOUT ENDING THE WHOLE CHAIN. A STANDALONE
      *               RUN IS UNCHANGED.
      * 15/10/26  AD  SERVICE FEES CHARGED BY FEE-POST NOW EXTRACT AS
      *               THEIR OWN GL TYPES -- FMN MONTHLY MAINTENANCE,
      *               FLB BELOW MINIMUM BALANCE, FXW EXCESS
      *               WITHDRAWALS AND FOD UNARRANGED OVERDRAFT -- SO
      *               FINANCE CAN BOOK FEE INCOME BY FEE.
      * 15/10/26  AD  TAX WITHHELD FROM CREDITED INTEREST ('H')
      *               EXTRACTS AS GL TYPE WHT, SO FINANCE CAN BOOK THE
      *               LIABILITY TO THE TAX AUTHORITY.
      * 15/10/26  AD  OUTBOUND PAYMENTS TO OTHER BANKS ('P') AND THE
      *               CLEARING-HOUSE REJECTIONS CREDITED BACK ('Q')
      *               EXTRACT AS GL TYPES PYO AND PYR, SO FINANCE CAN
      *               BOOK THE PAYMENTS SUSPENSE POSITION.
      * 15/10/26  AD  LOAN WRITE-OFFS ('Z') AND RECOVERIES ON
      *               WRITTEN-OFF LOANS ('V') EXTRACT AS GL TYPES LWO
      *               AND LRC. ON THE NIGHT LOAN-PROV CUTS THE
      *               MONTH-END LOAN-LOSS PROVISION, ITS PROVFILE
      *               DETAILS (PVP, P30, P60, P90 AND PVN PER BRANCH)
      *               ARE CARRIED INTO THE EXTRACT, INSIDE THE SAME
      *               TRAILER COUNT AND HASH.
      * 15/10/26  AD  CHEQUES PAID THROUGH INWARD CLEARING ('C') EXTRACT
      *               UNDER GL TYPE CHQ.
      * 15/10/26  AD  PROVISIONAL CREDITS ON CUSTOMER DISPUTES ('G') AND
      *               THEIR CLAWBACKS ('K') EXTRACT UNDER GL TYPES DPC
      *               AND DCB.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT PROV-FILE ASSIGN TO "PROVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROV-FILE-STATUS.

           SELECT SYSCTL-FILE ASSIGN TO "SYSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  GL-FILE.
       01  GL-RECORD                 PIC X(80).

       FD  PROV-FILE.
       01  PROV-RECORD               PIC X(80).

       FD  SYSCTL-FILE.
           COPY SYSREC.

           01 WS-TRAN-FILE-STATUS    PIC X(02).
               88 WS-TRAN-EOF            VALUE '10'.
           01 WS-GL-FILE-STATUS      PIC X(02).
           01 WS-PROV-FILE-STATUS    PIC X(02).
               88 WS-PROV-EOF            VALUE '10'.
               88 WS-PROV-FILE-MISSING   VALUE '35'.
           01 WS-PROV-COUNT          PIC 9(06) VALUE ZEROES.
           01 WS-SYSCTL-FILE-STATUS  PIC X(02).
               88 WS-SYSCTL-FILE-MISSING VALUE '35'.
           01 WS-BUS-DATE-SW         PIC X(01) VALUE 'N'.
                       MOVE "RVD" TO WS-GL-TYPE
                   WHEN TR-REVERSAL-CR
                       MOVE "RVC" TO WS-GL-TYPE
                   WHEN TR-FEE-MAINTENANCE
                       MOVE "FMN" TO WS-GL-TYPE
                   WHEN TR-FEE-LOW-BALANCE
                       MOVE "FLB" TO WS-GL-TYPE
                   WHEN TR-FEE-EXCESS-WDL
                       MOVE "FXW" TO WS-GL-TYPE
                   WHEN TR-FEE-UNARRANGED-OD
                       MOVE "FOD" TO WS-GL-TYPE
                   WHEN TR-TAX-WITHHELD
                       MOVE "WHT" TO WS-GL-TYPE
                   WHEN TR-PAYMENT-OUT
                       MOVE "PYO" TO WS-GL-TYPE
                   WHEN TR-PAYMENT-RETURN
                       MOVE "PYR" TO WS-GL-TYPE
                   WHEN TR-WRITE-OFF
                       MOVE "LWO" TO WS-GL-TYPE
                   WHEN TR-RECOVERY
                       MOVE "LRC" TO WS-GL-TYPE
                   WHEN TR-CHEQUE-PAID
                       MOVE "CHQ" TO WS-GL-TYPE
                   WHEN TR-PROV-CREDIT
                       MOVE "DPC" TO WS-GL-TYPE
                   WHEN TR-PROV-CLAWBACK
                       MOVE "DCB" TO WS-GL-TYPE
                   WHEN OTHER
                       MOVE SPACES TO WS-GL-TYPE
               END-EVALUATE.
               MOVE ZEROES TO WS-SLOT-IDX
               PERFORM A2100-WRITE-DETAIL
                   UNTIL WS-SLOT-IDX NOT < WS-SLOT-COUNT
               PERFORM A2500-COPY-PROVISION-FILE
               MOVE WS-DETAIL-COUNT TO WS-GT-DETAIL-COUNT
               MOVE WS-HASH-AMOUNT  TO WS-GT-HASH-AMOUNT
               MOVE WS-GL-TRAILER TO GL-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-SLOT-AMOUNT(WS-SLOT-IDX) TO WS-HASH-AMOUNT.

      *    THE PROVISION FILE IS TAKEN UP ONLY WHEN ITS HEADER CARRIES
      *    THE DATE BEING EXTRACTED -- THE NIGHT LOAN-PROV WROTE IT.
      *    ITS OWN HEADER AND TRAILER STAY BEHIND; ITS DETAILS JOIN
      *    OURS AND ARE COUNTED AND HASHED WITH THEM.
           A2500-COPY-PROVISION-FILE.
               OPEN INPUT PROV-FILE
               IF NOT WS-PROV-FILE-MISSING
                   PERFORM A2600-READ-PROVISION
                   IF NOT WS-PROV-EOF
                       MOVE PROV-RECORD TO WS-GL-HEADER
                       IF WS-GH-RECORD-TYPE = '1'
                           AND WS-GH-RUN-DATE = WS-RUN-DATE
                           PERFORM A2600-READ-PROVISION
                           PERFORM A2700-COPY-ONE-PROVISION
                               UNTIL WS-PROV-EOF
                       END-IF
                   END-IF
                   CLOSE PROV-FILE
               END-IF
               MOVE '1' TO WS-GH-RECORD-TYPE
               IF WS-PROV-COUNT NOT = ZEROES
                   DISPLAY "LOAN-LOSS PROVISION CARRIED INTO THE "
                       "EXTRACT, " WS-PROV-COUNT " RECORDS"
               END-IF.

           A2600-READ-PROVISION.
               READ PROV-FILE
                   AT END
                       CONTINUE
               END-READ.

           A2700-COPY-ONE-PROVISION.
               MOVE PROV-RECORD TO WS-GL-DETAIL
               IF WS-GD-RECORD-TYPE = '2'
                   MOVE WS-GL-DETAIL TO GL-RECORD
                   WRITE GL-RECORD
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD 1 TO WS-PROV-COUNT
                   ADD WS-GD-AMOUNT TO WS-HASH-AMOUNT
               END-IF
               MOVE '2' TO WS-GD-RECORD-TYPE
               PERFORM A2600-READ-PROVISION.

           A9000-CLOSE-FILES.
               CLOSE TRAN-FILE
               CLOSE GL-FILE.
