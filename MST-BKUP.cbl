      * 02/09/26  AD  SOCTL (SO-EXEC'S NEW CYCLE CONTROL) JOINS THE
      *               SET. THE NITECTL AND CUSTCTL LAYOUTS NOW COME
      *               FROM COPYLIB INSTEAD OF HAND-KEPT COPIES.
      * 15/10/26  AD  FEECTL (FEE-POST'S CYCLE CONTROL) AND THE
      *               FEEWAIV FEE-WAIVER MASTER JOIN THE SET.
      * 15/10/26  AD  THE PAYOUT OUTBOUND PAYMENT REGISTER, POUTCTL
      *               (PAY-OUT'S CYCLE CONTROL) AND REJCTL (ITS
      *               REJECTION FILE CONTROL) JOIN THE SET.
      * 15/10/26  AD  THE WATCHLST SANCTIONS LIST, ITS WLCTL CONTROL
      *               RECORD AND THE SCRNCASE SCREENING CASES JOIN THE
      *               SET.
      * 15/10/26  AD  THE PENDCHG DUAL CONTROL CHANGE FILE JOINS THE
      *               SET.
      * 15/10/26  AD  THE MNTHCTL MONTH-END RUN-CONTROL FILE JOINS THE
      *               SET.
      * 15/10/26  AD  THE WOFFFILE LOAN WRITE-OFF REGISTER JOINS THE
      *               SET.
      * 15/10/26  AD  THE NTCHIST CUSTOMER NOTICE HISTORY JOINS THE SET.
      * 15/10/26  AD  THE MISSNAP MONTH-END MIS SNAPSHOT FILE JOINS THE
      *               SET.
      * 15/10/26  AD  THE STOPPAY STOP-PAYMENT REGISTER, THE CHQPAID
      *               PAID-CHEQUE REGISTER AND THE CHQCTL INWARD
      *               CLEARING CONTROL FILE JOIN THE SET.
      * 15/10/26  AD  THE DISPUTE CUSTOMER DISPUTE CASE FILE JOINS THE
      *               SET.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MST-BKUP.
               RECORD KEY IS SC-CONTROL-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT FEECTL-FILE ASSIGN TO "FEECTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FC-CONTROL-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT WAIV-FILE ASSIGN TO "FEEWAIV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FW-WAIVER-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PAYO-FILE ASSIGN TO "PAYOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-PAYMENT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PXCTL-FILE ASSIGN TO "POUTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PX-CONTROL-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT WL-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WL-ENTRY-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT WLCTL-FILE ASSIGN TO "WLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WC-CONTROL-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT SCRN-FILE ASSIGN TO "SCRNCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-CASE-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PG-CHANGE-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MNTH-FILE ASSIGN TO "MNTHCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ME-RUN-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT WOFF-FILE ASSIGN TO "WOFFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WO-BANK-ACCOUNT
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT NTC-HIST-FILE ASSIGN TO "NTCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NH-NOTICE-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MIS-SNAP-FILE ASSIGN TO "MISSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MS-SNAP-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT STOP-FILE ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SP-STOP-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PAID-FILE ASSIGN TO "CHQPAID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-PAID-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CXCTL-FILE ASSIGN TO "CHQCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CX-FILE-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT DISP-FILE ASSIGN TO "DISPUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-CASE-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT RXCTL-FILE ASSIGN TO "REJCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RX-FILE-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT BKUP-FILE ASSIGN USING WS-BKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUP-FILE-STATUS.
       FD  SOCTL-FILE.
           COPY SOCTL.

       FD  FEECTL-FILE.
           COPY FEECTL.

       FD  WAIV-FILE.
           COPY FWVREC.

       FD  PAYO-FILE.
           COPY POUTREC.

       FD  PXCTL-FILE.
           COPY POUTCTL.

       FD  WL-FILE.
           COPY WLREC.

       FD  WLCTL-FILE.
           COPY WLCTL.

       FD  SCRN-FILE.
           COPY SCRREC.

       FD  PEND-FILE.
           COPY PNDREC.

       FD  MNTH-FILE.
           COPY MECTL.

       FD  WOFF-FILE.
           COPY WOFFREC.

       FD  NTC-HIST-FILE.
           COPY NTCREC.

       FD  MIS-SNAP-FILE.
           COPY MISREC.

       FD  STOP-FILE.
           COPY STPREC.

       FD  PAID-FILE.
           COPY CHQREC.

       FD  CXCTL-FILE.
           COPY CHQCTL.

       FD  DISP-FILE.
           COPY DISPREC.

       FD  RXCTL-FILE.
           COPY REJCTL.

       FD  BKUP-FILE.
       01  BK-RECORD                 PIC X(200).

               05 FILLER              PIC X(04) VALUE "PAYC".
               05 FILLER              PIC X(04) VALUE "LNCT".
               05 FILLER              PIC X(04) VALUE "SOCT".
               05 FILLER              PIC X(04) VALUE "FEEC".
               05 FILLER              PIC X(04) VALUE "FWAV".
               05 FILLER              PIC X(04) VALUE "PAYO".
               05 FILLER              PIC X(04) VALUE "POCT".
               05 FILLER              PIC X(04) VALUE "WLST".
               05 FILLER              PIC X(04) VALUE "WCTL".
               05 FILLER              PIC X(04) VALUE "SCRN".
               05 FILLER              PIC X(04) VALUE "PEND".
               05 FILLER              PIC X(04) VALUE "MNTH".
               05 FILLER              PIC X(04) VALUE "WOFF".
               05 FILLER              PIC X(04) VALUE "NTCH".
               05 FILLER              PIC X(04) VALUE "MSNP".
               05 FILLER              PIC X(04) VALUE "STOP".
               05 FILLER              PIC X(04) VALUE "CHQP".
               05 FILLER              PIC X(04) VALUE "CHQC".
               05 FILLER              PIC X(04) VALUE "DISP".
               05 FILLER              PIC X(04) VALUE "REJC".
           01 WS-FILE-TAG-TABLE REDEFINES WS-FILE-TAG-LIST.
               02 WS-FILE-TAG OCCURS 35 TIMES PIC X(04).
           01 WS-FILE-COUNT          PIC 9(02) VALUE 35.
           01 WS-FILE-IDX            PIC 9(02).

           01 WS-RECORD-COUNT        PIC 9(08).
                       PERFORM B17000-COPY-LOANCTL-FILE
                   WHEN 18
                       PERFORM B18000-COPY-SOCTL-FILE
                   WHEN 19
                       PERFORM B19000-COPY-FEECTL-FILE
                   WHEN 20
                       PERFORM B20000-COPY-WAIV-FILE
                   WHEN 21
                       PERFORM B21000-COPY-PAYO-FILE
                   WHEN 22
                       PERFORM B22000-COPY-POCT-FILE
                   WHEN 23
                       PERFORM B23000-COPY-WLST-FILE
                   WHEN 24
                       PERFORM B24000-COPY-WCTL-FILE
                   WHEN 25
                       PERFORM B25000-COPY-SCRN-FILE
                   WHEN 26
                       PERFORM B26000-COPY-PEND-FILE
                   WHEN 27
                       PERFORM B27000-COPY-MNTH-FILE
                   WHEN 28
                       PERFORM B28000-COPY-WRITE-OFF-FILE
                   WHEN 29
                       PERFORM B29000-COPY-NOTICE-HIST-FILE
                   WHEN 30
                       PERFORM B30000-COPY-MIS-SNAP-FILE
                   WHEN 31
                       PERFORM B31000-COPY-STOP-PAY-FILE
                   WHEN 32
                       PERFORM B32000-COPY-CHQ-PAID-FILE
                   WHEN 33
                       PERFORM B33000-COPY-CHQ-CTL-FILE
                   WHEN 34
                       PERFORM B34000-COPY-DISPUTE-FILE
                   WHEN 35
                       PERFORM B35000-COPY-REJ-CTL-FILE
               END-EVALUATE.

      *    ONE COPY PARAGRAPH PER MASTER: WALK THE FILE IN KEY ORDER
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

           B19000-COPY-FEECTL-FILE.
               OPEN INPUT FEECTL-FILE
               IF WS-MASTER-FILE-MISSING
                   PERFORM A3000-NOTE-MISSING-FILE
               ELSE
                   OPEN OUTPUT BKUP-FILE
                   PERFORM B19100-COPY-ONE-FEECTL
                       WITH TEST AFTER
                       UNTIL WS-MASTER-EOF
                   CLOSE FEECTL-FILE
                   CLOSE BKUP-FILE
                   PERFORM A2000-WRITE-AND-VERIFY
               END-IF.

           B19100-COPY-ONE-FEECTL.
               READ FEECTL-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO BK-RECORD
                       MOVE FC-CONTROL-RECORD TO BK-RECORD
                       WRITE BK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

           B20000-COPY-WAIV-FILE.
               OPEN INPUT WAIV-FILE
               IF WS-MASTER-FILE-MISSING
                   PERFORM A3000-NOTE-MISSING-FILE
               ELSE
                   OPEN OUTPUT BKUP-FILE
                   PERFORM B20100-COPY-ONE-WAIV
                       WITH TEST AFTER
                       UNTIL WS-MASTER-EOF
                   CLOSE WAIV-FILE
                   CLOSE BKUP-FILE
                   PERFORM A2000-WRITE-AND-VERIFY
               END-IF.

           B20100-COPY-ONE-WAIV.
               READ WAIV-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO BK-RECORD
                       MOVE FW-WAIVER-RECORD TO BK-RECORD
                       WRITE BK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

           B21000-COPY-PAYO-FILE.
               OPEN INPUT PAYO-FILE
               IF WS-MASTER-FILE-MISSING
                   PERFORM A3000-NOTE-MISSING-FILE
               ELSE
                   OPEN OUTPUT BKUP-FILE
                   PERFORM B21100-COPY-ONE-PAYO
                       WITH TEST AFTER
                       UNTIL WS-MASTER-EOF
                   CLOSE PAYO-FILE
                   CLOSE BKUP-FILE
                   PERFORM A2000-WRITE-AND-VERIFY
               END-IF.

           B21100-COPY-ONE-PAYO.
               READ PAYO-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO BK-RECORD
                       MOVE PO-PAYMENT-RECORD TO BK-RECORD
                       WRITE BK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

           B22000-COPY-POCT-FILE.
               OPEN INPUT PXCTL-FILE
               IF WS-MASTER-FILE-MISSING
                   PERFORM A3000-NOTE-MISSING-FILE
               ELSE
                   OPEN OUTPUT BKUP-FILE
                   PERFORM B22100-COPY-ONE-POCT
                       WITH TEST AFTER
                       UNTIL WS-MASTER-EOF
                   CLOSE PXCTL-FILE
                   CLOSE BKUP-FILE
                   PERFORM A2000-WRITE-AND-VERIFY
               END-IF.

           B22100-COPY-ONE-POCT.
               READ PXCTL-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO BK-RECORD
                       MOVE PX-CONTROL-RECORD TO BK-RECORD
                       WRITE BK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

           B23000-COPY-WLST-FILE.
               OPEN INPUT WL-FILE
               IF WS-MASTER-FILE-MISSING
                   PERFORM A3000-NOTE-MISSING-FILE
               ELSE
                   OPEN OUTPUT BKUP-FILE
                   PERFORM B23100-COPY-ONE-WLST
                       WITH TEST AFTER
                       UNTIL WS-MASTER-EOF
                   CLOSE WL-FILE
                   CLOSE BKUP-FILE
                   PERFORM A2000-WRITE-AND-VERIFY
               END-IF.

           B23100-COPY-ONE-WLST.
               READ WL-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO BK-RECORD
                       MOVE WL-WATCHLIST-RECORD TO BK-RECORD
                       WRITE BK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

           B24000-COPY-WCTL-FILE.
               OPEN INPUT WLCTL-FILE
               IF WS-MASTER-FILE-MISSING
                   PERFORM A3000-NOTE-MISSING-FILE
               ELSE
                   OPEN OUTPUT BKUP-FILE
                   PERFORM B24100-COPY-ONE-WCTL
                       WITH TEST AFTER
                       UNTIL WS-MASTER-EOF
                   CLOSE WLCTL-FILE
                   CLOSE BKUP-FILE
                   PERFORM A2000-WRITE-AND-VERIFY
               END-IF.

           B24100-COPY-ONE-WCTL.
               READ WLCTL-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO BK-RECORD
                       MOVE WC-CONTROL-RECORD TO BK-RECORD
                       WRITE BK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

           B25000-COPY-SCRN-FILE.
               OPEN INPUT SCRN-FILE
               IF WS-MASTER-FILE-MISSING
                   PERFORM A3000-NOTE-MISSING-FILE
               ELSE
                   OPEN OUTPUT BKUP-FILE
                   PERFORM B25100-COPY-ONE-SCRN
                       WITH TEST AFTER
                       UNTIL WS-MASTER-EOF
                   CLOSE SCRN-FILE
                   CLOSE BKUP-FILE
                   PERFORM A2000-WRITE-AND-VERIFY
               END-IF.

           B25100-COPY-ONE-SCRN.
               READ SCRN-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO BK-RECORD
                       MOVE SN-CASE-RECORD TO BK-RECORD
                       WRITE BK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

           B26000-COPY-PEND-FILE.
               OPEN INPUT PEND-FILE
               IF WS-MASTER-FILE-MISSING
                   PERFORM A3000-NOTE-MISSING-FILE
               ELSE
                   OPEN OUTPUT BKUP-FILE
                   PERFORM B26100-COPY-ONE-PEND
                       WITH TEST AFTER
                       UNTIL WS-MASTER-EOF
                   CLOSE PEND-FILE
                   CLOSE BKUP-FILE
                   PERFORM A2000-WRITE-AND-VERIFY
               END-IF.

           B26100-COPY-ONE-PEND.
               READ PEND-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO BK-RECORD
                       MOVE PG-CHANGE-RECORD TO BK-RECORD
                       WRITE BK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

           B27000-COPY-MNTH-FILE.
               OPEN INPUT MNTH-FILE
               IF WS-MASTER-FILE-MISSING
                   PERFORM A3000-NOTE-MISSING-FILE
               ELSE
                   OPEN OUTPUT BKUP-FILE
                   PERFORM B27100-COPY-ONE-MNTH
                       WITH TEST AFTER
                       UNTIL WS-MASTER-EOF
                   CLOSE MNTH-FILE
                   CLOSE BKUP-FILE
                   PERFORM A2000-WRITE-AND-VERIFY
               END-IF.

           B27100-COPY-ONE-MNTH.
               READ MNTH-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO BK-RECORD
                       MOVE ME-CONTROL-RECORD TO BK-RECORD
                       WRITE BK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

           B28000-COPY-WRITE-OFF-FILE.
               OPEN INPUT WOFF-FILE
               IF WS-MASTER-FILE-MISSING
                   PERFORM A3000-NOTE-MISSING-FILE
               ELSE
                   OPEN OUTPUT BKUP-FILE
                   PERFORM B28100-COPY-ONE-WRITE-OFF
                       WITH TEST AFTER
                       UNTIL WS-MASTER-EOF
                   CLOSE WOFF-FILE
                   CLOSE BKUP-FILE
                   PERFORM A2000-WRITE-AND-VERIFY
               END-IF.

           B28100-COPY-ONE-WRITE-OFF.
               READ WOFF-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO BK-RECORD
                       MOVE WO-WRITE-OFF-RECORD TO BK-RECORD
                       WRITE BK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

           B29000-COPY-NOTICE-HIST-FILE.
               OPEN INPUT NTC-HIST-FILE
               IF WS-MASTER-FILE-MISSING
                   PERFORM A3000-NOTE-MISSING-FILE
               ELSE
                   OPEN OUTPUT BKUP-FILE
                   PERFORM B29100-COPY-ONE-NOTICE-HIST
                       WITH TEST AFTER
                       UNTIL WS-MASTER-EOF
                   CLOSE NTC-HIST-FILE
                   CLOSE BKUP-FILE
                   PERFORM A2000-WRITE-AND-VERIFY
               END-IF.

           B29100-COPY-ONE-NOTICE-HIST.
               READ NTC-HIST-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO BK-RECORD
                       MOVE NH-NOTICE-HIST-RECORD TO BK-RECORD
                       WRITE BK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

           B30000-COPY-MIS-SNAP-FILE.
               OPEN INPUT MIS-SNAP-FILE
               IF WS-MASTER-FILE-MISSING
                   PERFORM A3000-NOTE-MISSING-FILE
               ELSE
                   OPEN OUTPUT BKUP-FILE
                   PERFORM B30100-COPY-ONE-MIS-SNAP
                       WITH TEST AFTER
                       UNTIL WS-MASTER-EOF
                   CLOSE MIS-SNAP-FILE
                   CLOSE BKUP-FILE
                   PERFORM A2000-WRITE-AND-VERIFY
               END-IF.

           B30100-COPY-ONE-MIS-SNAP.
               READ MIS-SNAP-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO BK-RECORD
                       MOVE MS-SNAPSHOT-RECORD TO BK-RECORD
                       WRITE BK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

           B31000-COPY-STOP-PAY-FILE.
               OPEN INPUT STOP-FILE
               IF WS-MASTER-FILE-MISSING
                   PERFORM A3000-NOTE-MISSING-FILE
               ELSE
                   OPEN OUTPUT BKUP-FILE
                   PERFORM B31100-COPY-ONE-STOP-PAY
                       WITH TEST AFTER
                       UNTIL WS-MASTER-EOF
                   CLOSE STOP-FILE
                   CLOSE BKUP-FILE
                   PERFORM A2000-WRITE-AND-VERIFY
               END-IF.

           B31100-COPY-ONE-STOP-PAY.
               READ STOP-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO BK-RECORD
                       MOVE SP-STOP-RECORD TO BK-RECORD
                       WRITE BK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

           B32000-COPY-CHQ-PAID-FILE.
               OPEN INPUT PAID-FILE
               IF WS-MASTER-FILE-MISSING
                   PERFORM A3000-NOTE-MISSING-FILE
               ELSE
                   OPEN OUTPUT BKUP-FILE
                   PERFORM B32100-COPY-ONE-CHQ-PAID
                       WITH TEST AFTER
                       UNTIL WS-MASTER-EOF
                   CLOSE PAID-FILE
                   CLOSE BKUP-FILE
                   PERFORM A2000-WRITE-AND-VERIFY
               END-IF.

           B32100-COPY-ONE-CHQ-PAID.
               READ PAID-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO BK-RECORD
                       MOVE CP-PAID-RECORD TO BK-RECORD
                       WRITE BK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

           B33000-COPY-CHQ-CTL-FILE.
               OPEN INPUT CXCTL-FILE
               IF WS-MASTER-FILE-MISSING
                   PERFORM A3000-NOTE-MISSING-FILE
               ELSE
                   OPEN OUTPUT BKUP-FILE
                   PERFORM B33100-COPY-ONE-CHQ-CTL
                       WITH TEST AFTER
                       UNTIL WS-MASTER-EOF
                   CLOSE CXCTL-FILE
                   CLOSE BKUP-FILE
                   PERFORM A2000-WRITE-AND-VERIFY
               END-IF.

           B33100-COPY-ONE-CHQ-CTL.
               READ CXCTL-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO BK-RECORD
                       MOVE CX-CONTROL-RECORD TO BK-RECORD
                       WRITE BK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

           B34000-COPY-DISPUTE-FILE.
               OPEN INPUT DISP-FILE
               IF WS-MASTER-FILE-MISSING
                   PERFORM A3000-NOTE-MISSING-FILE
               ELSE
                   OPEN OUTPUT BKUP-FILE
                   PERFORM B34100-COPY-ONE-DISPUTE
                       WITH TEST AFTER
                       UNTIL WS-MASTER-EOF
                   CLOSE DISP-FILE
                   CLOSE BKUP-FILE
                   PERFORM A2000-WRITE-AND-VERIFY
               END-IF.

           B34100-COPY-ONE-DISPUTE.
               READ DISP-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO BK-RECORD
                       MOVE DS-DISPUTE-RECORD TO BK-RECORD
                       WRITE BK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

           B35000-COPY-REJ-CTL-FILE.
               OPEN INPUT RXCTL-FILE
               IF WS-MASTER-FILE-MISSING
                   PERFORM A3000-NOTE-MISSING-FILE
               ELSE
                   OPEN OUTPUT BKUP-FILE
                   PERFORM B35100-COPY-ONE-REJ-CTL
                       WITH TEST AFTER
                       UNTIL WS-MASTER-EOF
                   CLOSE RXCTL-FILE
                   CLOSE BKUP-FILE
                   PERFORM A2000-WRITE-AND-VERIFY
               END-IF.

           B35100-COPY-ONE-REJ-CTL.
               READ RXCTL-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO BK-RECORD
                       MOVE RX-CONTROL-RECORD TO BK-RECORD
                       WRITE BK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ.

      *    THE BACKUP COPY IS RE-READ AND COUNTED AGAINST WHAT WAS
      *    JUST WRITTEN. A SHORT COPY FAILS THE WHOLE RUN -- A
      *    BACKUP THAT CANNOT BE PROVED IS NOT A BACKUP.
