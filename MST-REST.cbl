      *               THE TAG TABLE. TRANIDX IS NOT IN THE SET -- RUN
      *               JRNL-IDX AFTER A RESTORE TO REBUILD IT FROM
      *               THE JOURNAL.
      * 15/10/26  AD  RELOADS FEECTL AND FEEWAIV, NOW IN THE SET.
      * 15/10/26  AD  RELOADS PAYOUT, POUTCTL AND REJCTL, NOW IN THE
      *               SET.
      * 15/10/26  AD  RELOADS WATCHLST, WLCTL AND SCRNCASE, NOW IN THE
      *               SET.
      * 15/10/26  AD  RELOADS PENDCHG, NOW IN THE SET.
      * 15/10/26  AD  RELOADS MNTHCTL, NOW IN THE SET.
      * 15/10/26  AD  RELOADS WOFFFILE, NOW IN THE SET.
      * 15/10/26  AD  RELOADS NTCHIST, NOW IN THE SET.
      * 15/10/26  AD  RELOADS MISSNAP, NOW IN THE SET.
      * 15/10/26  AD  RELOADS STOPPAY, CHQPAID AND CHQCTL, NOW IN THE
      *               SET.
      * 15/10/26  AD  RELOADS DISPUTE, NOW IN THE SET.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MST-REST.
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

                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE SOCTL-FILE
                   WHEN "FEEC"
                       OPEN OUTPUT FEECTL-FILE
                       PERFORM B19000-RELOAD-ONE-FEECTL
                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE FEECTL-FILE
                   WHEN "FWAV"
                       OPEN OUTPUT WAIV-FILE
                       PERFORM B20000-RELOAD-ONE-WAIV
                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE WAIV-FILE
                   WHEN "PAYO"
                       OPEN OUTPUT PAYO-FILE
                       PERFORM B21000-RELOAD-ONE-PAYO
                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE PAYO-FILE
                   WHEN "POCT"
                       OPEN OUTPUT PXCTL-FILE
                       PERFORM B22000-RELOAD-ONE-POCT
                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE PXCTL-FILE
                   WHEN "WLST"
                       OPEN OUTPUT WL-FILE
                       PERFORM B23000-RELOAD-ONE-WLST
                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE WL-FILE
                   WHEN "WCTL"
                       OPEN OUTPUT WLCTL-FILE
                       PERFORM B24000-RELOAD-ONE-WCTL
                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE WLCTL-FILE
                   WHEN "SCRN"
                       OPEN OUTPUT SCRN-FILE
                       PERFORM B25000-RELOAD-ONE-SCRN
                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE SCRN-FILE
                   WHEN "PEND"
                       OPEN OUTPUT PEND-FILE
                       PERFORM B26000-RELOAD-ONE-PEND
                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE PEND-FILE
                   WHEN "MNTH"
                       OPEN OUTPUT MNTH-FILE
                       PERFORM B27000-RELOAD-ONE-MNTH
                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE MNTH-FILE
                   WHEN "WOFF"
                       OPEN OUTPUT WOFF-FILE
                       PERFORM B28000-RELOAD-ONE-WRITE-OFF
                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE WOFF-FILE
                   WHEN "NTCH"
                       OPEN OUTPUT NTC-HIST-FILE
                       PERFORM B29000-RELOAD-ONE-NOTICE-HIST
                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE NTC-HIST-FILE
                   WHEN "MSNP"
                       OPEN OUTPUT MIS-SNAP-FILE
                       PERFORM B30000-RELOAD-ONE-MIS-SNAP
                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE MIS-SNAP-FILE
                   WHEN "STOP"
                       OPEN OUTPUT STOP-FILE
                       PERFORM B31000-RELOAD-ONE-STOP-PAY
                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE STOP-FILE
                   WHEN "CHQP"
                       OPEN OUTPUT PAID-FILE
                       PERFORM B32000-RELOAD-ONE-CHQ-PAID
                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE PAID-FILE
                   WHEN "CHQC"
                       OPEN OUTPUT CXCTL-FILE
                       PERFORM B33000-RELOAD-ONE-CHQ-CTL
                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE CXCTL-FILE
                   WHEN "DISP"
                       OPEN OUTPUT DISP-FILE
                       PERFORM B34000-RELOAD-ONE-DISPUTE
                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE DISP-FILE
                   WHEN "REJC"
                       OPEN OUTPUT RXCTL-FILE
                       PERFORM B35000-RELOAD-ONE-REJ-CTL
                           WITH TEST AFTER
                           UNTIL WS-BKUP-EOF
                       CLOSE RXCTL-FILE
                   WHEN OTHER
                       DISPLAY "UNKNOWN FILE TAG '" WS-MD-FILE-TAG
                           "' ON THE MANIFEST, SKIPPED"
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

           B19000-RELOAD-ONE-FEECTL.
               READ BKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-RECORD TO FC-CONTROL-RECORD
                       WRITE FC-CONTROL-RECORD
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

           B20000-RELOAD-ONE-WAIV.
               READ BKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-RECORD TO FW-WAIVER-RECORD
                       WRITE FW-WAIVER-RECORD
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

           B21000-RELOAD-ONE-PAYO.
               READ BKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-RECORD TO PO-PAYMENT-RECORD
                       WRITE PO-PAYMENT-RECORD
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

           B22000-RELOAD-ONE-POCT.
               READ BKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-RECORD TO PX-CONTROL-RECORD
                       WRITE PX-CONTROL-RECORD
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

           B23000-RELOAD-ONE-WLST.
               READ BKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-RECORD TO WL-WATCHLIST-RECORD
                       WRITE WL-WATCHLIST-RECORD
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

           B24000-RELOAD-ONE-WCTL.
               READ BKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-RECORD TO WC-CONTROL-RECORD
                       WRITE WC-CONTROL-RECORD
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

           B25000-RELOAD-ONE-SCRN.
               READ BKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-RECORD TO SN-CASE-RECORD
                       WRITE SN-CASE-RECORD
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

           B26000-RELOAD-ONE-PEND.
               READ BKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-RECORD TO PG-CHANGE-RECORD
                       WRITE PG-CHANGE-RECORD
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

           B27000-RELOAD-ONE-MNTH.
               READ BKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-RECORD TO ME-CONTROL-RECORD
                       WRITE ME-CONTROL-RECORD
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

           B28000-RELOAD-ONE-WRITE-OFF.
               READ BKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-RECORD TO WO-WRITE-OFF-RECORD
                       WRITE WO-WRITE-OFF-RECORD
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

           B29000-RELOAD-ONE-NOTICE-HIST.
               READ BKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-RECORD TO NH-NOTICE-HIST-RECORD
                       WRITE NH-NOTICE-HIST-RECORD
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

           B30000-RELOAD-ONE-MIS-SNAP.
               READ BKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-RECORD TO MS-SNAPSHOT-RECORD
                       WRITE MS-SNAPSHOT-RECORD
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

           B31000-RELOAD-ONE-STOP-PAY.
               READ BKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-RECORD TO SP-STOP-RECORD
                       WRITE SP-STOP-RECORD
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

           B32000-RELOAD-ONE-CHQ-PAID.
               READ BKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-RECORD TO CP-PAID-RECORD
                       WRITE CP-PAID-RECORD
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

           B33000-RELOAD-ONE-CHQ-CTL.
               READ BKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-RECORD TO CX-CONTROL-RECORD
                       WRITE CX-CONTROL-RECORD
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

           B34000-RELOAD-ONE-DISPUTE.
               READ BKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-RECORD TO DS-DISPUTE-RECORD
                       WRITE DS-DISPUTE-RECORD
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

           B35000-RELOAD-ONE-REJ-CTL.
               READ BKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-RECORD TO RX-CONTROL-RECORD
                       WRITE RX-CONTROL-RECORD
                       ADD 1 TO WS-RESTORE-COUNT
               END-READ.

      *    THE RELOAD IS PROVED AGAINST THE MANIFEST: RECORD COUNT
      *    ALWAYS, AND FOR THE ACCOUNT MASTER THE BALANCE HASH TOO.
           A3000-PROVE-THE-COUNTS.
