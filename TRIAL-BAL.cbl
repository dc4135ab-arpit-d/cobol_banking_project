      *               NITE-RUN NIGHTLY DRIVER CAN CALL IT AS A STEP
      *               WITHOUT ENDING THE WHOLE CHAIN. A STANDALONE
      *               RUN IS UNCHANGED.
      * 15/10/26  AD  SERVICE FEES CHARGED BY FEE-POST NOW PRINT AS A
      *               LINE OF THEIR OWN INSTEAD OF BEING LOST FROM THE
      *               OPENING-TOTAL ARITHMETIC.
      * 15/10/26  AD  TAX WITHHELD FROM CREDITED INTEREST PRINTS AS A
      *               LINE OF ITS OWN AND IS A DEBIT IN THE OPENING
      *               TOTAL.
      * 15/10/26  AD  OUTBOUND PAYMENTS ('P') COUNT WITH WITHDRAWALS
      *               AND CLEARING-HOUSE REJECTIONS CREDITED BACK ('Q')
      *               WITH DEPOSITS, SO THE DAY STILL PROVES.
      * 15/10/26  AD  LOAN WRITE-OFFS ('Z') PRINT AS A LINE OF THEIR
      *               OWN AND ARE A CREDIT IN THE OPENING TOTAL.
      *               RECOVERIES ON WRITTEN-OFF LOANS ('V') MOVE NO
      *               BALANCE, SO THEY PRINT AS A MEMO LINE BELOW THE
      *               CLOSING TOTAL AND STAY OUT OF THE ARITHMETIC.
      * 15/10/26  AD  CHEQUES PAID THROUGH INWARD CLEARING ('C') TOTAL
      *               WITH WITHDRAWALS.
      * 15/10/26  AD  PROVISIONAL CREDITS ON CUSTOMER DISPUTES ('G')
      *               TOTAL WITH THE CREDIT CORRECTIONS AND THEIR
      *               CLAWBACKS ('K') WITH THE DEBIT CORRECTIONS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAL-BAL.
           01 WS-TOTAL-WITHDRAWALS   PIC 9(12)V99 VALUE ZEROES.
           01 WS-TOTAL-CORR-DR       PIC 9(12)V99 VALUE ZEROES.
           01 WS-TOTAL-CORR-CR       PIC 9(12)V99 VALUE ZEROES.
           01 WS-TOTAL-FEES          PIC 9(12)V99 VALUE ZEROES.
           01 WS-TOTAL-TAX           PIC 9(12)V99 VALUE ZEROES.
           01 WS-TOTAL-WRITE-OFF     PIC 9(12)V99 VALUE ZEROES.
           01 WS-TOTAL-RECOVERY      PIC 9(12)V99 VALUE ZEROES.

           01 WS-RPT-AMOUNT-LINE.
               05 FILLER              PIC X(04) VALUE SPACES.
                           WHEN TR-DEPOSIT
                           WHEN TR-TRANSFER-IN
                           WHEN TR-INTEREST
                           WHEN TR-PAYMENT-RETURN
                               ADD TR-AMOUNT TO WS-TOTAL-DEPOSITS
                           WHEN TR-WITHDRAWAL
                           WHEN TR-TRANSFER-OUT
                           WHEN TR-OD-INTEREST
                           WHEN TR-PAYMENT-OUT
                           WHEN TR-CHEQUE-PAID
                               ADD TR-AMOUNT TO WS-TOTAL-WITHDRAWALS
                           WHEN TR-REVERSAL-DR
                           WHEN TR-PROV-CLAWBACK
                               ADD TR-AMOUNT TO WS-TOTAL-CORR-DR
                           WHEN TR-REVERSAL-CR
                           WHEN TR-PROV-CREDIT
                               ADD TR-AMOUNT TO WS-TOTAL-CORR-CR
                           WHEN TR-FEE
                               ADD TR-AMOUNT TO WS-TOTAL-FEES
                           WHEN TR-TAX-WITHHELD
                               ADD TR-AMOUNT TO WS-TOTAL-TAX
                           WHEN TR-WRITE-OFF
                               ADD TR-AMOUNT TO WS-TOTAL-WRITE-OFF
                           WHEN TR-RECOVERY
                               ADD TR-AMOUNT TO WS-TOTAL-RECOVERY
                       END-EVALUATE
                   END-IF
                   READ TRAN-FILE
               COMPUTE WS-OPENING-TOTAL =
                   WS-CLOSING-TOTAL - WS-TOTAL-DEPOSITS
                       + WS-TOTAL-WITHDRAWALS
                       - WS-TOTAL-CORR-CR + WS-TOTAL-CORR-DR
                       + WS-TOTAL-FEES + WS-TOTAL-TAX
                       - WS-TOTAL-WRITE-OFF.

           A3000-PRINT-REPORT.
               MOVE "END OF DAY TRIAL BALANCE REPORT" TO RPT-LINE
               MOVE WS-RPT-AMOUNT-LINE     TO RPT-LINE
               WRITE RPT-LINE

               MOVE "SERVICE FEES"         TO WS-RPT-LABEL
               MOVE WS-TOTAL-FEES          TO WS-RPT-AMOUNT
               MOVE WS-RPT-AMOUNT-LINE     TO RPT-LINE
               WRITE RPT-LINE

               MOVE "TAX WITHHELD"         TO WS-RPT-LABEL
               MOVE WS-TOTAL-TAX           TO WS-RPT-AMOUNT
               MOVE WS-RPT-AMOUNT-LINE     TO RPT-LINE
               WRITE RPT-LINE

               MOVE "LOANS WRITTEN OFF"    TO WS-RPT-LABEL
               MOVE WS-TOTAL-WRITE-OFF     TO WS-RPT-AMOUNT
               MOVE WS-RPT-AMOUNT-LINE     TO RPT-LINE
               WRITE RPT-LINE

               MOVE "CORRECTIONS (DEBIT)"  TO WS-RPT-LABEL
               MOVE WS-TOTAL-CORR-DR       TO WS-RPT-AMOUNT
               MOVE WS-RPT-AMOUNT-LINE     TO RPT-LINE
               MOVE "CLOSING TOTAL"        TO WS-RPT-LABEL
               MOVE WS-CLOSING-TOTAL       TO WS-RPT-AMOUNT
               MOVE WS-RPT-AMOUNT-LINE     TO RPT-LINE
               WRITE RPT-LINE

               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "RECOVERIES (MEMO)"    TO WS-RPT-LABEL
               MOVE WS-TOTAL-RECOVERY      TO WS-RPT-AMOUNT
               MOVE WS-RPT-AMOUNT-LINE     TO RPT-LINE
               WRITE RPT-LINE.

           A9000-CLOSE-FILES.
