      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Prove the night's master file movement arithmetically -
      *          the opening TUITION-OWED position from the prior
      *          general ledger export trailer, plus the charges
      *          PROJECT01 loaded, minus the payments, counter receipts
      *          and pre-authorized debits PAYAPPLY applied, plus the
      *          late-payment fees the monthly assessment charged, minus
      *          the bad debt the write-off run took off, minus the
      *          tuition the withdrawal run credited back, must equal
      *          today's total TUITION-OWED across STUDENTFILE.TXT.
      *          Prints each component and an in-balance or
      *          out-of-balance page, with the day's collection agency
      *          recoveries and the commission the agency kept out of
      *          them shown as memo lines - they are cash against debt
      *          already written off, so they never enter the proof -
      *          and the money the front-counter cashiers receipted
      *          shown as a memo line beside the counter receipts
      *          applied. Runs at the end of the batch window, ahead of
      *          the nightly GLEXPORT step, so GLEXPORT.TXT still holds
      *          the prior night's totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALRPT.
           05 ADJUSTMENTS-APPLIED-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 SPONSOR-SETTLED-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 REFUNDS-CUT-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 LATE-FEES-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 WRITTEN-OFF-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 RECOVERIES-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 RECOVERY-COMMISSION-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 WITHDRAWAL-CREDITS-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 COUNTER-APPLIED-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 COUNTER-RECEIPTED-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 DEBITS-APPLIED-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 EXPECTED-CLOSING-TOTAL PIC S9(10) COMP VALUE ZERO.
           05 ACTUAL-CLOSING-TOTAL PIC S9(9) COMP VALUE ZERO.
           05 BALANCE-DIFFERENCE PIC S9(10) COMP VALUE ZERO.
               OPENING-OWED-TOTAL + CHARGES-LOADED-TOTAL
                   - PAYMENTS-APPLIED-TOTAL
                   - RELEASES-APPLIED-TOTAL
                   - COUNTER-APPLIED-TOTAL
                   - DEBITS-APPLIED-TOTAL
                   - ADJUSTMENTS-APPLIED-TOTAL
                   - SPONSOR-SETTLED-TOTAL
                   + REVERSALS-APPLIED-TOTAL
                   + NSF-FEES-TOTAL
                   + REFUNDS-CUT-TOTAL
                   + LATE-FEES-TOTAL
                   - WRITTEN-OFF-TOTAL
                   - WITHDRAWAL-CREDITS-TOTAL.
           COMPUTE BALANCE-DIFFERENCE =
               ACTUAL-CLOSING-TOTAL - EXPECTED-CLOSING-TOTAL.
           MOVE "OPENING TUITION OWED (PRIOR GL EXPORT)" TO
           MOVE "MINUS SUSPENSE RELEASES APPLIED" TO
               CL-COMPONENT-LABEL.
           MOVE RELEASES-APPLIED-TOTAL TO CL-COMPONENT-AMOUNT.
           WRITE PRINT-LINE FROM COMPONENT-LINE
               AFTER ADVANCING 1.
           MOVE "MINUS COUNTER RECEIPTS APPLIED" TO
               CL-COMPONENT-LABEL.
           MOVE COUNTER-APPLIED-TOTAL TO CL-COMPONENT-AMOUNT.
           WRITE PRINT-LINE FROM COMPONENT-LINE
               AFTER ADVANCING 1.
           MOVE "MINUS PRE-AUTHORIZED DEBITS APPLIED" TO
               CL-COMPONENT-LABEL.
           MOVE DEBITS-APPLIED-TOTAL TO CL-COMPONENT-AMOUNT.
           WRITE PRINT-LINE FROM COMPONENT-LINE
               AFTER ADVANCING 1.
           MOVE "MINUS ADJUSTMENTS/WAIVERS" TO CL-COMPONENT-LABEL.
               AFTER ADVANCING 1.
           MOVE "PLUS REFUNDS DISBURSED" TO CL-COMPONENT-LABEL.
           MOVE REFUNDS-CUT-TOTAL TO CL-COMPONENT-AMOUNT.
           WRITE PRINT-LINE FROM COMPONENT-LINE
               AFTER ADVANCING 1.
           MOVE "PLUS LATE-PAYMENT FEES" TO CL-COMPONENT-LABEL.
           MOVE LATE-FEES-TOTAL TO CL-COMPONENT-AMOUNT.
           WRITE PRINT-LINE FROM COMPONENT-LINE
               AFTER ADVANCING 1.
           MOVE "MINUS BAD DEBT WRITTEN OFF" TO CL-COMPONENT-LABEL.
           MOVE WRITTEN-OFF-TOTAL TO CL-COMPONENT-AMOUNT.
           WRITE PRINT-LINE FROM COMPONENT-LINE
               AFTER ADVANCING 1.
           MOVE "MINUS WITHDRAWAL CREDITS" TO CL-COMPONENT-LABEL.
           MOVE WITHDRAWAL-CREDITS-TOTAL TO CL-COMPONENT-AMOUNT.
           WRITE PRINT-LINE FROM COMPONENT-LINE
               AFTER ADVANCING 1.
           MOVE "EXPECTED CLOSING TUITION OWED" TO
           END-IF.
           WRITE PRINT-LINE FROM VERDICT-LINE
               AFTER ADVANCING 2.
           MOVE "MEMO - AGENCY RECOVERIES (NET)" TO
               CL-COMPONENT-LABEL.
           MOVE RECOVERIES-TOTAL TO CL-COMPONENT-AMOUNT.
           WRITE PRINT-LINE FROM COMPONENT-LINE
               AFTER ADVANCING 2.
           MOVE "MEMO - AGENCY COMMISSION" TO
               CL-COMPONENT-LABEL.
           MOVE RECOVERY-COMMISSION-TOTAL TO CL-COMPONENT-AMOUNT.
           WRITE PRINT-LINE FROM COMPONENT-LINE
               AFTER ADVANCING 1.
           MOVE "MEMO - COUNTER RECEIPTS TAKEN" TO
               CL-COMPONENT-LABEL.
           MOVE COUNTER-RECEIPTED-TOTAL TO CL-COMPONENT-AMOUNT.
           WRITE PRINT-LINE FROM COMPONENT-LINE
               AFTER ADVANCING 1.

      * Closes the report, appends the verdict control record and
      * echoes the verdict to the console
                   ADD CONTROL-AMOUNT TO SPONSOR-SETTLED-TOTAL
               WHEN CONTROL-FROM-REFUNDDSB
                   ADD CONTROL-AMOUNT TO REFUNDS-CUT-TOTAL
               WHEN CONTROL-FROM-LATEFEE
                   ADD CONTROL-AMOUNT TO LATE-FEES-TOTAL
               WHEN CONTROL-FROM-WRITEOFF
                   ADD CONTROL-AMOUNT TO WRITTEN-OFF-TOTAL
               WHEN CONTROL-FROM-PAYRECOV
                   ADD CONTROL-AMOUNT TO RECOVERIES-TOTAL
               WHEN CONTROL-FROM-PAYRECCOM
                   ADD CONTROL-AMOUNT TO RECOVERY-COMMISSION-TOTAL
               WHEN CONTROL-FROM-WITHDRAW
                   ADD CONTROL-AMOUNT TO WITHDRAWAL-CREDITS-TOTAL
               WHEN CONTROL-FROM-PAYCOUNTR
                   ADD CONTROL-AMOUNT TO COUNTER-APPLIED-TOTAL
               WHEN CONTROL-FROM-CASHIER
                   ADD CONTROL-AMOUNT TO COUNTER-RECEIPTED-TOTAL
               WHEN CONTROL-FROM-PAYPAD
                   ADD CONTROL-AMOUNT TO DEBITS-APPLIED-TOTAL
           END-EVALUATE.
           MOVE CONTROL-JOB-NAME TO CDL-JOB-NAME.
           MOVE CONTROL-RUN-DATE TO CDL-RUN-DATE.
