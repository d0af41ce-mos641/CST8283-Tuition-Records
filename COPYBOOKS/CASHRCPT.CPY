      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Shared record layout for CASHJRNL.TXT - the counter
      *          receipt journal, one record per receipt a front-counter
      *          cashier issues: the receipt number, when and by whom
      *          it was taken, the shift it belongs to, the student and
      *          term the money is directed at, the amount and the
      *          tender it was taken in. Receipt numbers run on from
      *          the highest already on the journal, so every receipt
      *          the counter ever hands out can be traced back here.
      ******************************************************************
       01 RECEIPT-RECORD.
           05 RCPT-NUMBER PIC 9(7).
           05 RCPT-DATE PIC 9(8).
           05 RCPT-TIME PIC 9(6).
           05 RCPT-CASHIER-ID PIC X(8).
      * The shift the receipt was taken on - the date and time the
      * cashier signed on, so one cashier's two shifts in a day
      * balance apart
           05 RCPT-SHIFT-ID PIC 9(14).
           05 RCPT-STUDENT-NUMBER PIC 9(7).
      * The term the money is directed at; blank means the oldest
      * term the student still owes on, as the apply run decides it
           05 RCPT-TERM PIC X(6).
           05 RCPT-AMOUNT PIC 9(5).
           05 RCPT-TENDER-TYPE PIC X(1).
               88 RCPT-TENDER-CASH VALUE "C".
               88 RCPT-TENDER-DEBIT VALUE "D".
               88 RCPT-TENDER-CHEQUE VALUE "Q".
