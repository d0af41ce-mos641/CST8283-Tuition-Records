      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Shared record layout for PADAUTH.TXT - one record per
      *          student who has signed up for pre-authorized debit of
      *          their payment plan installments, keyed on the student
      *          number. It holds the bank, transit and account the
      *          installments are drawn from, whether the authorization
      *          still stands, how many debits in a row the bank has
      *          returned, and the latest installment due date already
      *          sent to the bank, so no installment is drawn twice.
      ******************************************************************
       01 PAD-AUTH-RECORD.
           05 PAD-STUDENT-NUMBER PIC 9(7).
           05 PAD-BANK-NUMBER PIC 9(3).
           05 PAD-TRANSIT-NUMBER PIC 9(5).
           05 PAD-ACCOUNT-NUMBER PIC X(12).
           05 PAD-AUTH-STATUS PIC X(1).
               88 PAD-AUTH-ACTIVE VALUE "A".
               88 PAD-AUTH-CANCELLED VALUE "C".
           05 PAD-SIGNED-DATE PIC 9(8).
      * Why and when the authorization stopped - the student asked,
      * or the bank returned too many debits in a row
           05 PAD-CANCEL-DATE PIC 9(8).
           05 PAD-CANCEL-REASON PIC X(1).
               88 PAD-CANCELLED-BY-STUDENT VALUE "S".
               88 PAD-CANCELLED-BY-RETURNS VALUE "R".
           05 PAD-RETURNS-IN-ROW PIC 9(1).
      * The latest installment due date the debit run has already
      * asked the bank to draw; only later installments are drawn
           05 PAD-REQUESTED-THROUGH PIC 9(8).
