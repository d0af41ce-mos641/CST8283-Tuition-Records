               88 CONTROL-FROM-HOLDUPDT VALUE "HOLDUPDT".
               88 CONTROL-FROM-BALRPT VALUE "BALRPT".
               88 CONTROL-FROM-GLEXPORT VALUE "GLEXPORT".
      * The charges PROJECT01 loaded, broken down by fee type so the
      * journal can post each kind of fee to its own revenue account;
      * together they add back to the PROJECT01 record's amount
               88 CONTROL-FROM-CHGTUIT VALUE "CHGTUIT".
               88 CONTROL-FROM-CHGLAB VALUE "CHGLAB".
               88 CONTROL-FROM-CHGANCIL VALUE "CHGANCIL".
               88 CONTROL-FROM-CHGSTUAS VALUE "CHGSTUAS".
      * The late-payment fees the monthly assessment charged
               88 CONTROL-FROM-LATEFEE VALUE "LATEFEE".
      * The bad debt the write-off run took off the receivable, and
      * the agency recoveries (net of commission) PAYAPPLY posted
      * against written-off accounts - recoveries are cash against a
      * debt already off TUITION-OWED, so they do not move it
               88 CONTROL-FROM-WRITEOFF VALUE "WRITEOFF".
               88 CONTROL-FROM-PAYRECOV VALUE "PAYRECOV".
      * The commission the agency kept out of those recoveries - the
      * difference between the gross worked off the debt and the net
      * cash remitted
               88 CONTROL-FROM-PAYRECCOM VALUE "PAYRECCOM".
      * The tuition the withdrawal run credited back to students who
      * withdrew, per the term calendar's refund schedule
               88 CONTROL-FROM-WITHDRAW VALUE "WITHDRAW".
      * The payments the front-counter cashiers receipted over a
      * shift, and the counter receipts PAYAPPLY later applied off
      * the counter queue - the first is money taken into the
      * drawer, the second the movement off TUITION-OWED
               88 CONTROL-FROM-CASHIER VALUE "CASHIER".
               88 CONTROL-FROM-PAYCOUNTR VALUE "PAYCOUNTR".
      * The pre-authorized debits the bank confirmed that PAYAPPLY
      * applied off the debit queue; debits the bank returned come
      * back as NSF reversals and report under PAYNSF
               88 CONTROL-FROM-PAYPAD VALUE "PAYPAD".
      * The account integrity check - the exceptions it found and
      * the dollars the balances on file differ from their rebuild
      * by; it moves nothing on the master
               88 CONTROL-FROM-INTEGCHK VALUE "INTEGCHK".
           05 CONTROL-RUN-DATE PIC 9(8).
           05 CONTROL-RECORD-COUNT PIC 9(7).
           05 CONTROL-AMOUNT PIC 9(9).
