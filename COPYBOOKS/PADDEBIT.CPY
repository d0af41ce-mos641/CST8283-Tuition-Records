      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Shared record layout for the pre-authorized debit
      *          files exchanged with the bank - PADREQ.TXT, the debit
      *          requests the debit run sends, and PADRESP.TXT, the
      *          same items the bank sends back once it has drawn them,
      *          each marked confirmed or returned. Both files carry a
      *          header, one detail per installment drawn and a
      *          control-total trailer, all the same length so they
      *          share one fixed-width layout.
      ******************************************************************
       01 PAD-DEBIT-RECORD.
           05 PADD-RECORD-TYPE PIC X(1).
               88 PADD-HEADER-RECORD VALUE "H".
               88 PADD-DETAIL-RECORD VALUE "D".
               88 PADD-TRAILER-RECORD VALUE "T".
           05 PADD-HEADER-DATA.
               10 PADD-FILE-DATE PIC 9(8).
               10 PADD-FILE-TIME PIC 9(6).
               10 FILLER PIC X(45).
      * One installment drawn - the plan installment it pays, the
      * date the bank is to draw it, and the account it is drawn
      * from. The bank fills the result: C when it confirms the
      * debit and settles it to us, R when it later returns it, with
      * its reason code and the date it settled or returned the item
           05 PADD-DETAIL-DATA REDEFINES PADD-HEADER-DATA.
               10 PADD-STUDENT-NUMBER PIC 9(7).
               10 PADD-TERM PIC X(6).
               10 PADD-INSTALLMENT-NUMBER PIC 9(2).
               10 PADD-DEBIT-DATE PIC 9(8).
               10 PADD-AMOUNT PIC 9(5).
               10 PADD-BANK-NUMBER PIC 9(3).
               10 PADD-TRANSIT-NUMBER PIC 9(5).
               10 PADD-ACCOUNT-NUMBER PIC X(12).
               10 PADD-RESULT-CODE PIC X(1).
                   88 PADD-RESULT-PENDING VALUE " ".
                   88 PADD-RESULT-CONFIRMED VALUE "C".
                   88 PADD-RESULT-RETURNED VALUE "R".
               10 PADD-RETURN-REASON PIC X(2).
               10 PADD-SETTLE-DATE PIC 9(8).
           05 PADD-TRAILER-DATA REDEFINES PADD-HEADER-DATA.
               10 PADD-ITEM-COUNT PIC 9(6).
               10 PADD-TOTAL-AMOUNT PIC 9(9).
               10 FILLER PIC X(44).
