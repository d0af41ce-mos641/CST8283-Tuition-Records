      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Shared record layout for CHARGEFILE.TXT - the itemized
      *          fee lines behind each STUDENTFILE.TXT term charge,
      *          one per fee code PROJECT01 priced off the fee-code
      *          master, keyed on student, term and fee code so a
      *          term's lines read out together. Statements and the
      *          counter inquiry list them to show what the bill is
      *          made of; the rate and credit hours are kept as they
      *          stood when the charge was priced.
      ******************************************************************
       01 CHARGE-RECORD.
           05 CHARGE-RECORD-KEY.
               10 CHARGE-STUDENT-NUMBER PIC 9(7).
               10 CHARGE-TERM PIC X(6).
               10 CHARGE-FEE-CODE PIC X(4).
           05 CHARGE-PROGRAM-CODE PIC X(6).
           05 CHARGE-DESCRIPTION PIC X(30).
           05 CHARGE-FEE-TYPE PIC X(1).
               88 CHARGE-TYPE-TUITION VALUE "T".
               88 CHARGE-TYPE-LAB VALUE "L".
               88 CHARGE-TYPE-ANCILLARY VALUE "A".
               88 CHARGE-TYPE-STUDENT-ASSOC VALUE "S".
           05 CHARGE-RATE-BASIS PIC X(1).
               88 CHARGE-FLAT-RATE VALUE "F".
               88 CHARGE-PER-CREDIT-HOUR VALUE "C".
           05 CHARGE-CREDIT-HOURS PIC 9(2).
           05 CHARGE-RATE-AMOUNT PIC 9(5).
           05 CHARGE-AMOUNT PIC 9(5).
           05 CHARGE-POSTING-DATE PIC 9(8).
