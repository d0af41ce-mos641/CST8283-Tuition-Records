      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Shared record layout for TAXSLIP.TXT - one record per
      *          student per tax year for every tuition tax slip
      *          issued: the eligible tuition, the charges a sponsor
      *          paid that the slip leaves out, and the months of
      *          enrollment as last reported, with the amounts and
      *          date of the original slip kept alongside so an
      *          amended slip can always be reissued against it.
      ******************************************************************
       01 TAX-SLIP-RECORD.
           05 SLIP-RECORD-KEY.
               10 SLIP-TAX-YEAR PIC 9(4).
               10 SLIP-STUDENT-NUMBER PIC 9(7).
           05 SLIP-STUDENT-NAME PIC X(40).
           05 SLIP-STATUS PIC X(1).
               88 SLIP-ORIGINAL VALUE "O".
               88 SLIP-AMENDED VALUE "A".
           05 SLIP-AMENDMENT-NUMBER PIC 9(2).
      * The slip as last issued
           05 SLIP-ISSUE-DATE PIC 9(8).
           05 SLIP-ELIGIBLE-AMOUNT PIC 9(7).
           05 SLIP-SPONSOR-AMOUNT PIC 9(7).
           05 SLIP-MONTHS PIC 9(2).
      * The slip as first issued, never changed by an amendment
           05 SLIP-ORIGINAL-ISSUE-DATE PIC 9(8).
           05 SLIP-ORIGINAL-ELIGIBLE PIC 9(7).
           05 SLIP-ORIGINAL-MONTHS PIC 9(2).
