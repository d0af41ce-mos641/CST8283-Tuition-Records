      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Shared record layout for WOFFAPPR.TXT - one line per
      *          bad-debt candidate the bursar approved for write-off
      *          at the selection run: the student-term, the balance
      *          and age it was approved at, and the approval date.
      *          Copied into the selection run that writes it and the
      *          write-off batch that works it.
      ******************************************************************
       01 APPROVAL-RECORD.
           05 APPR-STUDENT-NUMBER PIC 9(7).
           05 APPR-TERM PIC X(6).
           05 APPR-AMOUNT PIC 9(5).
           05 APPR-DAYS-PAST-DUE PIC 9(5).
           05 APPR-APPROVAL-DATE PIC 9(8).
