      * Purpose: Shared record layout for AUDITFILE.TXT - one line per
      *          student record entered, corrected, or deleted, so a
      *          billing dispute can be traced back to who did what
      *          and when. Failed sign-ons, actions refused for want
      *          of authority and changes to the operator file are
      *          logged here too, naming the program and what was
      *          tried; lines written before the program and detail
      *          were added carry them blank.
      ******************************************************************
       01 AUDIT-RECORD-OUT.
           05 AUDIT-OPERATOR-ID PIC X(8).
           05 AUDIT-TIME PIC 9(8).
           05 AUDIT-STUDENT-NUMBER PIC 9(7).
           05 AUDIT-ACTION PIC X(6).
               88 AUDIT-SIGN-ON-FAILED VALUE "NOSIGN".
               88 AUDIT-ACTION-REFUSED VALUE "REFUSE".
               88 AUDIT-OPERATOR-CHANGE VALUES "OPRADD" "OPRPWD"
                   "OPROFF" "OPRON".
           05 AUDIT-PROGRAM-ID PIC X(9).
           05 AUDIT-DETAIL PIC X(30).
