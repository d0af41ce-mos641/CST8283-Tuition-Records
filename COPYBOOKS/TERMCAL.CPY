      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Shared record layout for TERMCAL.TXT - the term
      *          calendar, one record per STUDENT-TERM the registrar
      *          has published: the first day of classes, the census
      *          date and the tuition refund schedule. The schedule
      *          holds up to four cut-off dates in date order, each
      *          with the percent of the term charge refunded to a
      *          student who withdraws on or before it; unused
      *          cut-offs are left zero. A withdrawal before classes
      *          start is refunded in full, and one after the census
      *          date or the last cut-off is refunded nothing. Term
      *          codes are checked against this file when charges are
      *          edited and plans are set up.
      ******************************************************************
       01 CALENDAR-RECORD.
           05 CAL-TERM PIC X(6).
           05 CAL-START-DATE PIC 9(8).
           05 CAL-CENSUS-DATE PIC 9(8).
           05 CAL-REFUND-SCHEDULE OCCURS 4 TIMES.
               10 CAL-CUTOFF-DATE PIC 9(8).
               10 CAL-REFUND-PERCENT PIC 9(3).
