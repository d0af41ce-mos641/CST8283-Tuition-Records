      * Purpose: Term-end housekeeping for STUDENTFILE.TXT - given a
      *          term code, every record for that term with nothing
      *          owing is moved onto the permanent archive file and
      *          deleted from the master, records still owing, in
      *          credit or written off with the collection agency
      *          still working the debt are left in place, and a
      *          closing report shows what was archived, what was held
      *          back and why, with before and after record counts.
      *          The archive stays readable for old billing questions
      *          without the daily jobs churning through long-gone
      *          terms.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHPURGE.
      * Define the archived record - the master record written out
      * unchanged, sized to the master layout's full length
       FD ARCHIVE-FILE-OUT.
       01 ARCHIVE-RECORD-OUT PIC X(73).

      * Define the printed report line
       FD PRINT-FILE.
           05 RECORDS-ARCHIVED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 HELD-OWING-COUNT PIC 9(5) COMP VALUE ZERO.
           05 HELD-CREDIT-COUNT PIC 9(5) COMP VALUE ZERO.
           05 HELD-AGENCY-COUNT PIC 9(5) COMP VALUE ZERO.
           05 RECORDS-AFTER-COUNT PIC 9(5) COMP VALUE ZERO.

      * Report headings and detail/total line layouts

      * Decides what happens to one record of the term being closed -
      * archive it when nothing is owed, hold it back otherwise - and
      * reads the next record; a written-off record owes nothing on
      * the master but stays while any of the debt is unrecovered so
      * the agency's recoveries still have a record to post against.
      * Records of other terms pass untouched.
       202-DISPOSE-ONE-STUDENT.
           ADD 1 TO RECORDS-BEFORE-COUNT.
           IF STUDENT-TERM = PURGE-TERM
               EVALUATE TRUE
                   WHEN STUDENT-WRITTEN-OFF
                           AND STUDENT-WRITTEN-OFF-AMOUNT > ZERO
                       ADD 1 TO HELD-AGENCY-COUNT
                       MOVE "HELD - WRITTEN OFF, AT AGENCY" TO
                           DL-DISPOSITION
                       PERFORM 303-PRINT-DETAIL-LINE
                   WHEN TUITION-OWED = ZERO
                       PERFORM 302-ARCHIVE-STUDENT-RECORD
                   WHEN TUITION-OWED > ZERO
               AFTER ADVANCING 1.
           MOVE "HELD BACK - CREDIT BALANCE:" TO CL-COUNT-LABEL.
           MOVE HELD-CREDIT-COUNT TO CL-COUNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 1.
           MOVE "HELD BACK - AT AGENCY:" TO CL-COUNT-LABEL.
           MOVE HELD-AGENCY-COUNT TO CL-COUNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 1.
           MOVE "RECORDS ON FILE AFTER:" TO CL-COUNT-LABEL.
           CLOSE PRINT-FILE.
           DISPLAY "Records archived: " RECORDS-ARCHIVED-COUNT.
           DISPLAY "Records held back: " HELD-OWING-COUNT
               " owing, " HELD-CREDIT-COUNT " in credit, "
               HELD-AGENCY-COUNT " at agency".

      * Reads the next student record in student-number order
       301-READ-STUDENT-RECORD.
