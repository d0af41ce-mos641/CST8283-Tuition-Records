      *          DAYS-PAST-DUE math AGERPT and NOTICEGEN use (a charge
      *          on an installment plan is judged only by the
      *          installments actually missed), places a hold on every
      *          student with money aged past 90 days or bad debt
      *          written off and not yet recovered, releases the
      *          hold when payments have brought the student current,
      *          and writes the day's adds and releases to an extract
      *          file for the registrar's system - so the hold the
      * Marks the group as needing a hold when this term record
      * carries money aged past 90 days - judged by the installment
      * schedule when one is on file, by the charge's own due date
      * when not - or was written off with debt the agency has not
      * yet recovered, which owes nothing on the master but must not
      * let the student register again
       303-CHECK-RECORD-AGING.
           IF STUDENT-WRITTEN-OFF
                   AND STUDENT-WRITTEN-OFF-AMOUNT > ZERO
               SET GROUP-NEEDS-HOLD TO TRUE
           END-IF.
           IF TUITION-OWED > ZERO
               PERFORM 308-LOAD-PLAN-SCHEDULE
               IF PLAN-ENTRY-COUNT > ZERO
