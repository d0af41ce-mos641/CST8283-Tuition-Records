      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Maintain the term calendar - add, correct or delete a
      *          term's first day of classes, census date and tuition
      *          refund schedule as the registrar publishes them. Only a
      *          supervisor may sign on to change the calendar; a failed
      *          sign-on or refused operator is logged on the audit
      *          trail, as is every term added, corrected or deleted.
      *          The schedule takes up to four cut-off dates, each with
      *          the percent of the term charge refunded to a student
      *          who withdraws on or before it. The withdrawal run
      *          prices its credits off this file, and the enrollment
      *          edit and plan setup accept only the terms on it. Every
      *          date must be a real calendar date, the census date may
      *          not fall before the first day of classes, each cut-off
      *          must follow the one before it, and each percent may not
      *          exceed 100 or the percent before it; the operator is
      *          re-prompted until they do, so no term is written or
      *          rewritten with a schedule the withdrawal run cannot
      *          price.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMMAINT.
       AUTHOR. MOSTAPHA A.
       SECURITY. NON CONFIDENTIAL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The term calendar; OPTIONAL so the first term ever keyed
      * creates the file rather than failing the open
           SELECT OPTIONAL CALENDAR-FILE
              ASSIGN TO "../TERMCAL.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CAL-TERM
                 FILE STATUS IS CALENDAR-FILE-STATUS.

      * Audit trail of who changed which term; OPTIONAL so the
      * first run ever creates it rather than failing the open
           SELECT OPTIONAL AUDIT-FILE-OUT
              ASSIGN TO "../AUDITFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-FILE-STATUS.

      * The operators allowed to sign on and their roles; OPTIONAL so
      * a missing file signs no one on rather than failing the open
           SELECT OPTIONAL OPERATOR-FILE
              ASSIGN TO "../OPERFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OPR-OPERATOR-ID
                 FILE STATUS IS OPERATOR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Define the term calendar record
       FD CALENDAR-FILE.
           COPY TERMCAL.

      * Define the audit trail record
       FD AUDIT-FILE-OUT.
           COPY AUDITREC.

      * Define the operator record
       FD OPERATOR-FILE.
           COPY OPERATOR.

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against the calendar
       01 CALENDAR-FILE-STATUS PIC X(2).

      * Status of the last I-O operation against AUDIT-FILE-OUT
       01 AUDIT-FILE-STATUS PIC X(2).

      * Status of the last I-O operation against OPERATOR-FILE
       01 OPERATOR-FILE-STATUS PIC X(2).

      * Storage needed for input prompts
       01 CONTROL-FIELDS.
           05 LOOKUP-TERM PIC X(6).
           05 MAINT-ACTION-PROMPT PIC A(1).
               88 MAINT-ACTION-UPDATE VALUE "U" "u".
               88 MAINT-ACTION-DELETE VALUE "D" "d".
           05 CONFIRM-PROMPT PIC A(1).
               88 CONFIRM-YES VALUE "Y" "y".
           05 ANOTHER-TERM-PROMPT PIC A(1).

      * Switch showing whether the last lookup found a term
       01 FOUND-SWITCH PIC X(1) VALUE "N".
           88 TERM-FOUND VALUE "Y".
           88 TERM-NOT-FOUND VALUE "N".

      * The refund schedule entry being keyed or shown, and the
      * cut-off before it that it must follow
       01 SCHEDULE-EDIT-FIELDS.
           05 CUTOFF-SUB PIC 9(1) COMP VALUE ZERO.
           05 DISPLAY-CUTOFF-NUMBER PIC 9(1).
           05 DISPLAY-PERCENT PIC ZZ9.
           05 PRIOR-CUTOFF-DATE PIC 9(8) VALUE ZERO.
           05 PRIOR-REFUND-PERCENT PIC 9(3) VALUE ZERO.
           05 SCHEDULE-END-SWITCH PIC X(1) VALUE "N".
               88 SCHEDULE-ENDED VALUE "Y".
               88 SCHEDULE-OPEN VALUE "N".
           05 PERCENT-ERROR-SWITCH PIC X(1).
               88 PERCENT-IS-VALID VALUE "N".
               88 PERCENT-IS-INVALID VALUE "Y".

      * The date keyed pulled apart for the calendar check
       01 DATE-EDIT-FIELDS.
           05 EDIT-DATE.
               10 EDIT-YEAR PIC 9(4).
               10 EDIT-MONTH PIC 9(2).
               10 EDIT-DAY PIC 9(2).
           05 DAYS-IN-MONTH PIC 9(2).
           05 LEAP-YEAR-QUOTIENT PIC 9(4) COMP.
           05 LEAP-YEAR-REMAINDER PIC 9(4) COMP.
           05 DATE-ERROR-SWITCH PIC X(1).
               88 DATE-IS-VALID VALUE "N".
               88 DATE-IS-INVALID VALUE "Y".

      * The operator signed on, the password keyed, the tries taken
      * and the role the operator file gives the operator
       01 SIGN-ON-FIELDS.
           05 OPERATOR-ID PIC X(8).
           05 SIGN-ON-PASSWORD PIC X(12).
           05 SIGN-ON-TRIES PIC 9(1) COMP VALUE ZERO.
           05 SIGN-ON-SWITCH PIC X(1) VALUE "N".
               88 OPERATOR-SIGNED-ON VALUE "Y".
               88 OPERATOR-NOT-SIGNED-ON VALUE "N".
               88 OPERATOR-NOT-AUTHORIZED VALUE "R".
           05 OPERATOR-ROLE PIC X(1) VALUE SPACE.
               88 ROLE-SUPERVISOR VALUE "S".

      * The failed sign-on or refused action being logged
       01 SECURITY-EVENT-FIELDS.
           05 SECURITY-ACTION PIC X(6).
           05 SECURITY-DETAIL PIC X(30).

      * Action code logged for the audit entry just written
       01 CURRENT-ACTION PIC X(6).

      * The term changed, as it reads on the audit entry
       01 TERM-AUDIT-DETAIL.
           05 FILLER PIC X(14) VALUE "TERM CALENDAR ".
           05 TAD-TERM PIC X(6).
           05 FILLER PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINTAIN-TERM-CALENDAR.
           PERFORM 201-INITIALIZE-MAINTENANCE.
           IF OPERATOR-SIGNED-ON
               PERFORM 202-MAINTAIN-ONE-TERM
                   UNTIL ANOTHER-TERM-PROMPT = "N" OR "n"
           END-IF.
           PERFORM 203-TERMINATE-MAINTENANCE.
           STOP RUN.

      * Opens the audit trail, signs the operator on and opens the
      * term calendar for update
       201-INITIALIZE-MAINTENANCE.
           OPEN EXTEND AUDIT-FILE-OUT.
           PERFORM 307-SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               OPEN I-O CALENDAR-FILE
           END-IF.

      * Looks one term up - a term on file drops into the maintenance
      * flow, one not on file offers to add it
       202-MAINTAIN-ONE-TERM.
           PERFORM 301-LOOKUP-TERM-RECORD.
           IF TERM-FOUND
               PERFORM 302-PROMPT-MAINT-ACTION
               EVALUATE TRUE
                   WHEN MAINT-ACTION-UPDATE
                       PERFORM 304-UPDATE-TERM-RECORD
                   WHEN MAINT-ACTION-DELETE
                       PERFORM 305-DELETE-TERM-RECORD
                   WHEN OTHER
                       DISPLAY "No change made"
               END-EVALUATE
           ELSE
               PERFORM 303-OFFER-TO-ADD-TERM
           END-IF.
           DISPLAY "Work with another term? (Y/N) "
           ACCEPT ANOTHER-TERM-PROMPT.

      * Closes the files
       203-TERMINATE-MAINTENANCE.
           IF OPERATOR-SIGNED-ON
               CLOSE CALENDAR-FILE
           END-IF.
           CLOSE AUDIT-FILE-OUT.

      * Prompts for the term and reads it
       301-LOOKUP-TERM-RECORD.
           SET TERM-NOT-FOUND TO TRUE.
           DISPLAY "Enter term (e.g. FALL26)"
           ACCEPT LOOKUP-TERM.
           MOVE LOOKUP-TERM TO CAL-TERM.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY "Term not on the calendar"
               NOT INVALID KEY
                   SET TERM-FOUND TO TRUE
                   PERFORM 401-SHOW-TERM-RECORD
           END-READ.

      * Asks what to do with the term just found
       302-PROMPT-MAINT-ACTION.
           DISPLAY "Update (U), Delete (D), Cancel (C)? "
           ACCEPT MAINT-ACTION-PROMPT.

      * Offers to add the term the lookup did not find
       303-OFFER-TO-ADD-TERM.
           DISPLAY "Add this term? (Y/N) "
           ACCEPT CONFIRM-PROMPT.
           IF CONFIRM-YES
               MOVE LOOKUP-TERM TO CAL-TERM
               PERFORM 306-PROMPT-TERM-DETAILS
               WRITE CALENDAR-RECORD
                   INVALID KEY
                       DISPLAY "Error writing term record"
                   NOT INVALID KEY
                       DISPLAY "Term added"
                       MOVE "WRITE" TO CURRENT-ACTION
                       PERFORM 309-WRITE-AUDIT-RECORD
               END-WRITE
           ELSE
               DISPLAY "No change made"
           END-IF.

      * Prompts for corrected dates and schedule and rewrites the
      * term after confirmation; withdrawals already settled keep the
      * credit they were priced at
       304-UPDATE-TERM-RECORD.
           PERFORM 306-PROMPT-TERM-DETAILS.
           DISPLAY "Save these changes? (Y/N) "
           ACCEPT CONFIRM-PROMPT.
           IF CONFIRM-YES
               REWRITE CALENDAR-RECORD
                   INVALID KEY
                       DISPLAY "Error rewriting term record"
                   NOT INVALID KEY
                       DISPLAY "Term updated"
                       MOVE "UPDATE" TO CURRENT-ACTION
                       PERFORM 309-WRITE-AUDIT-RECORD
               END-REWRITE
           ELSE
               DISPLAY "Update cancelled"
           END-IF.

      * Deletes the term after confirmation
       305-DELETE-TERM-RECORD.
           DISPLAY "Delete this term? (Y/N) "
           ACCEPT CONFIRM-PROMPT.
           IF CONFIRM-YES
               DELETE CALENDAR-FILE
                   INVALID KEY
                       DISPLAY "Error deleting term record"
                   NOT INVALID KEY
                       DISPLAY "Term deleted"
                       MOVE "DELETE" TO CURRENT-ACTION
                       PERFORM 309-WRITE-AUDIT-RECORD
               END-DELETE
           ELSE
               DISPLAY "Delete cancelled"
           END-IF.

      * Prompts for the term's dates and its refund schedule, each
      * one re-prompted until it is proved; the first unused cut-off
      * ends the schedule and the ones after it are left unused
       306-PROMPT-TERM-DETAILS.
           PERFORM 405-PROMPT-START-DATE
               WITH TEST AFTER UNTIL DATE-IS-VALID.
           PERFORM 406-PROMPT-CENSUS-DATE
               WITH TEST AFTER UNTIL DATE-IS-VALID.
           MOVE ZERO TO PRIOR-CUTOFF-DATE.
           MOVE 100 TO PRIOR-REFUND-PERCENT.
           SET SCHEDULE-OPEN TO TRUE.
           PERFORM 403-PROMPT-ONE-CUTOFF
               VARYING CUTOFF-SUB FROM 1 BY 1
                   UNTIL CUTOFF-SUB > 4.

      * Signs the operator on against the operator file - three tries
      * at the ID and password, each failure logged; the refund schedule
      * prices every withdrawal credit, so anyone but a supervisor is
      * refused before the calendar opens
       307-SIGN-ON-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 410-TRY-ONE-SIGN-ON
               WITH TEST AFTER
                   UNTIL OPERATOR-SIGNED-ON OR SIGN-ON-TRIES = 3.
           CLOSE OPERATOR-FILE.
           EVALUATE TRUE
               WHEN OPERATOR-NOT-SIGNED-ON
                   DISPLAY "Sign-on refused - session ended"
               WHEN NOT ROLE-SUPERVISOR
                   MOVE "TERM CALENDAR MAINTENANCE" TO SECURITY-DETAIL
                   PERFORM 308-REFUSE-ACTION
                   SET OPERATOR-NOT-AUTHORIZED TO TRUE
           END-EVALUATE.

      * Tells the operator the action is not allowed for the role and
      * logs the refusal on the audit trail
       308-REFUSE-ACTION.
           DISPLAY "Not authorized for your role - "
               SECURITY-DETAIL.
           MOVE "REFUSE" TO SECURITY-ACTION.
           PERFORM 411-LOG-SECURITY-EVENT.

      * Appends one audit trail entry for the term just added,
      * corrected or deleted
       309-WRITE-AUDIT-RECORD.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE ZERO TO AUDIT-STUDENT-NUMBER.
           MOVE CURRENT-ACTION TO AUDIT-ACTION.
           MOVE "TERMMAINT" TO AUDIT-PROGRAM-ID.
           MOVE CAL-TERM TO TAD-TERM.
           MOVE TERM-AUDIT-DETAIL TO AUDIT-DETAIL.
           WRITE AUDIT-RECORD-OUT.

      * Shows the term just read
       401-SHOW-TERM-RECORD.
           DISPLAY "First day of classes: " CAL-START-DATE.
           DISPLAY "Census date:          " CAL-CENSUS-DATE.
           PERFORM 402-SHOW-ONE-CUTOFF
               VARYING CUTOFF-SUB FROM 1 BY 1
                   UNTIL CUTOFF-SUB > 4.

      * Shows one refund cut-off when it is in use
       402-SHOW-ONE-CUTOFF.
           IF CAL-CUTOFF-DATE(CUTOFF-SUB) NOT = ZERO
               MOVE CUTOFF-SUB TO DISPLAY-CUTOFF-NUMBER
               MOVE CAL-REFUND-PERCENT(CUTOFF-SUB) TO DISPLAY-PERCENT
               DISPLAY "Cut-off " DISPLAY-CUTOFF-NUMBER ": "
                   CAL-CUTOFF-DATE(CUTOFF-SUB) " refunds "
                   DISPLAY-PERCENT "%"
           END-IF.

      * Prompts for one refund cut-off date and, when one is given,
      * the percent it refunds; a zero date leaves the cut-off unused
      * and ends the schedule, so every cut-off after it is cleared
       403-PROMPT-ONE-CUTOFF.
           IF SCHEDULE-ENDED
               MOVE ZERO TO CAL-CUTOFF-DATE(CUTOFF-SUB)
               MOVE ZERO TO CAL-REFUND-PERCENT(CUTOFF-SUB)
           ELSE
               PERFORM 407-PROMPT-CUTOFF-DATE
                   WITH TEST AFTER UNTIL DATE-IS-VALID
               IF CAL-CUTOFF-DATE(CUTOFF-SUB) = ZERO
                   MOVE ZERO TO CAL-REFUND-PERCENT(CUTOFF-SUB)
                   SET SCHEDULE-ENDED TO TRUE
               ELSE
                   PERFORM 404-PROMPT-REFUND-PERCENT
                       WITH TEST AFTER UNTIL PERCENT-IS-VALID
                   MOVE CAL-CUTOFF-DATE(CUTOFF-SUB) TO
                       PRIOR-CUTOFF-DATE
                   MOVE CAL-REFUND-PERCENT(CUTOFF-SUB) TO
                       PRIOR-REFUND-PERCENT
               END-IF
           END-IF.

      * Prompts for the percent refunded up to the cut-off; it may
      * not exceed 100, nor the percent the cut-off before it refunds
       404-PROMPT-REFUND-PERCENT.
           SET PERCENT-IS-VALID TO TRUE.
           DISPLAY "Enter percent refunded on or before it (0-100)"
           ACCEPT CAL-REFUND-PERCENT(CUTOFF-SUB).
           EVALUATE TRUE
               WHEN CAL-REFUND-PERCENT(CUTOFF-SUB) > 100
                   DISPLAY "Percent may not exceed 100"
                   SET PERCENT-IS-INVALID TO TRUE
               WHEN CAL-REFUND-PERCENT(CUTOFF-SUB) >
                       PRIOR-REFUND-PERCENT
                   MOVE PRIOR-REFUND-PERCENT TO DISPLAY-PERCENT
                   DISPLAY "Percent may not exceed the prior "
                       "cut-off's " DISPLAY-PERCENT "%"
                   SET PERCENT-IS-INVALID TO TRUE
           END-EVALUATE.

      * Prompts for the first day of classes and proves it a real
      * calendar date
       405-PROMPT-START-DATE.
           DISPLAY "Enter first day of classes (CCYYMMDD)"
           ACCEPT CAL-START-DATE.
           MOVE CAL-START-DATE TO EDIT-DATE.
           PERFORM 408-CHECK-CALENDAR-DATE.
           IF DATE-IS-INVALID
               DISPLAY "Not a calendar date - re-enter"
           END-IF.

      * Prompts for the census date and proves it a real calendar
      * date on or after the first day of classes
       406-PROMPT-CENSUS-DATE.
           DISPLAY "Enter census date (CCYYMMDD)"
           ACCEPT CAL-CENSUS-DATE.
           MOVE CAL-CENSUS-DATE TO EDIT-DATE.
           PERFORM 408-CHECK-CALENDAR-DATE.
           EVALUATE TRUE
               WHEN DATE-IS-INVALID
                   DISPLAY "Not a calendar date - re-enter"
               WHEN CAL-CENSUS-DATE < CAL-START-DATE
                   DISPLAY "Census date may not fall before the "
                       "first day of classes - re-enter"
                   SET DATE-IS-INVALID TO TRUE
           END-EVALUATE.

      * Prompts for one cut-off date and proves it a real calendar
      * date later than the cut-off before it; zero is taken as
      * unused
       407-PROMPT-CUTOFF-DATE.
           MOVE CUTOFF-SUB TO DISPLAY-CUTOFF-NUMBER.
           DISPLAY "Enter refund cut-off " DISPLAY-CUTOFF-NUMBER
               " date (CCYYMMDD, 0 if unused)"
           ACCEPT CAL-CUTOFF-DATE(CUTOFF-SUB).
           IF CAL-CUTOFF-DATE(CUTOFF-SUB) = ZERO
               SET DATE-IS-VALID TO TRUE
           ELSE
               MOVE CAL-CUTOFF-DATE(CUTOFF-SUB) TO EDIT-DATE
               PERFORM 408-CHECK-CALENDAR-DATE
               EVALUATE TRUE
                   WHEN DATE-IS-INVALID
                       DISPLAY "Not a calendar date - re-enter"
                   WHEN CAL-CUTOFF-DATE(CUTOFF-SUB) NOT >
                           PRIOR-CUTOFF-DATE
                       DISPLAY "Cut-off must be later than the one "
                           "before it - re-enter"
                       SET DATE-IS-INVALID TO TRUE
               END-EVALUATE
           END-IF.

      * Checks that the date in EDIT-DATE exists on the calendar -
      * month 1 to 12 and day within the month's length, February
      * getting 29 days only in a leap year
       408-CHECK-CALENDAR-DATE.
           SET DATE-IS-VALID TO TRUE.
           IF EDIT-MONTH < 1 OR EDIT-MONTH > 12
               SET DATE-IS-INVALID TO TRUE
           ELSE
               EVALUATE EDIT-MONTH
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO DAYS-IN-MONTH
                   WHEN 2
                       PERFORM 409-SET-FEBRUARY-LENGTH
                   WHEN OTHER
                       MOVE 31 TO DAYS-IN-MONTH
               END-EVALUATE
               IF EDIT-DAY < 1 OR EDIT-DAY > DAYS-IN-MONTH
                   SET DATE-IS-INVALID TO TRUE
               END-IF
           END-IF.

      * February runs 29 days in years divisible by four, except
      * century years, which must be divisible by four hundred
       409-SET-FEBRUARY-LENGTH.
           MOVE 28 TO DAYS-IN-MONTH.
           DIVIDE EDIT-YEAR BY 4 GIVING LEAP-YEAR-QUOTIENT
               REMAINDER LEAP-YEAR-REMAINDER.
           IF LEAP-YEAR-REMAINDER = ZERO
               MOVE 29 TO DAYS-IN-MONTH
               DIVIDE EDIT-YEAR BY 100 GIVING LEAP-YEAR-QUOTIENT
                   REMAINDER LEAP-YEAR-REMAINDER
               IF LEAP-YEAR-REMAINDER = ZERO
                   MOVE 28 TO DAYS-IN-MONTH
                   DIVIDE EDIT-YEAR BY 400 GIVING LEAP-YEAR-QUOTIENT
                       REMAINDER LEAP-YEAR-REMAINDER
                   IF LEAP-YEAR-REMAINDER = ZERO
                       MOVE 29 TO DAYS-IN-MONTH
                   END-IF
               END-IF
           END-IF.

      * Takes one ID and password and proves them against the
      * operator file; an unknown ID, a wrong password and a
      * deactivated operator are refused alike, so the message gives
      * nothing away
       410-TRY-ONE-SIGN-ON.
           ADD 1 TO SIGN-ON-TRIES.
           DISPLAY "Enter your operator ID (########)"
           ACCEPT OPERATOR-ID.
           DISPLAY "Enter your password"
           ACCEPT SIGN-ON-PASSWORD.
           MOVE OPERATOR-ID TO OPR-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPR-PASSWORD = SIGN-ON-PASSWORD
                           AND OPR-ACTIVE
                       SET OPERATOR-SIGNED-ON TO TRUE
                       MOVE OPR-ROLE TO OPERATOR-ROLE
                   END-IF
           END-READ.
           IF OPERATOR-NOT-SIGNED-ON
               DISPLAY "Operator ID or password not valid"
               MOVE "NOSIGN" TO SECURITY-ACTION
               MOVE "SIGN-ON FAILED" TO SECURITY-DETAIL
               PERFORM 411-LOG-SECURITY-EVENT
           END-IF.

      * Appends one audit trail entry for a failed sign-on or a
      * refused action
       411-LOG-SECURITY-EVENT.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE ZERO TO AUDIT-STUDENT-NUMBER.
           MOVE SECURITY-ACTION TO AUDIT-ACTION.
           MOVE "TERMMAINT" TO AUDIT-PROGRAM-ID.
           MOVE SECURITY-DETAIL TO AUDIT-DETAIL.
           WRITE AUDIT-RECORD-OUT.

       END PROGRAM TERMMAINT.
