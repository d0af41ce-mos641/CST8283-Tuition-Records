      * Author: MOSTAPHA A
      * Purpose: Record an installment payment plan for a student's
      *          term charge - the operator keys the scheduled due
      *          dates and amounts, the program proves the term is on
      *          the term calendar, the student and term are on the
      *          master file and the dates run in order, warns when
      *          the amounts do not add up to the tuition owed, and
      *          writes the schedule to PLANFILE.TXT for the payment
      *          apply run and the delinquency report to work from.
      *          Staff sign on against the operator file first; only
      *          a supervisor may replace a schedule already on file,
      *          and a failed sign-on or refused action is logged on
      *          the audit trail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANSETUP.
                 RECORD KEY IS STUDENT-RECORD-KEY
                 FILE STATUS IS STUDENT-FILE-STATUS.

      * The term calendar, read only to prove the term keyed is one
      * the registrar has published; OPTIONAL so a missing calendar
      * refuses every term rather than failing the open
           SELECT OPTIONAL CALENDAR-FILE
              ASSIGN TO "../TERMCAL.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CAL-TERM
                 FILE STATUS IS CALENDAR-FILE-STATUS.

      * The installment schedules; OPTIONAL so the first plan ever
      * creates the file rather than failing the open
           SELECT OPTIONAL PLAN-FILE
                 RECORD KEY IS PLAN-RECORD-KEY
                 FILE STATUS IS PLAN-FILE-STATUS.

      * The operators allowed to sign on and their roles; OPTIONAL so
      * a missing file signs no one on rather than failing the open
           SELECT OPTIONAL OPERATOR-FILE
              ASSIGN TO "../OPERFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OPR-OPERATOR-ID
                 FILE STATUS IS OPERATOR-FILE-STATUS.

      * Audit trail the failed sign-ons and refused actions are
      * logged to; OPTIONAL so the first entry ever creates it rather
      * than failing the open
           SELECT OPTIONAL AUDIT-FILE-OUT
              ASSIGN TO "../AUDITFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD STUDENT-FILE-OUT.
           COPY STUDENT.

      * Define the term calendar record
       FD CALENDAR-FILE.
           COPY TERMCAL.

      * Define one installment of a payment plan
       FD PLAN-FILE.
           COPY PAYPLAN.

      * Define the operator record
       FD OPERATOR-FILE.
           COPY OPERATOR.

      * Define the audit trail record
       FD AUDIT-FILE-OUT.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 STUDENT-FILE-STATUS PIC X(2).
       01 CALENDAR-FILE-STATUS PIC X(2).
       01 PLAN-FILE-STATUS PIC X(2).
       01 OPERATOR-FILE-STATUS PIC X(2).
       01 AUDIT-FILE-STATUS PIC X(2).

      * Storage needed for input prompts
       01 CONTROL-FIELDS.
           05 CONFIRM-PROMPT PIC A(1).
               88 CONFIRM-YES VALUE "Y" "y".
           05 ANOTHER-PLAN-PROMPT PIC A(1).
           05 OPERATOR-ID PIC X(8).

      * The operator's sign-on - the password keyed, the tries taken
      * and the role the operator file gives the operator
       01 SIGN-ON-FIELDS.
           05 SIGN-ON-PASSWORD PIC X(12).
           05 SIGN-ON-TRIES PIC 9(1) COMP VALUE ZERO.
           05 SIGN-ON-SWITCH PIC X(1) VALUE "N".
               88 OPERATOR-SIGNED-ON VALUE "Y".
               88 OPERATOR-NOT-SIGNED-ON VALUE "N".
               88 OPERATOR-NOT-AUTHORIZED VALUE "R".
           05 OPERATOR-ROLE PIC X(1) VALUE SPACE.
               88 ROLE-SUPERVISOR VALUE "S".
               88 ROLE-ADMINISTRATOR VALUE "A".

      * The failed sign-on or refused action being logged, and the
      * student it was tried against
       01 SECURITY-EVENT-FIELDS.
           05 SECURITY-ACTION PIC X(6).
           05 SECURITY-STUDENT-NUMBER PIC 9(7) VALUE ZERO.
           05 SECURITY-DETAIL PIC X(30).

      * Switch showing whether the lookup found the charge record
       01 FOUND-SWITCH PIC X(1) VALUE "N".
       PROCEDURE DIVISION.
       100-SET-UP-PAYMENT-PLANS.
           PERFORM 201-INITIALIZE-PLAN-SETUP.
           IF OPERATOR-SIGNED-ON
               PERFORM 202-SET-UP-ONE-PLAN
                   UNTIL ANOTHER-PLAN-PROMPT = "N" OR "n"
           END-IF.
           PERFORM 203-TERMINATE-PLAN-SETUP.
           STOP RUN.

      * Opens the audit trail and signs the operator on, then opens
      * the master and calendar for lookups and the plan file for
      * update
       201-INITIALIZE-PLAN-SETUP.
           OPEN EXTEND AUDIT-FILE-OUT.
           PERFORM 312-SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               OPEN INPUT STUDENT-FILE-OUT
               OPEN INPUT CALENDAR-FILE
               OPEN I-O PLAN-FILE
           END-IF.

      * Takes one plan from the operator - the charge it covers, the
      * schedule, and the confirmation - and records it
       202-SET-UP-ONE-PLAN.
           PERFORM 301-LOOK-UP-CHARGE-RECORD.
           IF RECORD-FOUND
               PERFORM 311-CHECK-PRIOR-PLAN
           END-IF.
           IF RECORD-FOUND
               PERFORM 302-TAKE-SCHEDULE
               PERFORM 303-CONFIRM-AND-WRITE-PLAN
           DISPLAY "Set up another plan? (Y/N) "
           ACCEPT ANOTHER-PLAN-PROMPT.

      * Closes the files
       203-TERMINATE-PLAN-SETUP.
           IF OPERATOR-SIGNED-ON
               CLOSE STUDENT-FILE-OUT
               CLOSE CALENDAR-FILE
               CLOSE PLAN-FILE
           END-IF.
           CLOSE AUDIT-FILE-OUT.

      * Prompts for the student and term, proves the term is on the
      * term calendar and the charge is on the master file
       301-LOOK-UP-CHARGE-RECORD.
           DISPLAY "Enter student number (#######)"
           ACCEPT PLAN-STUDENT-PROMPT.
           DISPLAY "Enter academic term (e.g. FALL26)"
           ACCEPT PLAN-TERM-PROMPT.
           MOVE PLAN-TERM-PROMPT TO CAL-TERM.
           READ CALENDAR-FILE
               INVALID KEY
                   SET RECORD-NOT-FOUND TO TRUE
                   DISPLAY "Term not on the term calendar"
               NOT INVALID KEY
                   PERFORM 310-READ-CHARGE-RECORD
           END-READ.

      * Takes the installment count and each installment's due date
                   CONTINUE
           END-DELETE.

      * Reads the student's charge for the term off the master file
       310-READ-CHARGE-RECORD.
           MOVE PLAN-STUDENT-PROMPT TO STUDENT-NUMBER.
           MOVE PLAN-TERM-PROMPT TO STUDENT-TERM.
           READ STUDENT-FILE-OUT
               INVALID KEY
                   SET RECORD-NOT-FOUND TO TRUE
                   DISPLAY "No charge on file for that student/term"
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
                   MOVE TUITION-OWED TO DISPLAY-TUITION
                   DISPLAY "Name: " STUDENT-NAME
                   DISPLAY "Tuition owed: " DISPLAY-TUITION
           END-READ.

      * Looks for a schedule already on file for the charge - keying
      * a new one deletes it, so only a supervisor may go on; anyone
      * else is refused and the charge is passed over as not found
       311-CHECK-PRIOR-PLAN.
           MOVE PLAN-STUDENT-PROMPT TO PLAN-STUDENT-NUMBER.
           MOVE PLAN-TERM-PROMPT TO PLAN-TERM.
           MOVE 1 TO PLAN-INSTALLMENT-NUMBER.
           READ PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "A plan is already on file for that "
                       "student/term"
                   IF NOT ROLE-SUPERVISOR
                       MOVE PLAN-STUDENT-PROMPT TO
                           SECURITY-STUDENT-NUMBER
                       MOVE "REPLACE PAYMENT PLAN" TO SECURITY-DETAIL
                       PERFORM 313-REFUSE-ACTION
                       SET RECORD-NOT-FOUND TO TRUE
                   END-IF
           END-READ.

      * Signs the operator on against the operator file - three tries
      * at the ID and password, each failure logged; an operator who
      * cannot sign on, or an administrator, whose role is the
      * operator file alone, is turned away before any file opens
       312-SIGN-ON-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 401-TRY-ONE-SIGN-ON
               WITH TEST AFTER
                   UNTIL OPERATOR-SIGNED-ON OR SIGN-ON-TRIES = 3.
           CLOSE OPERATOR-FILE.
           EVALUATE TRUE
               WHEN OPERATOR-NOT-SIGNED-ON
                   DISPLAY "Sign-on refused - session ended"
               WHEN ROLE-ADMINISTRATOR
                   MOVE "PAYMENT PLAN SETUP" TO SECURITY-DETAIL
                   PERFORM 313-REFUSE-ACTION
                   SET OPERATOR-NOT-AUTHORIZED TO TRUE
           END-EVALUATE.

      * Tells the operator the action is not allowed for the role and
      * logs the refusal on the audit trail
       313-REFUSE-ACTION.
           DISPLAY "Not authorized for your role - "
               SECURITY-DETAIL.
           MOVE "REFUSE" TO SECURITY-ACTION.
           PERFORM 402-LOG-SECURITY-EVENT.

      * Takes one ID and password and proves them against the
      * operator file; an unknown ID, a wrong password and a
      * deactivated operator are refused alike, so the message gives
      * nothing away
       401-TRY-ONE-SIGN-ON.
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
               PERFORM 402-LOG-SECURITY-EVENT
           END-IF.

      * Appends one audit trail entry for a failed sign-on or a
      * refused action
       402-LOG-SECURITY-EVENT.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SECURITY-STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE SECURITY-ACTION TO AUDIT-ACTION.
           MOVE "PLANSETUP" TO AUDIT-PROGRAM-ID.
           MOVE SECURITY-DETAIL TO AUDIT-DETAIL.
           WRITE AUDIT-RECORD-OUT.

       END PROGRAM PLANSETUP.
