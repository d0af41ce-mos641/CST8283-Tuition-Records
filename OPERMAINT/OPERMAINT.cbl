      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Maintain the operator file the interactive programs
      *          sign staff on against - add an operator with a role
      *          and an initial password, reset a forgotten password,
      *          or deactivate an operator who has left and reactivate
      *          one who returns. Only an administrator may sign on
      *          here, an administrator cannot deactivate their own
      *          ID, and operators are never deleted so the audit
      *          trail always reads back to someone on file. Every
      *          change is logged on the audit trail. While the file
      *          holds no operators at all, the first administrator is
      *          added without a sign-on so the file can be started.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMAINT.
       AUTHOR. MOSTAPHA A.
       SECURITY. NON CONFIDENTIAL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The operator file; OPTIONAL so the first administrator ever
      * added creates the file rather than failing the open
           SELECT OPTIONAL OPERATOR-FILE
              ASSIGN TO "../OPERFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OPR-OPERATOR-ID
                 FILE STATUS IS OPERATOR-FILE-STATUS.

      * Audit trail every operator change, failed sign-on and refused
      * action is logged to; OPTIONAL so the first entry ever creates
      * it rather than failing the open
           SELECT OPTIONAL AUDIT-FILE-OUT
              ASSIGN TO "../AUDITFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Define the operator record
       FD OPERATOR-FILE.
           COPY OPERATOR.

      * Define the audit trail record
       FD AUDIT-FILE-OUT.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 OPERATOR-FILE-STATUS PIC X(2).
           88 OPERATOR-FILE-STATUS-OK VALUE "00".
       01 AUDIT-FILE-STATUS PIC X(2).

      * Storage needed for input prompts
       01 CONTROL-FIELDS.
           05 OPERATOR-ID PIC X(8).
           05 LOOKUP-OPERATOR-ID PIC X(8).
           05 MAINT-ACTION-PROMPT PIC A(1).
               88 MAINT-ACTION-RESET VALUE "R" "r".
               88 MAINT-ACTION-DEACTIVATE VALUE "D" "d".
               88 MAINT-ACTION-REACTIVATE VALUE "A" "a".
           05 CONFIRM-PROMPT PIC A(1).
               88 CONFIRM-YES VALUE "Y" "y".
           05 ANOTHER-OPERATOR-PROMPT PIC A(1).

      * A new password is keyed twice and must match before it is
      * taken, since the console shows no second look at it
       01 NEW-PASSWORD-FIELDS.
           05 NEW-PASSWORD PIC X(12).
           05 NEW-PASSWORD-AGAIN PIC X(12).
           05 PASSWORD-SWITCH PIC X(1) VALUE "N".
               88 PASSWORD-CONFIRMED VALUE "Y".
               88 PASSWORD-NOT-CONFIRMED VALUE "N".

      * Switch showing whether the last lookup found an operator
       01 FOUND-SWITCH PIC X(1) VALUE "N".
           88 OPERATOR-FOUND VALUE "Y".
           88 OPERATOR-NOT-FOUND VALUE "N".

      * Set when the operator file holds no operators at all, so the
      * first administrator can be added without a sign-on
       01 FILE-EMPTY-SWITCH PIC X(1) VALUE "Y".
           88 OPERATOR-FILE-EMPTY VALUE "Y".
           88 OPERATOR-FILE-NOT-EMPTY VALUE "N".

      * The administrator's sign-on - the password keyed, the tries
      * taken and the role the operator file gives the operator
       01 SIGN-ON-FIELDS.
           05 SIGN-ON-PASSWORD PIC X(12).
           05 SIGN-ON-TRIES PIC 9(1) COMP VALUE ZERO.
           05 SIGN-ON-SWITCH PIC X(1) VALUE "N".
               88 OPERATOR-SIGNED-ON VALUE "Y".
               88 OPERATOR-NOT-SIGNED-ON VALUE "N".
               88 OPERATOR-NOT-AUTHORIZED VALUE "R".
           05 OPERATOR-ROLE PIC X(1) VALUE SPACE.
               88 ROLE-ADMINISTRATOR VALUE "A".

      * The date stamped on every operator record changed this run
       01 CHANGE-DATE PIC 9(8).

      * The audit entry being logged - a failed sign-on, a refused
      * action or an operator change - and what it was
       01 SECURITY-EVENT-FIELDS.
           05 SECURITY-ACTION PIC X(6).
           05 SECURITY-STUDENT-NUMBER PIC 9(7) VALUE ZERO.
           05 SECURITY-DETAIL PIC X(30).

      * The audit detail for an operator change - which operator was
      * changed and the role the operator holds
       01 OPERATOR-CHANGE-DETAIL.
           05 FILLER PIC X(9) VALUE "OPERATOR ".
           05 CHANGE-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(6) VALUE " ROLE ".
           05 CHANGE-ROLE PIC X(1).
           05 FILLER PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINTAIN-OPERATORS.
           PERFORM 201-INITIALIZE-MAINTENANCE.
           IF OPERATOR-SIGNED-ON
               PERFORM 202-MAINTAIN-ONE-OPERATOR
                   UNTIL ANOTHER-OPERATOR-PROMPT = "N" OR "n"
           END-IF.
           PERFORM 203-TERMINATE-MAINTENANCE.
           STOP RUN.

      * Opens the operator file for update and the audit trail, then
      * either starts an empty file with its first administrator or
      * signs the administrator on
       201-INITIALIZE-MAINTENANCE.
           ACCEPT CHANGE-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND AUDIT-FILE-OUT.
           OPEN I-O OPERATOR-FILE.
           PERFORM 301-CHECK-FOR-EMPTY-FILE.
           IF OPERATOR-FILE-EMPTY
               PERFORM 302-ADD-FIRST-ADMINISTRATOR
           ELSE
               PERFORM 303-SIGN-ON-OPERATOR
           END-IF.

      * Looks one operator up by ID - an operator on file drops into
      * the maintenance flow, an ID not on file offers to add the
      * operator; an administrator's own ID is never deactivated, so
      * the file can never be left with no one able to maintain it
       202-MAINTAIN-ONE-OPERATOR.
           PERFORM 304-LOOKUP-OPERATOR-RECORD.
           IF OPERATOR-FOUND
               PERFORM 305-PROMPT-MAINT-ACTION
               EVALUATE TRUE
                   WHEN MAINT-ACTION-RESET
                       PERFORM 307-RESET-PASSWORD
                   WHEN MAINT-ACTION-DEACTIVATE
                           AND OPR-OPERATOR-ID = OPERATOR-ID
                       DISPLAY "You cannot deactivate your own "
                           "operator ID"
                   WHEN MAINT-ACTION-DEACTIVATE
                       PERFORM 308-DEACTIVATE-OPERATOR
                   WHEN MAINT-ACTION-REACTIVATE
                       PERFORM 309-REACTIVATE-OPERATOR
                   WHEN OTHER
                       DISPLAY "No change made"
               END-EVALUATE
           ELSE
               PERFORM 306-OFFER-TO-ADD-OPERATOR
           END-IF.
           DISPLAY "Work with another operator? (Y/N) "
           ACCEPT ANOTHER-OPERATOR-PROMPT.

      * Closes the files
       203-TERMINATE-MAINTENANCE.
           CLOSE OPERATOR-FILE.
           CLOSE AUDIT-FILE-OUT.

      * Reads the first operator on file, if there is one; a file
      * with none has nobody who could sign on to maintain it
       301-CHECK-FOR-EMPTY-FILE.
           SET OPERATOR-FILE-EMPTY TO TRUE.
           MOVE LOW-VALUES TO OPR-OPERATOR-ID.
           START OPERATOR-FILE KEY NOT < OPR-OPERATOR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ OPERATOR-FILE NEXT RECORD
                   IF OPERATOR-FILE-STATUS-OK
                       SET OPERATOR-FILE-NOT-EMPTY TO TRUE
                   END-IF
           END-START.

      * Offers to add the first administrator to an empty operator
      * file; the administrator added is signed on for the rest of
      * the session to add the other operators
       302-ADD-FIRST-ADMINISTRATOR.
           DISPLAY "No operators on file - add the first "
               "administrator? (Y/N) "
           ACCEPT CONFIRM-PROMPT.
           IF CONFIRM-YES
               DISPLAY "Enter the administrator's operator ID "
                   "(########)"
               ACCEPT OPERATOR-ID
               MOVE OPERATOR-ID TO OPR-OPERATOR-ID
               DISPLAY "Enter operator name"
               ACCEPT OPR-OPERATOR-NAME
               SET OPR-ROLE-ADMINISTRATOR TO TRUE
               PERFORM 401-TAKE-NEW-PASSWORD
                   WITH TEST AFTER UNTIL PASSWORD-CONFIRMED
               PERFORM 404-WRITE-NEW-OPERATOR
               IF OPERATOR-FILE-STATUS-OK
                   SET OPERATOR-SIGNED-ON TO TRUE
                   MOVE OPR-ROLE TO OPERATOR-ROLE
               END-IF
           ELSE
               DISPLAY "No change made"
           END-IF.

      * Signs the operator on against the operator file - three tries
      * at the ID and password, each failure logged; only an
      * administrator may maintain operators, anyone else is refused
       303-SIGN-ON-OPERATOR.
           PERFORM 406-TRY-ONE-SIGN-ON
               WITH TEST AFTER
                   UNTIL OPERATOR-SIGNED-ON OR SIGN-ON-TRIES = 3.
           EVALUATE TRUE
               WHEN OPERATOR-NOT-SIGNED-ON
                   DISPLAY "Sign-on refused - session ended"
               WHEN NOT ROLE-ADMINISTRATOR
                   MOVE "OPERATOR MAINTENANCE" TO SECURITY-DETAIL
                   PERFORM 310-REFUSE-ACTION
                   SET OPERATOR-NOT-AUTHORIZED TO TRUE
           END-EVALUATE.

      * Prompts for an operator ID and reads the operator, showing
      * the name, role and status when one is found
       304-LOOKUP-OPERATOR-RECORD.
           SET OPERATOR-NOT-FOUND TO TRUE.
           DISPLAY "Enter operator ID (########) "
           ACCEPT LOOKUP-OPERATOR-ID.
           MOVE LOOKUP-OPERATOR-ID TO OPR-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator ID not on file"
               NOT INVALID KEY
                   SET OPERATOR-FOUND TO TRUE
                   DISPLAY "Operator: " OPR-OPERATOR-NAME
                   DISPLAY "Role: " OPR-ROLE
                       " (C counter, B bursar, S supervisor,"
                       " A administrator)"
                   IF OPR-ACTIVE
                       DISPLAY "Status: active"
                   ELSE
                       DISPLAY "Status: deactivated"
                   END-IF
           END-READ.

      * Asks what to do with the operator just found
       305-PROMPT-MAINT-ACTION.
           DISPLAY "Reset password (R), Deactivate (D),"
               " Reactivate (A), Cancel (C)? "
           ACCEPT MAINT-ACTION-PROMPT.

      * Offers to add the operator the lookup did not find, taking
      * the name, the role and an initial password
       306-OFFER-TO-ADD-OPERATOR.
           DISPLAY "Add this operator? (Y/N) "
           ACCEPT CONFIRM-PROMPT.
           IF CONFIRM-YES
               MOVE LOOKUP-OPERATOR-ID TO OPR-OPERATOR-ID
               DISPLAY "Enter operator name"
               ACCEPT OPR-OPERATOR-NAME
               PERFORM 403-TAKE-ROLE
                   WITH TEST AFTER UNTIL OPR-ROLE-VALID
               PERFORM 401-TAKE-NEW-PASSWORD
                   WITH TEST AFTER UNTIL PASSWORD-CONFIRMED
               PERFORM 404-WRITE-NEW-OPERATOR
           ELSE
               DISPLAY "No change made"
           END-IF.

      * Takes a new password for the operator and rewrites the
      * record after confirmation
       307-RESET-PASSWORD.
           PERFORM 401-TAKE-NEW-PASSWORD
               WITH TEST AFTER UNTIL PASSWORD-CONFIRMED.
           DISPLAY "Save the new password? (Y/N) "
           ACCEPT CONFIRM-PROMPT.
           IF CONFIRM-YES
               MOVE "OPRPWD" TO SECURITY-ACTION
               PERFORM 402-REWRITE-OPERATOR
           ELSE
               DISPLAY "No change made"
           END-IF.

      * Deactivates the operator after confirmation, so the ID can no
      * longer sign on but stays on file behind the audit trail
       308-DEACTIVATE-OPERATOR.
           IF OPR-INACTIVE
               DISPLAY "Operator is already deactivated"
           ELSE
               DISPLAY "Deactivate this operator? (Y/N) "
               ACCEPT CONFIRM-PROMPT
               IF CONFIRM-YES
                   SET OPR-INACTIVE TO TRUE
                   MOVE "OPROFF" TO SECURITY-ACTION
                   PERFORM 402-REWRITE-OPERATOR
               ELSE
                   DISPLAY "No change made"
               END-IF
           END-IF.

      * Reactivates a deactivated operator after confirmation
       309-REACTIVATE-OPERATOR.
           IF OPR-ACTIVE
               DISPLAY "Operator is already active"
           ELSE
               DISPLAY "Reactivate this operator? (Y/N) "
               ACCEPT CONFIRM-PROMPT
               IF CONFIRM-YES
                   SET OPR-ACTIVE TO TRUE
                   MOVE "OPRON" TO SECURITY-ACTION
                   PERFORM 402-REWRITE-OPERATOR
               ELSE
                   DISPLAY "No change made"
               END-IF
           END-IF.

      * Tells the operator the action is not allowed for the role and
      * logs the refusal on the audit trail
       310-REFUSE-ACTION.
           DISPLAY "Not authorized for your role - "
               SECURITY-DETAIL.
           MOVE "REFUSE" TO SECURITY-ACTION.
           PERFORM 407-LOG-SECURITY-EVENT.

      * Takes a new password keyed twice; a blank password or two
      * entries that differ are keyed again
       401-TAKE-NEW-PASSWORD.
           SET PASSWORD-NOT-CONFIRMED TO TRUE.
           DISPLAY "Enter the password (up to 12 characters)"
           ACCEPT NEW-PASSWORD.
           DISPLAY "Enter the password again"
           ACCEPT NEW-PASSWORD-AGAIN.
           EVALUATE TRUE
               WHEN NEW-PASSWORD = SPACES
                   DISPLAY "Password cannot be blank - re-enter"
               WHEN NEW-PASSWORD NOT = NEW-PASSWORD-AGAIN
                   DISPLAY "Passwords do not match - re-enter"
               WHEN OTHER
                   SET PASSWORD-CONFIRMED TO TRUE
                   MOVE NEW-PASSWORD TO OPR-PASSWORD
           END-EVALUATE.

      * Stamps the change on the operator record, rewrites it and
      * logs the change under the action already moved
       402-REWRITE-OPERATOR.
           MOVE CHANGE-DATE TO OPR-CHANGED-DATE.
           MOVE OPERATOR-ID TO OPR-CHANGED-BY.
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Error rewriting operator record"
               NOT INVALID KEY
                   DISPLAY "Operator updated"
                   PERFORM 405-LOG-OPERATOR-CHANGE
           END-REWRITE.

      * Re-prompts until the role is one the programs know
       403-TAKE-ROLE.
           DISPLAY "Enter role - counter (C), bursar (B),"
               " supervisor (S), administrator (A)"
           ACCEPT OPR-ROLE.
           IF NOT OPR-ROLE-VALID
               DISPLAY "Role must be C, B, S or A - re-enter"
           END-IF.

      * Writes a new operator, active from today, and logs the add
       404-WRITE-NEW-OPERATOR.
           SET OPR-ACTIVE TO TRUE.
           MOVE CHANGE-DATE TO OPR-CHANGED-DATE.
           MOVE OPERATOR-ID TO OPR-CHANGED-BY.
           WRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Error writing operator record"
               NOT INVALID KEY
                   DISPLAY "Operator added"
                   MOVE "OPRADD" TO SECURITY-ACTION
                   PERFORM 405-LOG-OPERATOR-CHANGE
           END-WRITE.

      * Logs the operator change just made, naming the operator
      * changed and the role the operator holds
       405-LOG-OPERATOR-CHANGE.
           MOVE OPR-OPERATOR-ID TO CHANGE-OPERATOR-ID.
           MOVE OPR-ROLE TO CHANGE-ROLE.
           MOVE OPERATOR-CHANGE-DETAIL TO SECURITY-DETAIL.
           PERFORM 407-LOG-SECURITY-EVENT.

      * Takes one ID and password and proves them against the
      * operator file; an unknown ID, a wrong password and a
      * deactivated operator are refused alike, so the message gives
      * nothing away
       406-TRY-ONE-SIGN-ON.
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
               PERFORM 407-LOG-SECURITY-EVENT
           END-IF.

      * Appends one audit trail entry for an operator change, a
      * failed sign-on or a refused action
       407-LOG-SECURITY-EVENT.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SECURITY-STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE SECURITY-ACTION TO AUDIT-ACTION.
           MOVE "OPERMAINT" TO AUDIT-PROGRAM-ID.
           MOVE SECURITY-DETAIL TO AUDIT-DETAIL.
           WRITE AUDIT-RECORD-OUT.

       END PROGRAM OPERMAINT.
