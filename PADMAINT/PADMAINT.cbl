      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Maintain the pre-authorized debit sign-ups - add a
      *          student's authorization with the bank, transit and
      *          account their plan installments are to be drawn from,
      *          correct the banking or reinstate a stopped
      *          authorization, or stop the debits when the student
      *          withdraws consent. Only a bursar or supervisor may sign
      *          on to change the banking; a failed sign-on or refused
      *          operator is logged on the audit trail, as is every
      *          authorization added, corrected, reinstated or stopped.
      *          A new or reinstated authorization draws only
      *          installments falling due after the day it is signed, so
      *          nothing already past due is taken without the student
      *          knowing. The debit run draws only against
      *          authorizations that stand, and the debit posting run
      *          stops one itself when the bank returns too many debits
      *          in a row.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADMAINT.
       AUTHOR. MOSTAPHA A.
       SECURITY. NON CONFIDENTIAL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The student master, read only to prove the student signing
      * up is really on file
           SELECT STUDENT-FILE-OUT
              ASSIGN TO "../STUDENTFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS STUDENT-RECORD-KEY
                 FILE STATUS IS STUDENT-FILE-STATUS.

      * The debit authorizations; OPTIONAL so the first sign-up ever
      * creates the file rather than failing the open
           SELECT OPTIONAL AUTH-FILE
              ASSIGN TO "../PADAUTH.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PAD-STUDENT-NUMBER
                 FILE STATUS IS AUTH-FILE-STATUS.

      * Audit trail of who changed which student's banking;
      * OPTIONAL so the first run ever creates it rather than failing
      * the open
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
      * Define the record read from the student master
       FD STUDENT-FILE-OUT.
           COPY STUDENT.

      * Define the debit authorization record
       FD AUTH-FILE.
           COPY PADAUTH.

      * Define the audit trail record
       FD AUDIT-FILE-OUT.
           COPY AUDITREC.

      * Define the operator record
       FD OPERATOR-FILE.
           COPY OPERATOR.

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 STUDENT-FILE-STATUS PIC X(2).
       01 AUTH-FILE-STATUS PIC X(2).
       01 AUDIT-FILE-STATUS PIC X(2).
       01 OPERATOR-FILE-STATUS PIC X(2).

      * Storage needed for input prompts
       01 CONTROL-FIELDS.
           05 LOOKUP-STUDENT-NUMBER PIC 9(7).
           05 MAINT-ACTION-PROMPT PIC A(1).
               88 MAINT-ACTION-UPDATE VALUE "U" "u".
               88 MAINT-ACTION-STOP VALUE "S" "s".
           05 CONFIRM-PROMPT PIC A(1).
               88 CONFIRM-YES VALUE "Y" "y".
           05 ANOTHER-AUTH-PROMPT PIC A(1).

      * Switch showing whether the last lookup found an authorization
       01 FOUND-SWITCH PIC X(1) VALUE "N".
           88 AUTH-FOUND VALUE "Y".
           88 AUTH-NOT-FOUND VALUE "N".

      * Switch showing whether the student is on the master file
       01 STUDENT-SWITCH PIC X(1) VALUE "N".
           88 STUDENT-ON-FILE VALUE "Y".
           88 STUDENT-NOT-ON-FILE VALUE "N".

      * Today's date - stamped as the signing or stopping date, and
      * the date a new authorization starts drawing after
       01 TODAY-DATE PIC 9(8).

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
               88 ROLE-MAY-CHANGE-BANKING VALUES "B" "S".

      * The failed sign-on or refused action being logged
       01 SECURITY-EVENT-FIELDS.
           05 SECURITY-ACTION PIC X(6).
           05 SECURITY-DETAIL PIC X(30).

      * Action code and wording logged for the audit entry just
      * written
       01 CHANGE-EVENT-FIELDS.
           05 CURRENT-ACTION PIC X(6).
           05 CURRENT-DETAIL PIC X(30).

       PROCEDURE DIVISION.
       100-MAINTAIN-DEBIT-SIGNUPS.
           PERFORM 201-INITIALIZE-MAINTENANCE.
           IF OPERATOR-SIGNED-ON
               PERFORM 202-MAINTAIN-ONE-AUTHORIZATION
                   UNTIL ANOTHER-AUTH-PROMPT = "N" OR "n"
           END-IF.
           PERFORM 203-TERMINATE-MAINTENANCE.
           STOP RUN.

      * Opens the audit trail and signs the operator on, then stamps
      * today's date, opens the master for lookups and the
      * authorizations for update
       201-INITIALIZE-MAINTENANCE.
           OPEN EXTEND AUDIT-FILE-OUT.
           PERFORM 309-SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               OPEN INPUT STUDENT-FILE-OUT
               OPEN I-O AUTH-FILE
           END-IF.

      * Looks one student's authorization up - one on file drops into
      * the maintenance flow, one not on file offers to add it
       202-MAINTAIN-ONE-AUTHORIZATION.
           PERFORM 301-LOOKUP-AUTHORIZATION.
           IF AUTH-FOUND
               PERFORM 302-PROMPT-MAINT-ACTION
               EVALUATE TRUE
                   WHEN MAINT-ACTION-UPDATE
                       PERFORM 304-UPDATE-AUTHORIZATION
                   WHEN MAINT-ACTION-STOP
                       PERFORM 305-STOP-AUTHORIZATION
                   WHEN OTHER
                       DISPLAY "No change made"
               END-EVALUATE
           ELSE
               PERFORM 303-OFFER-TO-ADD-AUTHORIZATION
           END-IF.
           DISPLAY "Work with another student? (Y/N) "
           ACCEPT ANOTHER-AUTH-PROMPT.

      * Closes the files
       203-TERMINATE-MAINTENANCE.
           IF OPERATOR-SIGNED-ON
               CLOSE STUDENT-FILE-OUT
               CLOSE AUTH-FILE
           END-IF.
           CLOSE AUDIT-FILE-OUT.

      * Prompts for the student number and reads the authorization
       301-LOOKUP-AUTHORIZATION.
           SET AUTH-NOT-FOUND TO TRUE.
           DISPLAY "Enter student number (#######)"
           ACCEPT LOOKUP-STUDENT-NUMBER.
           MOVE LOOKUP-STUDENT-NUMBER TO PAD-STUDENT-NUMBER.
           READ AUTH-FILE
               INVALID KEY
                   DISPLAY "No debit authorization on file"
               NOT INVALID KEY
                   SET AUTH-FOUND TO TRUE
                   PERFORM 401-SHOW-AUTHORIZATION
           END-READ.

      * Asks what to do with the authorization just found
       302-PROMPT-MAINT-ACTION.
           DISPLAY "Update banking (U), Stop debits (S), "
               "Leave as is (L)? "
           ACCEPT MAINT-ACTION-PROMPT.

      * Offers to sign up the student the lookup did not find, once
      * the student is proved to be on the master file
       303-OFFER-TO-ADD-AUTHORIZATION.
           PERFORM 306-VERIFY-STUDENT-ON-FILE.
           IF STUDENT-ON-FILE
               DISPLAY "Add a debit authorization? (Y/N) "
               ACCEPT CONFIRM-PROMPT
               IF CONFIRM-YES
                   MOVE LOOKUP-STUDENT-NUMBER TO PAD-STUDENT-NUMBER
                   MOVE ZERO TO PAD-REQUESTED-THROUGH
                   PERFORM 307-PROMPT-BANKING
                   PERFORM 308-START-AUTHORIZATION
                   WRITE PAD-AUTH-RECORD
                       INVALID KEY
                           DISPLAY "Error writing authorization"
                       NOT INVALID KEY
                           DISPLAY "Authorization added"
                           MOVE "WRITE" TO CURRENT-ACTION
                           MOVE "DEBIT AUTHORIZATION ADDED" TO
                               CURRENT-DETAIL
                           PERFORM 311-WRITE-AUDIT-RECORD
                   END-WRITE
               ELSE
                   DISPLAY "No change made"
               END-IF
           END-IF.

      * Prompts for corrected banking and rewrites the authorization
      * after confirmation; a stopped authorization is reinstated,
      * drawing only installments that fall due after today
       304-UPDATE-AUTHORIZATION.
           PERFORM 307-PROMPT-BANKING.
           IF PAD-AUTH-CANCELLED
               DISPLAY "Saving will reinstate the stopped "
                   "authorization"
           END-IF.
           DISPLAY "Save these changes? (Y/N) "
           ACCEPT CONFIRM-PROMPT.
           IF CONFIRM-YES
               MOVE "BANKING CHANGED" TO CURRENT-DETAIL
               IF PAD-AUTH-CANCELLED
                   PERFORM 308-START-AUTHORIZATION
                   MOVE "BANKING CHANGED AND REINSTATED" TO
                       CURRENT-DETAIL
               END-IF
               REWRITE PAD-AUTH-RECORD
                   INVALID KEY
                       DISPLAY "Error rewriting authorization"
                   NOT INVALID KEY
                       DISPLAY "Authorization updated"
                       MOVE "UPDATE" TO CURRENT-ACTION
                       PERFORM 311-WRITE-AUDIT-RECORD
               END-REWRITE
           ELSE
               DISPLAY "Update cancelled"
           END-IF.

      * Stops the debits after confirmation; the record stays on file
      * so the authorization's history can still be shown
       305-STOP-AUTHORIZATION.
           IF PAD-AUTH-CANCELLED
               DISPLAY "Debits are already stopped"
           ELSE
               DISPLAY "Stop this student's debits? (Y/N) "
               ACCEPT CONFIRM-PROMPT
               IF CONFIRM-YES
                   SET PAD-AUTH-CANCELLED TO TRUE
                   SET PAD-CANCELLED-BY-STUDENT TO TRUE
                   MOVE TODAY-DATE TO PAD-CANCEL-DATE
                   REWRITE PAD-AUTH-RECORD
                       INVALID KEY
                           DISPLAY "Error rewriting authorization"
                       NOT INVALID KEY
                           DISPLAY "Debits stopped"
                           MOVE "UPDATE" TO CURRENT-ACTION
                           MOVE "DEBITS STOPPED" TO CURRENT-DETAIL
                           PERFORM 311-WRITE-AUDIT-RECORD
                   END-REWRITE
               ELSE
                   DISPLAY "No change made"
               END-IF
           END-IF.

      * Proves the student has at least one term record on the
      * master file
       306-VERIFY-STUDENT-ON-FILE.
           SET STUDENT-NOT-ON-FILE TO TRUE.
           MOVE LOOKUP-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE SPACES TO STUDENT-TERM.
           START STUDENT-FILE-OUT KEY NOT < STUDENT-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ STUDENT-FILE-OUT NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF STUDENT-NUMBER = LOOKUP-STUDENT-NUMBER
                               SET STUDENT-ON-FILE TO TRUE
                               DISPLAY "Name: " STUDENT-NAME
                           END-IF
                   END-READ
           END-START.
           IF STUDENT-NOT-ON-FILE
               DISPLAY "Student number not found on file"
           END-IF.

      * Prompts for the bank, transit and account the installments
      * are drawn from, holding the operator to real numbers
       307-PROMPT-BANKING.
           PERFORM 402-PROMPT-BANK-NUMBER
               WITH TEST AFTER UNTIL PAD-BANK-NUMBER NOT = ZERO.
           PERFORM 403-PROMPT-TRANSIT-NUMBER
               WITH TEST AFTER UNTIL PAD-TRANSIT-NUMBER NOT = ZERO.
           PERFORM 404-PROMPT-ACCOUNT-NUMBER
               WITH TEST AFTER UNTIL PAD-ACCOUNT-NUMBER NOT = SPACES.

      * Makes the authorization stand from today - no returns counted
      * against it yet, and nothing due on or before today drawn
       308-START-AUTHORIZATION.
           SET PAD-AUTH-ACTIVE TO TRUE.
           MOVE TODAY-DATE TO PAD-SIGNED-DATE.
           MOVE ZERO TO PAD-CANCEL-DATE.
           MOVE SPACE TO PAD-CANCEL-REASON.
           MOVE ZERO TO PAD-RETURNS-IN-ROW.
           IF PAD-REQUESTED-THROUGH < TODAY-DATE
               MOVE TODAY-DATE TO PAD-REQUESTED-THROUGH
           END-IF.

      * Signs the operator on against the operator file - three tries
      * at the ID and password, each failure logged; the banking decides
      * whose account the installments are drawn from, so anyone but
      * a bursar or supervisor is refused before the files open
       309-SIGN-ON-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 405-TRY-ONE-SIGN-ON
               WITH TEST AFTER
                   UNTIL OPERATOR-SIGNED-ON OR SIGN-ON-TRIES = 3.
           CLOSE OPERATOR-FILE.
           EVALUATE TRUE
               WHEN OPERATOR-NOT-SIGNED-ON
                   DISPLAY "Sign-on refused - session ended"
               WHEN NOT ROLE-MAY-CHANGE-BANKING
                   MOVE "DEBIT AUTHORIZATION MAINT" TO SECURITY-DETAIL
                   PERFORM 310-REFUSE-ACTION
                   SET OPERATOR-NOT-AUTHORIZED TO TRUE
           END-EVALUATE.

      * Tells the operator the action is not allowed for the role and
      * logs the refusal on the audit trail
       310-REFUSE-ACTION.
           DISPLAY "Not authorized for your role - "
               SECURITY-DETAIL.
           MOVE "REFUSE" TO SECURITY-ACTION.
           PERFORM 406-LOG-SECURITY-EVENT.

      * Appends one audit trail entry for the authorization just
      * added, corrected, reinstated or stopped
       311-WRITE-AUDIT-RECORD.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE LOOKUP-STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE CURRENT-ACTION TO AUDIT-ACTION.
           MOVE "PADMAINT" TO AUDIT-PROGRAM-ID.
           MOVE CURRENT-DETAIL TO AUDIT-DETAIL.
           WRITE AUDIT-RECORD-OUT.

      * Shows the authorization just read
       401-SHOW-AUTHORIZATION.
           DISPLAY "Bank:    " PAD-BANK-NUMBER.
           DISPLAY "Transit: " PAD-TRANSIT-NUMBER.
           DISPLAY "Account: " PAD-ACCOUNT-NUMBER.
           DISPLAY "Signed:  " PAD-SIGNED-DATE.
           IF PAD-AUTH-ACTIVE
               DISPLAY "Debits active - drawn through "
                   PAD-REQUESTED-THROUGH
               DISPLAY "Returns in a row: " PAD-RETURNS-IN-ROW
           ELSE
               IF PAD-CANCELLED-BY-RETURNS
                   DISPLAY "Debits STOPPED " PAD-CANCEL-DATE
                       " - returned by the bank "
                       PAD-RETURNS-IN-ROW " times in a row"
               ELSE
                   DISPLAY "Debits STOPPED " PAD-CANCEL-DATE
                       " at the student's request"
               END-IF
           END-IF.

      * Prompts for the bank number
       402-PROMPT-BANK-NUMBER.
           DISPLAY "Enter bank number (###)"
           ACCEPT PAD-BANK-NUMBER.

      * Prompts for the branch transit number
       403-PROMPT-TRANSIT-NUMBER.
           DISPLAY "Enter branch transit number (#####)"
           ACCEPT PAD-TRANSIT-NUMBER.

      * Prompts for the account number
       404-PROMPT-ACCOUNT-NUMBER.
           DISPLAY "Enter account number (up to 12 characters)"
           ACCEPT PAD-ACCOUNT-NUMBER.

      * Takes one ID and password and proves them against the
      * operator file; an unknown ID, a wrong password and a
      * deactivated operator are refused alike, so the message gives
      * nothing away
       405-TRY-ONE-SIGN-ON.
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
               PERFORM 406-LOG-SECURITY-EVENT
           END-IF.

      * Appends one audit trail entry for a failed sign-on or a
      * refused action
       406-LOG-SECURITY-EVENT.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE ZERO TO AUDIT-STUDENT-NUMBER.
           MOVE SECURITY-ACTION TO AUDIT-ACTION.
           MOVE "PADMAINT" TO AUDIT-PROGRAM-ID.
           MOVE SECURITY-DETAIL TO AUDIT-DETAIL.
           WRITE AUDIT-RECORD-OUT.

       END PROGRAM PADMAINT.
