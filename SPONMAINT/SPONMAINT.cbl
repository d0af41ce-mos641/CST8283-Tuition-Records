      *          agreed to cover, or drop such a link. A link is only
      *          written against a student-term charge really on the
      *          master file, and a sponsor with links still on file
      *          cannot be deleted out from under them. Staff sign
      *          on against the operator file first - counter staff
      *          may look sponsors up, a bursar or supervisor may add,
      *          correct and link, only a supervisor may delete a
      *          sponsor or drop a link, and a failed sign-on or
      *          refused action is logged on the audit trail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONMAINT.
                 RECORD KEY IS STUDENT-RECORD-KEY
                 FILE STATUS IS STUDENT-FILE-STATUS.

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

      * Define the operator record
       FD OPERATOR-FILE.
           COPY OPERATOR.

      * Define the audit trail record
       FD AUDIT-FILE-OUT.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 SPONSOR-FILE-STATUS PIC X(2).
       01 LINK-FILE-STATUS PIC X(2).
           88 LINK-FILE-STATUS-EOF VALUE "10".
       01 STUDENT-FILE-STATUS PIC X(2).
       01 OPERATOR-FILE-STATUS PIC X(2).
       01 AUDIT-FILE-STATUS PIC X(2).

      * Storage needed for input prompts
       01 CONTROL-FIELDS.
           05 CONFIRM-PROMPT PIC A(1).
               88 CONFIRM-YES VALUE "Y" "y".
           05 ANOTHER-SPONSOR-PROMPT PIC A(1).
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
               88 ROLE-MAY-CHANGE-SPONSORS VALUES "B" "S".

      * The failed sign-on or refused action being logged, and the
      * student it was tried against
       01 SECURITY-EVENT-FIELDS.
           05 SECURITY-ACTION PIC X(6).
           05 SECURITY-STUDENT-NUMBER PIC 9(7) VALUE ZERO.
           05 SECURITY-DETAIL PIC X(30).

      * Switch showing whether the last lookup found a sponsor
       01 FOUND-SWITCH PIC X(1) VALUE "N".
       PROCEDURE DIVISION.
       100-MAINTAIN-SPONSORS.
           PERFORM 201-INITIALIZE-MAINTENANCE.
           IF OPERATOR-SIGNED-ON
               PERFORM 202-MAINTAIN-ONE-SPONSOR
                   UNTIL ANOTHER-SPONSOR-PROMPT = "N" OR "n"
           END-IF.
           PERFORM 203-TERMINATE-MAINTENANCE.
           STOP RUN.

      * Opens the audit trail and signs the operator on, then opens
      * the sponsor master and link file for update and the student
      * master for lookup
       201-INITIALIZE-MAINTENANCE.
           OPEN EXTEND AUDIT-FILE-OUT.
           PERFORM 310-SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               OPEN I-O SPONSOR-FILE
               OPEN I-O SPONSOR-LINK-FILE
               OPEN INPUT STUDENT-FILE-OUT
           END-IF.

      * Looks one sponsor up by number - a sponsor on file drops
      * into the maintenance flow, a number not on file offers to
      * add the sponsor; an action the operator's role does not
      * allow is refused
       202-MAINTAIN-ONE-SPONSOR.
           PERFORM 301-LOOKUP-SPONSOR-RECORD.
           IF SPONSOR-FOUND
               PERFORM 302-PROMPT-MAINT-ACTION
               EVALUATE TRUE
                   WHEN MAINT-ACTION-UPDATE
                           AND NOT ROLE-MAY-CHANGE-SPONSORS
                       MOVE "UPDATE SPONSOR" TO SECURITY-DETAIL
                       PERFORM 311-REFUSE-ACTION
                   WHEN MAINT-ACTION-DELETE AND NOT ROLE-SUPERVISOR
                       MOVE "DELETE SPONSOR" TO SECURITY-DETAIL
                       PERFORM 311-REFUSE-ACTION
                   WHEN MAINT-ACTION-LINK
                           AND NOT ROLE-MAY-CHANGE-SPONSORS
                       MOVE "LINK STUDENT TO SPONSOR" TO
                           SECURITY-DETAIL
                       PERFORM 311-REFUSE-ACTION
                   WHEN MAINT-ACTION-UNLINK AND NOT ROLE-SUPERVISOR
                       MOVE "DROP SPONSOR LINK" TO SECURITY-DETAIL
                       PERFORM 311-REFUSE-ACTION
                   WHEN MAINT-ACTION-UPDATE
                       PERFORM 304-UPDATE-SPONSOR-RECORD
                   WHEN MAINT-ACTION-DELETE

      * Closes the files
       203-TERMINATE-MAINTENANCE.
           IF OPERATOR-SIGNED-ON
               CLOSE SPONSOR-FILE
               CLOSE SPONSOR-LINK-FILE
               CLOSE STUDENT-FILE-OUT
           END-IF.
           CLOSE AUDIT-FILE-OUT.

      * Prompts for a sponsor number and reads the sponsor, listing
      * the sponsor's links when one is found
               " Drop a link (X), Cancel (C)? "
           ACCEPT MAINT-ACTION-PROMPT.

      * Offers to add the sponsor the lookup did not find; an
      * operator whose role may not change sponsors is refused
       303-OFFER-TO-ADD-SPONSOR.
           DISPLAY "Add this sponsor? (Y/N) "
           ACCEPT CONFIRM-PROMPT.
           IF CONFIRM-YES AND NOT ROLE-MAY-CHANGE-SPONSORS
               MOVE "ADD SPONSOR" TO SECURITY-DETAIL
               PERFORM 311-REFUSE-ACTION
               MOVE "N" TO CONFIRM-PROMPT
           END-IF.
           IF CONFIRM-YES
               MOVE LOOKUP-SPONSOR-NUMBER TO SPONSOR-NUMBER
               DISPLAY "Enter sponsor name"
                   END-IF
           END-START.

      * Signs the operator on against the operator file - three tries
      * at the ID and password, each failure logged; an operator who
      * cannot sign on, or an administrator, whose role is the
      * operator file alone, is turned away before any file opens
       310-SIGN-ON-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 403-TRY-ONE-SIGN-ON
               WITH TEST AFTER
                   UNTIL OPERATOR-SIGNED-ON OR SIGN-ON-TRIES = 3.
           CLOSE OPERATOR-FILE.
           EVALUATE TRUE
               WHEN OPERATOR-NOT-SIGNED-ON
                   DISPLAY "Sign-on refused - session ended"
               WHEN ROLE-ADMINISTRATOR
                   MOVE "SPONSOR MAINTENANCE" TO SECURITY-DETAIL
                   PERFORM 311-REFUSE-ACTION
                   SET OPERATOR-NOT-AUTHORIZED TO TRUE
           END-EVALUATE.

      * Tells the operator the action is not allowed for the role and
      * logs the refusal on the audit trail
       311-REFUSE-ACTION.
           DISPLAY "Not authorized for your role - "
               SECURITY-DETAIL.
           MOVE "REFUSE" TO SECURITY-ACTION.
           PERFORM 404-LOG-SECURITY-EVENT.

      * Reads the next sponsored link in key order
       401-READ-NEXT-LINK-RECORD.
           READ SPONSOR-LINK-FILE NEXT RECORD.
               " covered " DISPLAY-COVERED.
           PERFORM 401-READ-NEXT-LINK-RECORD.

      * Takes one ID and password and proves them against the
      * operator file; an unknown ID, a wrong password and a
      * deactivated operator are refused alike, so the message gives
      * nothing away
       403-TRY-ONE-SIGN-ON.
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
               PERFORM 404-LOG-SECURITY-EVENT
           END-IF.

      * Appends one audit trail entry for a failed sign-on or a
      * refused action
       404-LOG-SECURITY-EVENT.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SECURITY-STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE SECURITY-ACTION TO AUDIT-ACTION.
           MOVE "SPONMAINT" TO AUDIT-PROGRAM-ID.
           MOVE SECURITY-DETAIL TO AUDIT-DETAIL.
           WRITE AUDIT-RECORD-OUT.

       END PROGRAM SPONMAINT.
