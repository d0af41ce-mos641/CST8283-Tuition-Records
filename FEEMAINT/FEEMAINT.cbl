      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Maintain the fee-code master - add, correct or delete
      *          the rate a program pays for a term under one fee code,
      *          charged flat or per credit hour, with the fee type
      *          naming the revenue it posts to. A program's tuition is
      *          fee code TUIT; a fee every program pays is keyed under
      *          program ALL. The listing shows every fee already on
      *          file for the program and term looked up, so the bursar
      *          keys next term's rates without the spreadsheet, and a
      *          rate is taken again until it is a whole number above
      *          zero. Only a supervisor may sign on to change the
      *          rates; a failed sign-on or refused operator is logged
      *          on the audit trail, as is every fee added, corrected or
      *          deleted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEMAINT.
       AUTHOR. MOSTAPHA A.
       SECURITY. NON CONFIDENTIAL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The fee-code master; OPTIONAL so the first rate ever keyed
      * creates the file rather than failing the open
           SELECT OPTIONAL FEE-FILE
              ASSIGN TO "../FEEFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS FEE-RECORD-KEY
                 FILE STATUS IS FEE-FILE-STATUS.

      * Audit trail of who changed which fee; OPTIONAL so the first
      * run ever creates it rather than failing the open
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
      * Define the fee-code master record
       FD FEE-FILE.
           COPY FEECODE.

      * Define the audit trail record
       FD AUDIT-FILE-OUT.
           COPY AUDITREC.

      * Define the operator record
       FD OPERATOR-FILE.
           COPY OPERATOR.

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against the fee master
       01 FEE-FILE-STATUS PIC X(2).
           88 FEE-FILE-STATUS-EOF VALUE "10".

      * Status of the last I-O operation against AUDIT-FILE-OUT
       01 AUDIT-FILE-STATUS PIC X(2).

      * Status of the last I-O operation against OPERATOR-FILE
       01 OPERATOR-FILE-STATUS PIC X(2).

      * Storage needed for input prompts
       01 CONTROL-FIELDS.
           05 LOOKUP-PROGRAM-CODE PIC X(6).
           05 LOOKUP-TERM PIC X(6).
           05 LOOKUP-FEE-CODE PIC X(4).
           05 MAINT-ACTION-PROMPT PIC A(1).
               88 MAINT-ACTION-UPDATE VALUE "U" "u".
               88 MAINT-ACTION-DELETE VALUE "D" "d".
           05 CONFIRM-PROMPT PIC A(1).
               88 CONFIRM-YES VALUE "Y" "y".
           05 ANOTHER-FEE-PROMPT PIC A(1).

      * Switch showing whether the last lookup found a fee
       01 FOUND-SWITCH PIC X(1) VALUE "N".
           88 FEE-FOUND VALUE "Y".
           88 FEE-NOT-FOUND VALUE "N".

      * Edited fields for the fee listing
       01 LISTING-EDIT-FIELDS.
           05 LISTED-FEE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 DISPLAY-RATE PIC ZZ,ZZ9.

      * Switch showing whether the rate just keyed can be saved
       01 RATE-ERROR-SWITCH PIC X(1).
           88 RATE-IS-VALID VALUE "N".
           88 RATE-IS-INVALID VALUE "Y".

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

      * The fee changed, as it reads on the audit entry
       01 FEE-AUDIT-DETAIL.
           05 FILLER PIC X(4) VALUE "FEE ".
           05 FAD-PROGRAM-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FAD-TERM PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FAD-FEE-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FAD-RATE-AMOUNT PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINTAIN-FEE-CODES.
           PERFORM 201-INITIALIZE-MAINTENANCE.
           IF OPERATOR-SIGNED-ON
               PERFORM 202-MAINTAIN-ONE-FEE
                   UNTIL ANOTHER-FEE-PROMPT = "N" OR "n"
           END-IF.
           PERFORM 203-TERMINATE-MAINTENANCE.
           STOP RUN.

      * Opens the audit trail, signs the operator on and opens the
      * fee-code master for update
       201-INITIALIZE-MAINTENANCE.
           OPEN EXTEND AUDIT-FILE-OUT.
           PERFORM 308-SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               OPEN I-O FEE-FILE
           END-IF.

      * Looks one fee up by program, term and fee code - a fee on
      * file drops into the maintenance flow, one not on file offers
      * to add it
       202-MAINTAIN-ONE-FEE.
           PERFORM 301-LOOKUP-FEE-RECORD.
           IF FEE-FOUND
               PERFORM 302-PROMPT-MAINT-ACTION
               EVALUATE TRUE
                   WHEN MAINT-ACTION-UPDATE
                       PERFORM 304-UPDATE-FEE-RECORD
                   WHEN MAINT-ACTION-DELETE
                       PERFORM 305-DELETE-FEE-RECORD
                   WHEN OTHER
                       DISPLAY "No change made"
               END-EVALUATE
           ELSE
               PERFORM 303-OFFER-TO-ADD-FEE
           END-IF.
           DISPLAY "Work with another fee? (Y/N) "
           ACCEPT ANOTHER-FEE-PROMPT.

      * Closes the files
       203-TERMINATE-MAINTENANCE.
           IF OPERATOR-SIGNED-ON
               CLOSE FEE-FILE
           END-IF.
           CLOSE AUDIT-FILE-OUT.

      * Prompts for the program and term, lists the fees already on
      * file for them, then prompts for the fee code and reads it
       301-LOOKUP-FEE-RECORD.
           SET FEE-NOT-FOUND TO TRUE.
           DISPLAY "Enter program code (ALL for every program)"
           ACCEPT LOOKUP-PROGRAM-CODE.
           DISPLAY "Enter term (e.g. FALL26)"
           ACCEPT LOOKUP-TERM.
           PERFORM 306-LIST-PROGRAM-FEES.
           DISPLAY "Enter fee code (TUIT for program tuition)"
           ACCEPT LOOKUP-FEE-CODE.
           MOVE LOOKUP-PROGRAM-CODE TO FEE-PROGRAM-CODE.
           MOVE LOOKUP-TERM TO FEE-TERM.
           MOVE LOOKUP-FEE-CODE TO FEE-CODE.
           READ FEE-FILE
               INVALID KEY
                   DISPLAY "Fee code not on file for that program "
                       "and term"
               NOT INVALID KEY
                   SET FEE-FOUND TO TRUE
                   PERFORM 403-SHOW-FEE-RECORD
           END-READ.

      * Asks what to do with the fee just found
       302-PROMPT-MAINT-ACTION.
           DISPLAY "Update (U), Delete (D), Cancel (C)? "
           ACCEPT MAINT-ACTION-PROMPT.

      * Offers to add the fee the lookup did not find
       303-OFFER-TO-ADD-FEE.
           DISPLAY "Add this fee? (Y/N) "
           ACCEPT CONFIRM-PROMPT.
           IF CONFIRM-YES
               MOVE LOOKUP-PROGRAM-CODE TO FEE-PROGRAM-CODE
               MOVE LOOKUP-TERM TO FEE-TERM
               MOVE LOOKUP-FEE-CODE TO FEE-CODE
               PERFORM 307-PROMPT-FEE-DETAILS
               WRITE FEE-CODE-RECORD
                   INVALID KEY
                       DISPLAY "Error writing fee record"
                   NOT INVALID KEY
                       DISPLAY "Fee added"
                       MOVE "WRITE" TO CURRENT-ACTION
                       PERFORM 310-WRITE-AUDIT-RECORD
               END-WRITE
           ELSE
               DISPLAY "No change made"
           END-IF.

      * Prompts for corrected values and rewrites the fee after
      * confirmation; charges already priced keep the rate they were
      * priced at
       304-UPDATE-FEE-RECORD.
           PERFORM 307-PROMPT-FEE-DETAILS.
           DISPLAY "Save these changes? (Y/N) "
           ACCEPT CONFIRM-PROMPT.
           IF CONFIRM-YES
               REWRITE FEE-CODE-RECORD
                   INVALID KEY
                       DISPLAY "Error rewriting fee record"
                   NOT INVALID KEY
                       DISPLAY "Fee updated"
                       MOVE "UPDATE" TO CURRENT-ACTION
                       PERFORM 310-WRITE-AUDIT-RECORD
               END-REWRITE
           ELSE
               DISPLAY "Update cancelled"
           END-IF.

      * Deletes the fee after confirmation
       305-DELETE-FEE-RECORD.
           DISPLAY "Delete this fee? (Y/N) "
           ACCEPT CONFIRM-PROMPT.
           IF CONFIRM-YES
               DELETE FEE-FILE
                   INVALID KEY
                       DISPLAY "Error deleting fee record"
                   NOT INVALID KEY
                       DISPLAY "Fee deleted"
                       MOVE "DELETE" TO CURRENT-ACTION
                       PERFORM 310-WRITE-AUDIT-RECORD
               END-DELETE
           ELSE
               DISPLAY "Delete cancelled"
           END-IF.

      * Lists every fee keyed under the program and term looked up
       306-LIST-PROGRAM-FEES.
           MOVE ZERO TO LISTED-FEE-COUNT.
           MOVE LOOKUP-PROGRAM-CODE TO FEE-PROGRAM-CODE.
           MOVE LOOKUP-TERM TO FEE-TERM.
           MOVE SPACES TO FEE-CODE.
           START FEE-FILE KEY NOT < FEE-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 401-READ-NEXT-FEE-RECORD
                   PERFORM 402-LIST-ONE-FEE
                       UNTIL FEE-FILE-STATUS-EOF
                           OR FEE-PROGRAM-CODE NOT =
                               LOOKUP-PROGRAM-CODE
                           OR FEE-TERM NOT = LOOKUP-TERM
           END-START.
           IF LISTED-FEE-COUNT = ZERO
               DISPLAY "No fees on file for this program and term"
           END-IF.

      * Prompts for the fee's description, type, rate basis and rate,
      * taking the type, basis and rate again until they are valid
       307-PROMPT-FEE-DETAILS.
           DISPLAY "Enter fee description"
           ACCEPT FEE-DESCRIPTION.
           PERFORM 404-PROMPT-FEE-TYPE
               WITH TEST AFTER UNTIL FEE-TYPE-VALID.
           PERFORM 405-PROMPT-RATE-BASIS
               WITH TEST AFTER UNTIL FEE-RATE-BASIS-VALID.
           PERFORM 408-PROMPT-RATE-AMOUNT
               WITH TEST AFTER UNTIL RATE-IS-VALID.

      * Signs the operator on against the operator file - three tries
      * at the ID and password, each failure logged; rates price every
      * student's charges, so anyone but a supervisor is refused
      * before the master opens
       308-SIGN-ON-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 406-TRY-ONE-SIGN-ON
               WITH TEST AFTER
                   UNTIL OPERATOR-SIGNED-ON OR SIGN-ON-TRIES = 3.
           CLOSE OPERATOR-FILE.
           EVALUATE TRUE
               WHEN OPERATOR-NOT-SIGNED-ON
                   DISPLAY "Sign-on refused - session ended"
               WHEN NOT ROLE-SUPERVISOR
                   MOVE "FEE CODE MAINTENANCE" TO SECURITY-DETAIL
                   PERFORM 309-REFUSE-ACTION
                   SET OPERATOR-NOT-AUTHORIZED TO TRUE
           END-EVALUATE.

      * Tells the operator the action is not allowed for the role and
      * logs the refusal on the audit trail
       309-REFUSE-ACTION.
           DISPLAY "Not authorized for your role - "
               SECURITY-DETAIL.
           MOVE "REFUSE" TO SECURITY-ACTION.
           PERFORM 407-LOG-SECURITY-EVENT.

      * Appends one audit trail entry for the fee just added,
      * corrected or deleted, naming the fee and its rate
       310-WRITE-AUDIT-RECORD.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE ZERO TO AUDIT-STUDENT-NUMBER.
           MOVE CURRENT-ACTION TO AUDIT-ACTION.
           MOVE "FEEMAINT" TO AUDIT-PROGRAM-ID.
           MOVE FEE-PROGRAM-CODE TO FAD-PROGRAM-CODE.
           MOVE FEE-TERM TO FAD-TERM.
           MOVE FEE-CODE TO FAD-FEE-CODE.
           MOVE FEE-RATE-AMOUNT TO FAD-RATE-AMOUNT.
           MOVE FEE-AUDIT-DETAIL TO AUDIT-DETAIL.
           WRITE AUDIT-RECORD-OUT.

      * Reads the next fee record in key order
       401-READ-NEXT-FEE-RECORD.
           READ FEE-FILE NEXT RECORD.

      * Lists one of the program's fees and reads the next
       402-LIST-ONE-FEE.
           ADD 1 TO LISTED-FEE-COUNT.
           MOVE FEE-RATE-AMOUNT TO DISPLAY-RATE.
           DISPLAY "  " FEE-CODE " " FEE-DESCRIPTION " "
               FEE-TYPE " " FEE-RATE-BASIS " " DISPLAY-RATE.
           PERFORM 401-READ-NEXT-FEE-RECORD.

      * Shows the fee just read
       403-SHOW-FEE-RECORD.
           MOVE FEE-RATE-AMOUNT TO DISPLAY-RATE.
           DISPLAY "Description: " FEE-DESCRIPTION.
           DISPLAY "Fee type:    " FEE-TYPE.
           DISPLAY "Rate basis:  " FEE-RATE-BASIS.
           DISPLAY "Rate:        " DISPLAY-RATE.

      * Prompts for the fee type
       404-PROMPT-FEE-TYPE.
           DISPLAY "Enter fee type - Tuition (T), Lab (L), "
               "Ancillary (A), Student association (S)"
           ACCEPT FEE-TYPE.

      * Prompts for how the rate is charged
       405-PROMPT-RATE-BASIS.
           DISPLAY "Charged Flat (F) or per Credit hour (C)?"
           ACCEPT FEE-RATE-BASIS.

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

      * Appends one audit trail entry for a failed sign-on or a
      * refused action
       407-LOG-SECURITY-EVENT.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE ZERO TO AUDIT-STUDENT-NUMBER.
           MOVE SECURITY-ACTION TO AUDIT-ACTION.
           MOVE "FEEMAINT" TO AUDIT-PROGRAM-ID.
           MOVE SECURITY-DETAIL TO AUDIT-DETAIL.
           WRITE AUDIT-RECORD-OUT.

      * Prompts for the rate and proves it a whole number above zero
       408-PROMPT-RATE-AMOUNT.
           SET RATE-IS-VALID TO TRUE.
           DISPLAY "Enter the rate as a whole number (#####)"
           ACCEPT FEE-RATE-AMOUNT.
           EVALUATE TRUE
               WHEN FEE-RATE-AMOUNT IS NOT NUMERIC
                   DISPLAY "Rate must be a whole number - re-enter"
                   SET RATE-IS-INVALID TO TRUE
               WHEN FEE-RATE-AMOUNT NOT > ZERO
                   DISPLAY "Rate must be above zero - re-enter"
                   SET RATE-IS-INVALID TO TRUE
           END-EVALUATE.

       END PROGRAM FEEMAINT.
