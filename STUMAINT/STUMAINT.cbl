      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Look up a student record on STUDENTFILE.TXT by student
      *          number and let staff correct the name and tuition owed,
      *          or delete the record entirely along with the itemized
      *          charge lines behind its term charge. Staff sign on
      *          against the operator file first - only a bursar or
      *          supervisor may change the tuition owed, only a
      *          supervisor may delete a record, and a failed sign-on or
      *          refused action is logged on the audit trail. A change
      *          to the tuition owed is logged on the payment history as
      *          a correction up or down by the difference, so the
      *          statement and the integrity check can account for it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUMAINT.
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

      * The payment history, appended with a typed entry for each
      * correction to the tuition owed; OPTIONAL so the first run
      * ever creates it rather than failing the open
           SELECT OPTIONAL PAYMENT-HISTORY-FILE
              ASSIGN TO "../PAYHISTFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PAYMENT-HISTORY-STATUS.

      * The itemized fee lines behind each term charge, cleared for a
      * term whose record is deleted; OPTIONAL so a term loaded before
      * charges were itemized finds nothing rather than failing the
      * open
           SELECT OPTIONAL CHARGE-FILE
              ASSIGN TO "../CHARGEFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CHARGE-RECORD-KEY
                 FILE STATUS IS CHARGE-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD AUDIT-FILE-OUT.
           COPY AUDITREC.

      * Define the operator record
       FD OPERATOR-FILE.
           COPY OPERATOR.

      * Define the payment history record
       FD PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

      * Define the itemized charge line
       FD CHARGE-FILE.
           COPY CHARGE.

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against STUDENT-FILE-OUT
       01 STUDENT-FILE-STATUS PIC X(2).
      * Status of the last I-O operation against AUDIT-FILE-OUT
       01 AUDIT-FILE-STATUS PIC X(2).

      * Status of the last I-O operation against OPERATOR-FILE
       01 OPERATOR-FILE-STATUS PIC X(2).

      * Status of the last I-O operation against PAYMENT-HISTORY-FILE
       01 PAYMENT-HISTORY-STATUS PIC X(2).

      * Status of the last I-O operation against CHARGE-FILE
       01 CHARGE-FILE-STATUS PIC X(2).
           88 CHARGE-FILE-STATUS-EOF VALUE "10".

      * Storage needed for input prompts
       01 CONTROL-FIELDS.
           05 OPERATOR-ID PIC X(8).
      * Action code logged for the audit entry just written
       01 CURRENT-ACTION PIC X(6).

      * The student and term of the record just deleted, whose
      * itemized charge lines go with it
       01 DELETED-RECORD-KEY.
           05 DELETED-STUDENT-NUMBER PIC 9(7).
           05 DELETED-STUDENT-TERM PIC X(6).

      * The tuition owed as it stood before a correction was keyed
       01 PRIOR-TUITION-OWED PIC S9(5).

      * The correction still to be logged on the payment history, the
      * part logged on one entry, and the date and time that stamp
      * the entries
       01 CORRECTION-FIELDS.
           05 CORRECTION-REMAINING PIC 9(6) VALUE ZERO.
           05 CORRECTION-ENTRY-AMOUNT PIC 9(5) VALUE ZERO.
           05 CORRECTION-CODE PIC X(1).
           05 CORRECTION-DATE PIC 9(8).
           05 CORRECTION-TIME PIC 9(8).
           05 CORRECTION-STAMP.
               10 CORRECTION-STAMP-DATE PIC 9(8).
               10 CORRECTION-STAMP-TIME PIC 9(6).

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
               88 ROLE-MAY-CHANGE-BALANCES VALUES "B" "S".

      * The failed sign-on or refused action being logged, and the
      * student it was tried against
       01 SECURITY-EVENT-FIELDS.
           05 SECURITY-ACTION PIC X(6).
           05 SECURITY-STUDENT-NUMBER PIC 9(7) VALUE ZERO.
           05 SECURITY-DETAIL PIC X(30).

      * Work fields for the name search - the keyed search text, its
      * trimmed length, and the scan position while one record's name
      * is checked for it
       PROCEDURE DIVISION.
       100-MAINTAIN-STUDENT-RECORDS.
           PERFORM 201-INITIALIZE-MAINTENANCE.
           IF OPERATOR-SIGNED-ON
               PERFORM 202-MAINTAIN-ONE-RECORD
                   UNTIL ANOTHER-RECORD-PROMPT = "N" OR "n"
           END-IF.
           PERFORM 203-TERMINATE-MAINTENANCE.
           STOP RUN.

      * Opens the audit trail, signs the operator on and opens the
      * file for update
       201-INITIALIZE-MAINTENANCE.
           OPEN EXTEND AUDIT-FILE-OUT.
           PERFORM 308-SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               OPEN I-O STUDENT-FILE-OUT
               OPEN EXTEND PAYMENT-HISTORY-FILE
               OPEN I-O CHARGE-FILE
           END-IF.

      * Looks up one record - by number or by name search - and, if
      * found, lets staff update or delete it
               EVALUATE TRUE
                   WHEN MAINT-ACTION-UPDATE
                       PERFORM 303-UPDATE-STUDENT-RECORD
                   WHEN MAINT-ACTION-DELETE AND NOT ROLE-SUPERVISOR
                       MOVE "DELETE STUDENT RECORD" TO SECURITY-DETAIL
                       MOVE LOOKUP-STUDENT-NUMBER TO
                           SECURITY-STUDENT-NUMBER
                       PERFORM 309-REFUSE-ACTION
                   WHEN MAINT-ACTION-DELETE
                       PERFORM 304-DELETE-STUDENT-RECORD
                   WHEN OTHER
           DISPLAY "Look up another student? (Y/N) "
           ACCEPT ANOTHER-RECORD-PROMPT.

      * Closes the files
       203-TERMINATE-MAINTENANCE.
           IF OPERATOR-SIGNED-ON
               CLOSE STUDENT-FILE-OUT
               CLOSE PAYMENT-HISTORY-FILE
               CLOSE CHARGE-FILE
           END-IF.
           CLOSE AUDIT-FILE-OUT.

      * Prompts for a student number and collects that student's term
           ACCEPT MAINT-ACTION-PROMPT.

      * Prompts for corrected values and rewrites the record after
      * confirmation; a change to the tuition owed by an operator
      * whose role may not change balances is refused and the
      * amount put back as it stood, and a change that is saved is
      * logged on the payment history
       303-UPDATE-STUDENT-RECORD.
           DISPLAY "Enter corrected student name (Last, First)"
           ACCEPT STUDENT-NAME.
           MOVE TUITION-OWED TO PRIOR-TUITION-OWED.
           DISPLAY "Enter corrected tuition owed (#####)"
           ACCEPT TUITION-OWED.
           IF TUITION-OWED NOT = PRIOR-TUITION-OWED
                   AND NOT ROLE-MAY-CHANGE-BALANCES
               MOVE PRIOR-TUITION-OWED TO TUITION-OWED
               MOVE "CHANGE TUITION OWED" TO SECURITY-DETAIL
               MOVE LOOKUP-STUDENT-NUMBER TO SECURITY-STUDENT-NUMBER
               PERFORM 309-REFUSE-ACTION
               DISPLAY "Tuition owed left as it stood"
           END-IF.
           DISPLAY "Save these changes? (Y/N) "
           ACCEPT CONFIRM-PROMPT.
           IF CONFIRM-YES
                   NOT INVALID KEY
                       MOVE "UPDATE" TO CURRENT-ACTION
                       PERFORM 305-WRITE-AUDIT-RECORD
                       IF TUITION-OWED NOT = PRIOR-TUITION-OWED
                           PERFORM 310-WRITE-CORRECTION-HISTORY
                       END-IF
               END-REWRITE
               DISPLAY "Record updated"
           ELSE
               DISPLAY "Update cancelled"
           END-IF.

      * Deletes the record just found after confirmation, and the
      * itemized charge lines behind its term charge with it, so a
      * term keyed again starts from its own lines alone
       304-DELETE-STUDENT-RECORD.
           DISPLAY "Delete this student record? (Y/N) "
           ACCEPT CONFIRM-PROMPT.
           IF CONFIRM-YES
               MOVE STUDENT-NUMBER TO DELETED-STUDENT-NUMBER
               MOVE STUDENT-TERM TO DELETED-STUDENT-TERM
               DELETE STUDENT-FILE-OUT
                   INVALID KEY
                       DISPLAY "Error deleting student record"
                   NOT INVALID KEY
                       MOVE "DELETE" TO CURRENT-ACTION
                       PERFORM 305-WRITE-AUDIT-RECORD
                       PERFORM 311-DELETE-CHARGE-LINES
               END-DELETE
               DISPLAY "Record deleted"
           ELSE
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE LOOKUP-STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE CURRENT-ACTION TO AUDIT-ACTION.
           MOVE "STUMAINT" TO AUDIT-PROGRAM-ID.
           MOVE SPACES TO AUDIT-DETAIL.
           WRITE AUDIT-RECORD-OUT.

      * Asks whether to look the student up by number or by name
               END-IF
           END-IF.

      * Signs the operator on against the operator file - three tries
      * at the ID and password, each failure logged; an operator who
      * cannot sign on, or an administrator, whose role is the
      * operator file alone, is turned away before the master opens
       308-SIGN-ON-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 413-TRY-ONE-SIGN-ON
               WITH TEST AFTER
                   UNTIL OPERATOR-SIGNED-ON OR SIGN-ON-TRIES = 3.
           CLOSE OPERATOR-FILE.
           EVALUATE TRUE
               WHEN OPERATOR-NOT-SIGNED-ON
                   DISPLAY "Sign-on refused - session ended"
               WHEN ROLE-ADMINISTRATOR
                   MOVE "STUDENT MAINTENANCE" TO SECURITY-DETAIL
                   PERFORM 309-REFUSE-ACTION
                   SET OPERATOR-NOT-AUTHORIZED TO TRUE
           END-EVALUATE.

      * Tells the operator the action is not allowed for the role and
      * logs the refusal on the audit trail
       309-REFUSE-ACTION.
           DISPLAY "Not authorized for your role - "
               SECURITY-DETAIL.
           MOVE "REFUSE" TO SECURITY-ACTION.
           PERFORM 414-LOG-SECURITY-EVENT.

      * Logs the correction just saved as a typed history entry for
      * the difference - a correction up when the balance grew, down
      * when it fell; a difference wider than the amount field is
      * logged over as many entries as it takes
       310-WRITE-CORRECTION-HISTORY.
           ACCEPT CORRECTION-DATE FROM DATE YYYYMMDD.
           ACCEPT CORRECTION-TIME FROM TIME.
           MOVE CORRECTION-DATE TO CORRECTION-STAMP-DATE.
           MOVE CORRECTION-TIME(1:6) TO CORRECTION-STAMP-TIME.
           IF TUITION-OWED > PRIOR-TUITION-OWED
               MOVE "U" TO CORRECTION-CODE
               COMPUTE CORRECTION-REMAINING =
                   TUITION-OWED - PRIOR-TUITION-OWED
           ELSE
               MOVE "N" TO CORRECTION-CODE
               COMPUTE CORRECTION-REMAINING =
                   PRIOR-TUITION-OWED - TUITION-OWED
           END-IF.
           PERFORM 415-WRITE-ONE-CORRECTION-ENTRY
               UNTIL CORRECTION-REMAINING = ZERO.

      * Deletes every itemized charge line filed under the student
      * and term just deleted
       311-DELETE-CHARGE-LINES.
           MOVE DELETED-STUDENT-NUMBER TO CHARGE-STUDENT-NUMBER.
           MOVE DELETED-STUDENT-TERM TO CHARGE-TERM.
           MOVE SPACES TO CHARGE-FEE-CODE.
           START CHARGE-FILE KEY NOT < CHARGE-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 417-READ-NEXT-CHARGE-LINE
                   PERFORM 416-DELETE-ONE-CHARGE-LINE
                       UNTIL CHARGE-FILE-STATUS-EOF
                           OR CHARGE-STUDENT-NUMBER NOT =
                               DELETED-STUDENT-NUMBER
                           OR CHARGE-TERM NOT = DELETED-STUDENT-TERM
           END-START.

      * Finds the trimmed length of the search text - the position of
      * its last non-blank character
       401-SIZE-SEARCH-NAME.
           MOVE TUITION-OWED TO MATCH-TUITION-OWED(MATCH-COUNT).
           PERFORM 406-READ-NEXT-STUDENT.

      * Takes one ID and password and proves them against the
      * operator file; an unknown ID, a wrong password and a
      * deactivated operator are refused alike, so the message gives
      * nothing away
       413-TRY-ONE-SIGN-ON.
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
               PERFORM 414-LOG-SECURITY-EVENT
           END-IF.

      * Appends one audit trail entry for a failed sign-on or a
      * refused action
       414-LOG-SECURITY-EVENT.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SECURITY-STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE SECURITY-ACTION TO AUDIT-ACTION.
           MOVE "STUMAINT" TO AUDIT-PROGRAM-ID.
           MOVE SECURITY-DETAIL TO AUDIT-DETAIL.
           WRITE AUDIT-RECORD-OUT.

      * Appends one correction entry for as much of the difference as
      * the amount field takes
       415-WRITE-ONE-CORRECTION-ENTRY.
           IF CORRECTION-REMAINING > 99999
               MOVE 99999 TO CORRECTION-ENTRY-AMOUNT
           ELSE
               MOVE CORRECTION-REMAINING TO CORRECTION-ENTRY-AMOUNT
           END-IF.
           SUBTRACT CORRECTION-ENTRY-AMOUNT FROM CORRECTION-REMAINING.
           MOVE STUDENT-NUMBER TO PAYHIST-STUDENT-NUMBER.
           MOVE CORRECTION-ENTRY-AMOUNT TO PAYHIST-AMOUNT-PAID.
           MOVE CORRECTION-DATE TO PAYHIST-POSTING-DATE.
           MOVE CORRECTION-STAMP TO PAYHIST-RUN-ID.
           MOVE CORRECTION-CODE TO PAYHIST-TRANS-CODE.
           MOVE STUDENT-TERM TO PAYHIST-TERM.
           WRITE PAYHIST-RECORD-OUT.

      * Deletes the charge line just read and reads the next
       416-DELETE-ONE-CHARGE-LINE.
           DELETE CHARGE-FILE
               INVALID KEY
                   DISPLAY "Error deleting charge line: "
                       CHARGE-RECORD-KEY
           END-DELETE.
           PERFORM 417-READ-NEXT-CHARGE-LINE.

      * Reads the next charge line in key order
       417-READ-NEXT-CHARGE-LINE.
           READ CHARGE-FILE NEXT RECORD.

       END PROGRAM STUMAINT.
