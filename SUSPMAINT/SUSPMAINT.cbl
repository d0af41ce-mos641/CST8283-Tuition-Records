      *          outstanding - that run's restart must see the
      *          release queue exactly as the abended run did -
      *          though viewing and refund flagging stay open.
      *          Staff sign on against the operator file first -
      *          counter staff may view the items but only a bursar
      *          or supervisor may release or flag one, and a failed
      *          sign-on or refused action is logged on the audit
      *          trail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMAINT.
                 RECORD KEY IS SPONSOR-NUMBER
                 FILE STATUS IS SPONSOR-FILE-STATUS.

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
       FD SPONSOR-FILE.
           COPY SPONSOR.

      * Define the operator record
       FD OPERATOR-FILE.
           COPY OPERATOR.

      * Define the audit trail record
       FD AUDIT-FILE-OUT.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 SUSPENSE-FILE-STATUS PIC X(2).
       01 STUDENT-FILE-STATUS PIC X(2).
           88 STUDENT-FILE-STATUS-OK VALUE "00".
       01 SPONSOR-FILE-STATUS PIC X(2).
       01 OPERATOR-FILE-STATUS PIC X(2).
       01 AUDIT-FILE-STATUS PIC X(2).

      * Storage needed for input prompts
       01 CONTROL-FIELDS.
               88 CONFIRM-YES VALUE "Y" "y".
           05 ANOTHER-ITEM-PROMPT PIC A(1).
           05 CORRECTED-STUDENT-NUMBER PIC 9(7).
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
               88 ROLE-ADMINISTRATOR VALUE "A".
               88 ROLE-MAY-WORK-SUSPENSE VALUES "B" "S".

      * The failed sign-on or refused action being logged, and the
      * student it was tried against
       01 SECURITY-EVENT-FIELDS.
           05 SECURITY-ACTION PIC X(6).
           05 SECURITY-STUDENT-NUMBER PIC 9(7) VALUE ZERO.
           05 SECURITY-DETAIL PIC X(30).

      * The whole suspense file held in memory while the bursar works
      * it, written back out when the session ends
       PROCEDURE DIVISION.
       100-MAINTAIN-SUSPENSE-ITEMS.
           PERFORM 201-INITIALIZE-SUSPENSE-WORK.
           IF OPERATOR-SIGNED-ON
               PERFORM 202-WORK-ONE-ITEM
                   UNTIL ANOTHER-ITEM-PROMPT = "N" OR "n"
           END-IF.
           PERFORM 203-TERMINATE-SUSPENSE-WORK.
           STOP RUN.

      * Opens the audit trail and signs the operator on, then loads
      * the suspense file into the table, checks whether an
      * incomplete apply run bars releasing, and opens the student
      * master and the release queue
       201-INITIALIZE-SUSPENSE-WORK.
           OPEN EXTEND AUDIT-FILE-OUT.
           PERFORM 308-SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               PERFORM 301-LOAD-SUSPENSE-TABLE
               PERFORM 307-CHECK-PRIOR-APPLY-RUN
               OPEN INPUT STUDENT-FILE-OUT
               OPEN INPUT SPONSOR-FILE
               OPEN EXTEND RELEASE-FILE-OUT
           END-IF.

      * Lists the open items, lets the bursar pick one and work it,
      * then asks whether to keep going; a session with nothing open
           END-IF.

      * Writes the worked table back over the suspense file and
      * closes everything; a session that never signed on never
      * loaded the table, so the suspense file is left alone
       203-TERMINATE-SUSPENSE-WORK.
           IF OPERATOR-SIGNED-ON
               PERFORM 304-REWRITE-SUSPENSE-FILE
               CLOSE STUDENT-FILE-OUT
               CLOSE SPONSOR-FILE
               CLOSE RELEASE-FILE-OUT
           END-IF.
           CLOSE AUDIT-FILE-OUT.

      * Reads the whole suspense file into the table; a missing file
      * just means nothing has ever been rejected, and a file grown
                   UNTIL ITEM-SUB > ITEM-COUNT.

      * Lets the bursar pick one listed item and routes it to the
      * correct-and-release or flag-for-refund path; an operator
      * whose role may not work suspense items is refused either
       303-PICK-ONE-ITEM.
           DISPLAY "Enter the item number to work (0 cancels) "
           ACCEPT ITEM-PICK.
                   DISPLAY "Correct and release (C),"
                       " flag for refund (F), cancel (X)? "
                   ACCEPT WORK-ACTION-PROMPT
                   MOVE ITEM-STUDENT-NUMBER(ITEM-SUB) TO
                       SECURITY-STUDENT-NUMBER
                   EVALUATE TRUE
                       WHEN WORK-ACTION-CORRECT AND
                               NOT ROLE-MAY-WORK-SUSPENSE
                           MOVE "RELEASE SUSPENSE ITEM" TO
                               SECURITY-DETAIL
                           PERFORM 309-REFUSE-ACTION
                       WHEN WORK-ACTION-REFUND AND
                               NOT ROLE-MAY-WORK-SUSPENSE
                           MOVE "FLAG SUSPENSE ITEM FOR REFUND" TO
                               SECURITY-DETAIL
                           PERFORM 309-REFUSE-ACTION
                       WHEN WORK-ACTION-CORRECT AND
                               APPLY-RUN-INCOMPLETE
                           DISPLAY "Releasing is barred until the "
               END-START
           END-IF.

      * Signs the operator on against the operator file - three tries
      * at the ID and password, each failure logged; an operator who
      * cannot sign on, or an administrator, whose role is the
      * operator file alone, is turned away before anything loads
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
                   MOVE "SUSPENSE MAINTENANCE" TO SECURITY-DETAIL
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
           MOVE "SUSPMAINT" TO AUDIT-PROGRAM-ID.
           MOVE SECURITY-DETAIL TO AUDIT-DETAIL.
           WRITE AUDIT-RECORD-OUT.

       END PROGRAM SUSPMAINT.
