      *          way it proves charges and payments. Replaces the two
      *          hand steps - cutting the cheque off REFUNDRPT and
      *          zeroing the credit in STUMAINT - that kept drifting
      *          out of step. The operator signs on against the
      *          operator file first and only a supervisor may run
      *          it; a failed sign-on or refused run is logged on the
      *          audit trail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUNDDSB.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CONTROL-FILE-STATUS.

      * The operators allowed to sign on and their roles; OPTIONAL so
      * a missing file signs no one on rather than failing the open
           SELECT OPTIONAL OPERATOR-FILE
              ASSIGN TO "../OPERFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OPR-OPERATOR-ID
                 FILE STATUS IS OPERATOR-FILE-STATUS.

      * Audit trail the failed sign-ons and refused runs are logged
      * to; OPTIONAL so the first entry ever creates it rather than
      * failing the open
           SELECT OPTIONAL AUDIT-FILE-OUT
              ASSIGN TO "../AUDITFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTROL-FILE-OUT.
           COPY BATCHCTL.

      * Define the operator record
       FD OPERATOR-FILE.
           COPY OPERATOR.

      * Define the audit trail record
       FD AUDIT-FILE-OUT.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 STUDENT-FILE-STATUS PIC X(2).
       01 DISBURSE-FILE-STATUS PIC X(2).
       01 PAYMENT-HISTORY-STATUS PIC X(2).
       01 CONTROL-FILE-STATUS PIC X(2).
       01 OPERATOR-FILE-STATUS PIC X(2).
       01 AUDIT-FILE-STATUS PIC X(2).

      * The operator's sign-on - the ID and password keyed, the tries
      * taken and the role the operator file gives the operator
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

      * The failed sign-on or refused run being logged
       01 SECURITY-EVENT-FIELDS.
           05 SECURITY-ACTION PIC X(6).
           05 SECURITY-STUDENT-NUMBER PIC 9(7) VALUE ZERO.
           05 SECURITY-DETAIL PIC X(30).

      * Date and time this run started - the date stamps the history
      * entries and the control record, and date plus time identify
       PROCEDURE DIVISION.
       100-DISBURSE-REFUNDS.
           PERFORM 201-INITIALIZE-DISBURSEMENT.
           IF OPERATOR-SIGNED-ON
               PERFORM 202-CHECK-ONE-STUDENT
                   UNTIL STUDENT-FILE-STATUS-EOF
           END-IF.
           PERFORM 203-TERMINATE-DISBURSEMENT.
           STOP RUN.

      * Signs the operator on, then takes the threshold, stamps the
      * run, opens the files and primes the read
       201-INITIALIZE-DISBURSEMENT.
           OPEN EXTEND AUDIT-FILE-OUT.
           PERFORM 305-SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               DISPLAY "Minimum credit to refund as a whole number "
                   "(#####)"
               ACCEPT REFUND-THRESHOLD
               ACCEPT POSTING-DATE FROM DATE YYYYMMDD
               ACCEPT POSTING-TIME FROM TIME
               MOVE POSTING-DATE TO RUN-STAMP-DATE
               MOVE POSTING-TIME(1:6) TO RUN-STAMP-TIME
               MOVE POSTING-DATE TO REFERENCE-DATE
               MOVE ZERO TO REFERENCE-SEQUENCE
               OPEN I-O STUDENT-FILE-OUT
               OPEN OUTPUT DISBURSE-FILE-OUT
               OPEN EXTEND PAYMENT-HISTORY-FILE
               PERFORM 301-READ-STUDENT-RECORD
           END-IF.

      * Cuts a refund for one record when its credit reaches the
      * threshold, and reads the next record
           PERFORM 301-READ-STUDENT-RECORD.

      * Writes the control record, closes the files and reports what
      * the run cut; a run refused at sign-on cut nothing and leaves
      * no control record
       203-TERMINATE-DISBURSEMENT.
           IF OPERATOR-SIGNED-ON
               CLOSE STUDENT-FILE-OUT
               CLOSE DISBURSE-FILE-OUT
               CLOSE PAYMENT-HISTORY-FILE
               PERFORM 304-WRITE-CONTROL-RECORD
               DISPLAY "Refunds cut: " REFUNDS-CUT-COUNT
               DISPLAY "Refund dollars: " REFUNDS-CUT-TOTAL
           END-IF.
           CLOSE AUDIT-FILE-OUT.

      * Reads the next student record in key order
       301-READ-STUDENT-RECORD.
           WRITE CONTROL-RECORD-OUT.
           CLOSE CONTROL-FILE-OUT.

      * Signs the operator on against the operator file - three tries
      * at the ID and password, each failure logged; disbursing
      * refunds pays money out, so anyone but a supervisor is refused
      * before the master is opened
       305-SIGN-ON-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 401-TRY-ONE-SIGN-ON
               WITH TEST AFTER
                   UNTIL OPERATOR-SIGNED-ON OR SIGN-ON-TRIES = 3.
           CLOSE OPERATOR-FILE.
           EVALUATE TRUE
               WHEN OPERATOR-NOT-SIGNED-ON
                   DISPLAY "Sign-on refused - run ended"
               WHEN NOT ROLE-SUPERVISOR
                   MOVE "RUN REFUND DISBURSEMENT" TO SECURITY-DETAIL
                   PERFORM 306-REFUSE-ACTION
                   SET OPERATOR-NOT-AUTHORIZED TO TRUE
           END-EVALUATE.

      * Tells the operator the run is not allowed for the role and
      * logs the refusal on the audit trail
       306-REFUSE-ACTION.
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
      * refused run
       402-LOG-SECURITY-EVENT.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SECURITY-STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE SECURITY-ACTION TO AUDIT-ACTION.
           MOVE "REFUNDDSB" TO AUDIT-PROGRAM-ID.
           MOVE SECURITY-DETAIL TO AUDIT-DETAIL.
           WRITE AUDIT-RECORD-OUT.

       END PROGRAM REFUNDDSB.
