      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Account integrity check - rebuilds every student-term
      *          balance on STUDENTFILE.TXT from its itemized original
      *          charge on CHARGEFILE.TXT plus every PAYHISTFILE.TXT
      *          entry posted against the term, and lists each term
      *          whose balance on file does not rebuild, so an error
      *          hidden inside a file total that still balances comes
      *          to light. The links between the files are proved in
      *          the same run: history for a student on neither the
      *          master nor the archive, installment schedules and
      *          sponsor links pointing at a student-term no longer
      *          on file, a student whose term records disagree on
      *          the registration hold, and a schedule whose paid-in
      *          total is not what the history says was applied to
      *          the term. A term loaded before its charge was
      *          itemized cannot be rebuilt and is counted apart
      *          rather than reported. The run ends with a count per
      *          exception type and a control record, so the night
      *          run can warn when the file has drifted. Nothing is
      *          updated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       AUTHOR. MOSTAPHA A.
       SECURITY. NON CONFIDENTIAL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE-OUT
              ASSIGN TO "../STUDENTFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS STUDENT-RECORD-KEY
                 FILE STATUS IS STUDENT-FILE-STATUS.

      * The itemized fee lines behind each term charge; OPTIONAL so a
      * file loaded before charges were itemized still runs, with
      * every term counted as not provable
           SELECT OPTIONAL CHARGE-FILE
              ASSIGN TO "../CHARGEFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CHARGE-RECORD-KEY
                 FILE STATUS IS CHARGE-FILE-STATUS.

      * Permanent history, netted term by term onto the charge;
      * OPTIONAL so a shop with no history yet still runs
           SELECT OPTIONAL PAYMENT-HISTORY-FILE
              ASSIGN TO "../PAYHISTFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PAYMENT-HISTORY-STATUS.

      * The terms ARCHPURGE has taken off the master - history for a
      * student whose terms are all archived is not an orphan;
      * OPTIONAL so a shop that has never archived a term still runs
           SELECT OPTIONAL ARCHIVE-FILE-IN
              ASSIGN TO "../ARCHFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ARCHIVE-FILE-STATUS.

      * Installment schedules, read in key order so each schedule's
      * installments come together; OPTIONAL so a shop with no plans
      * still runs
           SELECT OPTIONAL PLAN-FILE
              ASSIGN TO "../PLANFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS PLAN-RECORD-KEY
                 FILE STATUS IS PLAN-FILE-STATUS.

      * Sponsor links; OPTIONAL so a shop with no sponsors still runs
           SELECT OPTIONAL SPONSOR-LINK-FILE
              ASSIGN TO "../SPONLINK.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS LINK-RECORD-KEY
                 FILE STATUS IS LINK-FILE-STATUS.

      * The history netted by student and term, rebuilt every run
           SELECT WORK-FILE
              ASSIGN TO "../INTEGWORK.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS IW-RECORD-KEY
                 FILE STATUS IS WORK-FILE-STATUS.

           SELECT PRINT-FILE
              ASSIGN TO "../INTEGRPT.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PRINT-FILE-STATUS.

      * Control totals file read by the balancing report and the
      * driver; OPTIONAL so the first run ever creates it rather
      * than failing the open
           SELECT OPTIONAL CONTROL-FILE-OUT
              ASSIGN TO "../BATCHCTL.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CONTROL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Define the record read from the student master
       FD STUDENT-FILE-OUT.
           COPY STUDENT.

      * Define the itemized charge line record
       FD CHARGE-FILE.
           COPY CHARGE.

      * Define the payment history record
       FD PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

      * Define one archived term - the master's layout; lines written
      * before the account status and written-off amount were added
      * are 67 bytes, and only the leading fields are read here
       FD ARCHIVE-FILE-IN.
       01 ARCHIVE-RECORD-IN.
           05 ARCH-STUDENT-NUMBER PIC 9(7).
           05 ARCH-TERM PIC X(6).
           05 ARCH-STUDENT-NAME PIC X(40).
           05 ARCH-TUITION-OWED PIC S9(5).
           05 FILLER PIC X(15).

      * Define the installment record
       FD PLAN-FILE.
           COPY PAYPLAN.

      * Define the sponsor link record
       FD SPONSOR-LINK-FILE.
           COPY SPONLINK.

      * Define one student-term of history - whether the term is an
      * archived one, the net the history moved its balance by and
      * the money the history applied against its installments
       FD WORK-FILE.
       01 INTEG-WORK-RECORD.
           05 IW-RECORD-KEY.
               10 IW-STUDENT-NUMBER PIC 9(7).
               10 IW-TERM PIC X(6).
           05 IW-ARCHIVED-SWITCH PIC X(1).
               88 IW-TERM-ARCHIVED VALUE "Y".
           05 IW-HISTORY-COUNT PIC 9(5).
           05 IW-HISTORY-EFFECT PIC S9(9).
           05 IW-PLAN-APPLIED PIC S9(9).

      * Define the printed report line
       FD PRINT-FILE.
       01 PRINT-LINE PIC X(132).

      * Define the batch control total record
       FD CONTROL-FILE-OUT.
           COPY BATCHCTL.

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 STUDENT-FILE-STATUS PIC X(2).
           88 STUDENT-FILE-STATUS-OK VALUE "00".
           88 STUDENT-FILE-STATUS-EOF VALUE "10".
       01 CHARGE-FILE-STATUS PIC X(2).
           88 CHARGE-FILE-STATUS-EOF VALUE "10".
       01 PAYMENT-HISTORY-STATUS PIC X(2).
           88 PAYMENT-HISTORY-STATUS-OK VALUE "00".
           88 PAYMENT-HISTORY-STATUS-EOF VALUE "10".
       01 ARCHIVE-FILE-STATUS PIC X(2).
           88 ARCHIVE-FILE-STATUS-OK VALUE "00".
           88 ARCHIVE-FILE-STATUS-EOF VALUE "10".
       01 PLAN-FILE-STATUS PIC X(2).
           88 PLAN-FILE-STATUS-OK VALUE "00".
           88 PLAN-FILE-STATUS-EOF VALUE "10".
       01 LINK-FILE-STATUS PIC X(2).
           88 LINK-FILE-STATUS-OK VALUE "00".
           88 LINK-FILE-STATUS-EOF VALUE "10".
       01 WORK-FILE-STATUS PIC X(2).
       01 PRINT-FILE-STATUS PIC X(2).
       01 CONTROL-FILE-STATUS PIC X(2).

      * The date this run was made
       01 RUN-DATE PIC 9(8).

      * Switches set while a history entry is placed - whether its
      * term already has a work record, and whether its student is
      * on the master or the archive
       01 WORK-TERM-SWITCH PIC X(1).
           88 WORK-TERM-ON-FILE VALUE "Y".
           88 WORK-TERM-NEW VALUE "N".
       01 STUDENT-KNOWN-SWITCH PIC X(1).
           88 STUDENT-KNOWN VALUE "Y".
           88 STUDENT-NOT-KNOWN VALUE "N".

      * The term whose balance is being rebuilt
       01 TERM-PROOF-FIELDS.
           05 TERM-CHARGE-LINES PIC 9(3) COMP VALUE ZERO.
           05 TERM-CHARGE-TOTAL PIC 9(7) COMP VALUE ZERO.
           05 EXPECTED-BALANCE PIC S9(9) COMP VALUE ZERO.
           05 BALANCE-DIFFERENCE PIC S9(9) COMP VALUE ZERO.

      * The student whose term records are being compared on the
      * registration hold - the flag of the student's first term is
      * the one the rest must agree with, and a blank flag reads as
      * no hold
       01 HOLD-CHECK-FIELDS.
           05 HOLD-STUDENT-NUMBER PIC 9(7) VALUE ZERO.
           05 HOLD-FIRST-TERM PIC X(6).
           05 HOLD-FIRST-FLAG PIC X(1).
           05 TERM-HOLD-FLAG PIC X(1).
           05 HOLD-REPORTED-SWITCH PIC X(1) VALUE "N".
               88 HOLD-ALREADY-REPORTED VALUE "Y".
               88 HOLD-NOT-REPORTED VALUE "N".

      * The installment schedule being gathered, and the money the
      * history says should have reached it
       01 PLAN-GROUP-FIELDS.
           05 PLAN-GROUP-KEY.
               10 PLAN-GROUP-STUDENT-NUMBER PIC 9(7) VALUE ZERO.
               10 PLAN-GROUP-TERM PIC X(6) VALUE SPACES.
           05 PLAN-GROUP-INSTALLMENTS PIC 9(3) COMP VALUE ZERO.
           05 PLAN-GROUP-DUE PIC 9(7) COMP VALUE ZERO.
           05 PLAN-GROUP-PAID PIC 9(7) COMP VALUE ZERO.
           05 PLAN-EXPECTED-PAID PIC S9(9) COMP VALUE ZERO.

      * Figures edited into the note column of the report
       01 NOTE-EDIT-FIELDS.
           05 NOTE-AMOUNT PIC ZZ,ZZ9.
           05 NOTE-COUNT PIC ZZ9.

      * Counts and dollars reported at the end of the run
       01 RUN-TOTALS.
           05 HISTORY-ENTRIES-COUNT PIC 9(7) COMP VALUE ZERO.
           05 NO-TERM-HISTORY-COUNT PIC 9(7) COMP VALUE ZERO.
           05 ARCHIVED-TERMS-COUNT PIC 9(5) COMP VALUE ZERO.
           05 MASTER-TERMS-COUNT PIC 9(5) COMP VALUE ZERO.
           05 PROVEN-TERMS-COUNT PIC 9(5) COMP VALUE ZERO.
           05 NOT-PROVABLE-COUNT PIC 9(5) COMP VALUE ZERO.
           05 PLAN-SCHEDULES-COUNT PIC 9(5) COMP VALUE ZERO.
           05 SPONSOR-LINKS-COUNT PIC 9(5) COMP VALUE ZERO.
           05 UNKNOWN-STUDENT-COUNT PIC 9(5) COMP VALUE ZERO.
           05 BALANCE-MISMATCH-COUNT PIC 9(5) COMP VALUE ZERO.
           05 HOLD-DISAGREES-COUNT PIC 9(5) COMP VALUE ZERO.
           05 ORPHAN-PLAN-COUNT PIC 9(5) COMP VALUE ZERO.
           05 PLAN-MISMATCH-COUNT PIC 9(5) COMP VALUE ZERO.
           05 ORPHAN-LINK-COUNT PIC 9(5) COMP VALUE ZERO.
           05 EXCEPTION-COUNT PIC 9(7) COMP VALUE ZERO.
           05 BALANCE-DIFFERENCE-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 PLAN-DIFFERENCE-TOTAL PIC 9(9) COMP VALUE ZERO.

      * Report page and line control
       01 REPORT-CONTROL-FIELDS.
           05 PAGE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 LINE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 LINES-PER-PAGE PIC 9(3) COMP VALUE 20.

      * Report headings and line layouts
       01 HEADING-LINE-1.
           05 FILLER PIC X(26) VALUE "ACCOUNT INTEGRITY CHECK".
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 HL-RUN-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL-PAGE-NUMBER PIC ZZ9.
           05 FILLER PIC X(78) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "STU NUM".
           05 FILLER PIC X(9) VALUE "TERM".
           05 FILLER PIC X(28) VALUE "EXCEPTION".
           05 FILLER PIC X(11) VALUE "   EXPECTED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "    ON FILE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE " DIFFERENCE".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(45) VALUE "NOTE".

      * An exception with figures to compare - the amount rebuilt
      * from the other files, the amount on file and the difference
       01 DETAIL-LINE.
           05 DL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-TERM PIC X(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-EXCEPTION PIC X(28).
           05 DL-EXPECTED PIC -ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-ON-FILE PIC -ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-DIFFERENCE PIC -ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-NOTE PIC X(40).
           05 FILLER PIC X(5) VALUE SPACES.

      * An exception in the links between the files, with no figures
      * to compare
       01 LINK-DETAIL-LINE.
           05 LD-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LD-TERM PIC X(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LD-EXCEPTION PIC X(28).
           05 FILLER PIC X(40) VALUE SPACES.
           05 LD-NOTE PIC X(40).
           05 FILLER PIC X(5) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL PIC X(40).
           05 TL-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TL-AMOUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(68) VALUE SPACES.

       PROCEDURE DIVISION.
       100-CHECK-ACCOUNT-INTEGRITY.
           PERFORM 201-INITIALIZE-CHECK.
           PERFORM 202-LOAD-ARCHIVED-TERMS.
           PERFORM 203-SCAN-PAYMENT-HISTORY.
           PERFORM 204-CHECK-MASTER-TERMS.
           PERFORM 205-CHECK-PLAN-SCHEDULES.
           PERFORM 206-CHECK-SPONSOR-LINKS.
           PERFORM 207-TERMINATE-CHECK.
           STOP RUN.

      * Stamps the run, builds an empty work file and opens the
      * master, the charge lines and the report
       201-INITIALIZE-CHECK.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           OPEN INPUT STUDENT-FILE-OUT.
           OPEN INPUT CHARGE-FILE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 402-PRINT-PAGE-HEADERS.

      * Marks every archived term on the work file, so history for a
      * student who is only on the archive is known
       202-LOAD-ARCHIVED-TERMS.
           OPEN INPUT ARCHIVE-FILE-IN.
           IF ARCHIVE-FILE-STATUS-OK
               PERFORM 301-READ-ARCHIVE-RECORD
                   UNTIL ARCHIVE-FILE-STATUS-EOF
           END-IF.
           CLOSE ARCHIVE-FILE-IN.

      * Reads the payment history once, netting each entry against
      * its student and term and listing entries for a student on
      * file nowhere
       203-SCAN-PAYMENT-HISTORY.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF PAYMENT-HISTORY-STATUS-OK
               PERFORM 302-READ-ONE-HISTORY-RECORD
                   UNTIL PAYMENT-HISTORY-STATUS-EOF
           END-IF.
           CLOSE PAYMENT-HISTORY-FILE.

      * Reads the master from the start in key order, so each
      * student's terms come together for the hold comparison, and
      * rebuilds every term's balance
       204-CHECK-MASTER-TERMS.
           MOVE ZERO TO STUDENT-NUMBER.
           MOVE SPACES TO STUDENT-TERM.
           START STUDENT-FILE-OUT KEY NOT < STUDENT-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 401-READ-STUDENT-RECORD
                   PERFORM 304-CHECK-ONE-MASTER-TERM
                       UNTIL STUDENT-FILE-STATUS-EOF
           END-START.
           CLOSE CHARGE-FILE.

      * Reads the installment schedules in key order, settling each
      * schedule once its last installment has been read
       205-CHECK-PLAN-SCHEDULES.
           OPEN INPUT PLAN-FILE.
           IF PLAN-FILE-STATUS-OK
               PERFORM 307-READ-ONE-PLAN-RECORD
                   UNTIL PLAN-FILE-STATUS-EOF
               IF PLAN-GROUP-INSTALLMENTS > ZERO
                   PERFORM 308-SETTLE-PLAN-SCHEDULE
               END-IF
           END-IF.
           CLOSE PLAN-FILE.

      * Reads every sponsor link, proving the term it covers is on
      * the master
       206-CHECK-SPONSOR-LINKS.
           OPEN INPUT SPONSOR-LINK-FILE.
           IF LINK-FILE-STATUS-OK
               PERFORM 309-READ-ONE-SPONSOR-LINK
                   UNTIL LINK-FILE-STATUS-EOF
           END-IF.
           CLOSE SPONSOR-LINK-FILE.

      * Prints the counts, writes the control record and reports
      * what the run found
       207-TERMINATE-CHECK.
           PERFORM 403-PRINT-TOTALS.
           PERFORM 310-WRITE-CONTROL-RECORD.
           CLOSE STUDENT-FILE-OUT.
           CLOSE WORK-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "Student terms checked: " MASTER-TERMS-COUNT.
           DISPLAY "Balances proven: " PROVEN-TERMS-COUNT.
           DISPLAY "Balances not provable - no itemized charge: "
               NOT-PROVABLE-COUNT.
           IF EXCEPTION-COUNT > ZERO
               DISPLAY "Integrity exceptions - see report: "
                   EXCEPTION-COUNT
           ELSE
               DISPLAY "No integrity exceptions found"
           END-IF.

      * Writes one archived term to the work file; a term archived
      * twice is only marked once
       301-READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ARCH-STUDENT-NUMBER TO IW-STUDENT-NUMBER
                   MOVE ARCH-TERM TO IW-TERM
                   SET IW-TERM-ARCHIVED TO TRUE
                   MOVE ZERO TO IW-HISTORY-COUNT
                   MOVE ZERO TO IW-HISTORY-EFFECT
                   MOVE ZERO TO IW-PLAN-APPLIED
                   WRITE INTEG-WORK-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO ARCHIVED-TERMS-COUNT
                   END-WRITE
           END-READ.

      * Reads one history entry and places it
       302-READ-ONE-HISTORY-RECORD.
           READ PAYMENT-HISTORY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 303-TAKE-HISTORY-ENTRY
           END-READ.

      * Nets the entry into its student-term's work record, starting
      * the record the first time the term is seen; an entry for a
      * student on neither the master nor the archive is listed
      * instead. Entries posted before the term was carried on the
      * history net under a blank term that no master record matches.
       303-TAKE-HISTORY-ENTRY.
           ADD 1 TO HISTORY-ENTRIES-COUNT.
           IF PAYHIST-TERM = SPACES
               ADD 1 TO NO-TERM-HISTORY-COUNT
           END-IF.
           MOVE PAYHIST-STUDENT-NUMBER TO IW-STUDENT-NUMBER.
           MOVE PAYHIST-TERM TO IW-TERM.
           READ WORK-FILE
               INVALID KEY
                   SET WORK-TERM-NEW TO TRUE
                   MOVE PAYHIST-STUDENT-NUMBER TO IW-STUDENT-NUMBER
                   MOVE PAYHIST-TERM TO IW-TERM
                   MOVE "N" TO IW-ARCHIVED-SWITCH
                   MOVE ZERO TO IW-HISTORY-COUNT
                   MOVE ZERO TO IW-HISTORY-EFFECT
                   MOVE ZERO TO IW-PLAN-APPLIED
               NOT INVALID KEY
                   SET WORK-TERM-ON-FILE TO TRUE
           END-READ.
           PERFORM 404-FIND-STUDENT-ON-FILE.
           IF STUDENT-KNOWN
               PERFORM 405-NET-ONE-HISTORY-ENTRY
               IF WORK-TERM-NEW
                   WRITE INTEG-WORK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               ELSE
                   REWRITE INTEG-WORK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           ELSE
               ADD 1 TO UNKNOWN-STUDENT-COUNT
               MOVE PAYHIST-STUDENT-NUMBER TO LD-STUDENT-NUMBER
               MOVE PAYHIST-TERM TO LD-TERM
               MOVE "HISTORY FOR UNKNOWN STUDENT" TO LD-EXCEPTION
               MOVE PAYHIST-AMOUNT-PAID TO NOTE-AMOUNT
               MOVE SPACES TO LD-NOTE
               STRING "CODE " DELIMITED BY SIZE
                   PAYHIST-TRANS-CODE DELIMITED BY SIZE
                   " AMOUNT " DELIMITED BY SIZE
                   NOTE-AMOUNT DELIMITED BY SIZE
                   " POSTED " DELIMITED BY SIZE
                   PAYHIST-POSTING-DATE DELIMITED BY SIZE
                   INTO LD-NOTE
               END-STRING
               PERFORM 411-PRINT-LINK-EXCEPTION
           END-IF.

      * Checks one master term - its hold flag against the student's
      * first term, then its balance against the rebuild - and reads
      * the next
       304-CHECK-ONE-MASTER-TERM.
           ADD 1 TO MASTER-TERMS-COUNT.
           PERFORM 305-CHECK-HOLD-FLAG.
           PERFORM 306-PROVE-TERM-BALANCE.
           PERFORM 401-READ-STUDENT-RECORD.

      * Keeps the first term's hold flag when the student changes;
      * a later term that disagrees with it is listed once for the
      * student, naming the term it disagrees with
       305-CHECK-HOLD-FLAG.
           MOVE STUDENT-HOLD-FLAG TO TERM-HOLD-FLAG.
           IF TERM-HOLD-FLAG = SPACE
               MOVE "N" TO TERM-HOLD-FLAG
           END-IF.
           IF STUDENT-NUMBER NOT = HOLD-STUDENT-NUMBER
               MOVE STUDENT-NUMBER TO HOLD-STUDENT-NUMBER
               MOVE STUDENT-TERM TO HOLD-FIRST-TERM
               MOVE TERM-HOLD-FLAG TO HOLD-FIRST-FLAG
               SET HOLD-NOT-REPORTED TO TRUE
           ELSE
               IF TERM-HOLD-FLAG NOT = HOLD-FIRST-FLAG
                       AND HOLD-NOT-REPORTED
                   SET HOLD-ALREADY-REPORTED TO TRUE
                   ADD 1 TO HOLD-DISAGREES-COUNT
                   MOVE STUDENT-NUMBER TO LD-STUDENT-NUMBER
                   MOVE STUDENT-TERM TO LD-TERM
                   MOVE "HOLD FLAG DISAGREES" TO LD-EXCEPTION
                   MOVE SPACES TO LD-NOTE
                   STRING "HOLD " DELIMITED BY SIZE
                       TERM-HOLD-FLAG DELIMITED BY SIZE
                       " - TERM " DELIMITED BY SIZE
                       HOLD-FIRST-TERM DELIMITED BY SIZE
                       " HAS HOLD " DELIMITED BY SIZE
                       HOLD-FIRST-FLAG DELIMITED BY SIZE
                       INTO LD-NOTE
                   END-STRING
                   PERFORM 411-PRINT-LINK-EXCEPTION
               END-IF
           END-IF.

      * Rebuilds the term's balance as its itemized charge plus the
      * net the history moved it by, and lists a balance on file that
      * differs; a term with no itemized charge lines was loaded
      * before charges were itemized and cannot be rebuilt, so it is
      * only counted
       306-PROVE-TERM-BALANCE.
           PERFORM 406-TOTAL-CHARGE-LINES.
           MOVE STUDENT-NUMBER TO IW-STUDENT-NUMBER.
           MOVE STUDENT-TERM TO IW-TERM.
           PERFORM 409-READ-WORK-TERM.
           IF TERM-CHARGE-LINES = ZERO
               ADD 1 TO NOT-PROVABLE-COUNT
           ELSE
               COMPUTE EXPECTED-BALANCE =
                   TERM-CHARGE-TOTAL + IW-HISTORY-EFFECT
               IF EXPECTED-BALANCE = TUITION-OWED
                   ADD 1 TO PROVEN-TERMS-COUNT
               ELSE
                   COMPUTE BALANCE-DIFFERENCE =
                       TUITION-OWED - EXPECTED-BALANCE
                   IF BALANCE-DIFFERENCE < ZERO
                       SUBTRACT BALANCE-DIFFERENCE FROM
                           BALANCE-DIFFERENCE-TOTAL
                   ELSE
                       ADD BALANCE-DIFFERENCE TO
                           BALANCE-DIFFERENCE-TOTAL
                   END-IF
                   ADD 1 TO BALANCE-MISMATCH-COUNT
                   MOVE STUDENT-NUMBER TO DL-STUDENT-NUMBER
                   MOVE STUDENT-TERM TO DL-TERM
                   MOVE "BALANCE DOES NOT REBUILD" TO DL-EXCEPTION
                   MOVE EXPECTED-BALANCE TO DL-EXPECTED
                   MOVE TUITION-OWED TO DL-ON-FILE
                   MOVE BALANCE-DIFFERENCE TO DL-DIFFERENCE
                   MOVE TERM-CHARGE-TOTAL TO NOTE-AMOUNT
                   MOVE IW-HISTORY-COUNT TO NOTE-COUNT
                   MOVE SPACES TO DL-NOTE
                   STRING "CHARGE " DELIMITED BY SIZE
                       NOTE-AMOUNT DELIMITED BY SIZE
                       " HISTORY ENTRIES " DELIMITED BY SIZE
                       NOTE-COUNT DELIMITED BY SIZE
                       INTO DL-NOTE
                   END-STRING
                   PERFORM 410-PRINT-AMOUNT-EXCEPTION
               END-IF
           END-IF.

      * Reads one installment, settling the schedule before it when
      * the student or term changes, and adds the installment into
      * the schedule being gathered
       307-READ-ONE-PLAN-RECORD.
           READ PLAN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PLAN-STUDENT-NUMBER NOT =
                           PLAN-GROUP-STUDENT-NUMBER
                           OR PLAN-TERM NOT = PLAN-GROUP-TERM
                       IF PLAN-GROUP-INSTALLMENTS > ZERO
                           PERFORM 308-SETTLE-PLAN-SCHEDULE
                       END-IF
                       MOVE PLAN-STUDENT-NUMBER TO
                           PLAN-GROUP-STUDENT-NUMBER
                       MOVE PLAN-TERM TO PLAN-GROUP-TERM
                       MOVE ZERO TO PLAN-GROUP-INSTALLMENTS
                       MOVE ZERO TO PLAN-GROUP-DUE
                       MOVE ZERO TO PLAN-GROUP-PAID
                   END-IF
                   ADD 1 TO PLAN-GROUP-INSTALLMENTS
                   ADD PLAN-AMOUNT-DUE TO PLAN-GROUP-DUE
                   ADD PLAN-AMOUNT-PAID TO PLAN-GROUP-PAID
           END-READ.

      * Proves the schedule's term is on the master, then proves its
      * paid-in total against the history - payments, adjustments and
      * sponsor payments less NSF reversals, never below nothing and
      * never past what the schedule calls for, as the apply run
      * fills the installments
       308-SETTLE-PLAN-SCHEDULE.
           ADD 1 TO PLAN-SCHEDULES-COUNT.
           MOVE PLAN-GROUP-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE PLAN-GROUP-TERM TO STUDENT-TERM.
           READ STUDENT-FILE-OUT
               INVALID KEY
                   ADD 1 TO ORPHAN-PLAN-COUNT
                   MOVE PLAN-GROUP-STUDENT-NUMBER TO LD-STUDENT-NUMBER
                   MOVE PLAN-GROUP-TERM TO LD-TERM
                   MOVE "PLAN FOR TERM NOT ON FILE" TO LD-EXCEPTION
                   MOVE PLAN-GROUP-INSTALLMENTS TO NOTE-COUNT
                   MOVE SPACES TO LD-NOTE
                   STRING NOTE-COUNT DELIMITED BY SIZE
                       " INSTALLMENT(S)" DELIMITED BY SIZE
                       INTO LD-NOTE
                   END-STRING
                   PERFORM 411-PRINT-LINK-EXCEPTION
               NOT INVALID KEY
                   MOVE PLAN-GROUP-STUDENT-NUMBER TO
                       IW-STUDENT-NUMBER
                   MOVE PLAN-GROUP-TERM TO IW-TERM
                   PERFORM 409-READ-WORK-TERM
                   MOVE IW-PLAN-APPLIED TO PLAN-EXPECTED-PAID
                   IF PLAN-EXPECTED-PAID < ZERO
                       MOVE ZERO TO PLAN-EXPECTED-PAID
                   END-IF
                   IF PLAN-EXPECTED-PAID > PLAN-GROUP-DUE
                       MOVE PLAN-GROUP-DUE TO PLAN-EXPECTED-PAID
                   END-IF
                   IF PLAN-EXPECTED-PAID NOT = PLAN-GROUP-PAID
                       PERFORM 412-LIST-PLAN-MISMATCH
                   END-IF
           END-READ.

      * Reads one sponsor link and lists it when the term it covers
      * is not on the master
       309-READ-ONE-SPONSOR-LINK.
           READ SPONSOR-LINK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO SPONSOR-LINKS-COUNT
                   MOVE LINK-STUDENT-NUMBER TO STUDENT-NUMBER
                   MOVE LINK-TERM TO STUDENT-TERM
                   READ STUDENT-FILE-OUT
                       INVALID KEY
                           PERFORM 413-LIST-ORPHAN-LINK
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
           END-READ.

      * Appends this run's control record - the exceptions found and
      * the dollars by which the balances on file differ from their
      * rebuild - so the night run can warn when the file has drifted;
      * the check moves nothing on the master
       310-WRITE-CONTROL-RECORD.
           OPEN EXTEND CONTROL-FILE-OUT.
           MOVE "INTEGCHK" TO CONTROL-JOB-NAME.
           MOVE RUN-DATE TO CONTROL-RUN-DATE.
           MOVE EXCEPTION-COUNT TO CONTROL-RECORD-COUNT.
           MOVE BALANCE-DIFFERENCE-TOTAL TO CONTROL-AMOUNT.
           WRITE CONTROL-RECORD-OUT.
           CLOSE CONTROL-FILE-OUT.

      * Reads the next master term in key order
       401-READ-STUDENT-RECORD.
           READ STUDENT-FILE-OUT NEXT RECORD.

      * Starts a new report page - page and column headings, line
      * count reset
       402-PRINT-PAGE-HEADERS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL-PAGE-NUMBER.
           MOVE RUN-DATE TO HL-RUN-DATE.
           IF PAGE-COUNT = 1
               WRITE PRINT-LINE FROM HEADING-LINE-1
           ELSE
               WRITE PRINT-LINE FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2.
           MOVE ZERO TO LINE-COUNT.

      * Prints what was checked, the count of each type of exception
      * and the dollars the balances and schedules are out by
       403-PRINT-TOTALS.
           MOVE "HISTORY ENTRIES READ" TO TL-LABEL.
           MOVE HISTORY-ENTRIES-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE "HISTORY ENTRIES WITH NO TERM" TO TL-LABEL.
           MOVE NO-TERM-HISTORY-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "ARCHIVED TERMS" TO TL-LABEL.
           MOVE ARCHIVED-TERMS-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "STUDENT TERMS CHECKED" TO TL-LABEL.
           MOVE MASTER-TERMS-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "BALANCES PROVEN" TO TL-LABEL.
           MOVE PROVEN-TERMS-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "NOT PROVABLE - NO ITEMIZED CHARGE" TO TL-LABEL.
           MOVE NOT-PROVABLE-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "INSTALLMENT SCHEDULES CHECKED" TO TL-LABEL.
           MOVE PLAN-SCHEDULES-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "SPONSOR LINKS CHECKED" TO TL-LABEL.
           MOVE SPONSOR-LINKS-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "BALANCE DOES NOT REBUILD" TO TL-LABEL.
           MOVE BALANCE-MISMATCH-COUNT TO TL-COUNT.
           MOVE BALANCE-DIFFERENCE-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE "PLAN PAID-IN NOT PER HISTORY" TO TL-LABEL.
           MOVE PLAN-MISMATCH-COUNT TO TL-COUNT.
           MOVE PLAN-DIFFERENCE-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "HOLD FLAG DISAGREES" TO TL-LABEL.
           MOVE HOLD-DISAGREES-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "HISTORY FOR UNKNOWN STUDENT" TO TL-LABEL.
           MOVE UNKNOWN-STUDENT-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "PLAN FOR TERM NOT ON FILE" TO TL-LABEL.
           MOVE ORPHAN-PLAN-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "SPONSOR LINK FOR TERM NOT ON FILE" TO TL-LABEL.
           MOVE ORPHAN-LINK-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "TOTAL EXCEPTIONS" TO TL-LABEL.
           MOVE EXCEPTION-COUNT TO TL-COUNT.
           MOVE BALANCE-DIFFERENCE-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 2.

      * Looks for the history entry's student - on the archive when
      * the work record says its term was archived, on the master
      * under the same term, or else under any term of the student
       404-FIND-STUDENT-ON-FILE.
           SET STUDENT-NOT-KNOWN TO TRUE.
           IF WORK-TERM-ON-FILE AND IW-TERM-ARCHIVED
               SET STUDENT-KNOWN TO TRUE
           ELSE
               MOVE PAYHIST-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE PAYHIST-TERM TO STUDENT-TERM
               READ STUDENT-FILE-OUT
                   INVALID KEY
                       MOVE SPACES TO STUDENT-TERM
                       START STUDENT-FILE-OUT
                           KEY NOT < STUDENT-RECORD-KEY
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 401-READ-STUDENT-RECORD
                               IF STUDENT-FILE-STATUS-OK
                                       AND STUDENT-NUMBER =
                                           PAYHIST-STUDENT-NUMBER
                                   SET STUDENT-KNOWN TO TRUE
                               END-IF
                       END-START
                   NOT INVALID KEY
                       SET STUDENT-KNOWN TO TRUE
               END-READ
           END-IF.

      * Nets one history entry onto the term's balance the way the
      * apply run moved it - payments, adjustments, sponsor payments,
      * write-offs, withdrawal credits and corrections down off, NSF
      * reversals and their fees, refunds, late fees and corrections
      * up on, agency recoveries not at all - and separately the
      * money that reached the term's installments, which NSF
      * reversals take back
       405-NET-ONE-HISTORY-ENTRY.
           ADD 1 TO IW-HISTORY-COUNT.
           EVALUATE TRUE
               WHEN PAYHIST-RECOVERY
                   CONTINUE
               WHEN PAYHIST-NSF-REVERSAL
                       OR PAYHIST-NSF-FEE
                       OR PAYHIST-REFUND
                       OR PAYHIST-LATE-FEE
                       OR PAYHIST-CORRECTION-UP
                   ADD PAYHIST-AMOUNT-PAID TO IW-HISTORY-EFFECT
               WHEN OTHER
                   SUBTRACT PAYHIST-AMOUNT-PAID FROM IW-HISTORY-EFFECT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN PAYHIST-PAYMENT
                       OR PAYHIST-ADJUSTMENT
                       OR PAYHIST-SPONSOR-PAYMENT
                   ADD PAYHIST-AMOUNT-PAID TO IW-PLAN-APPLIED
               WHEN PAYHIST-NSF-REVERSAL
                   SUBTRACT PAYHIST-AMOUNT-PAID FROM IW-PLAN-APPLIED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Totals the itemized charge lines kept for the current student
      * and term, positioned by key on the student and term
       406-TOTAL-CHARGE-LINES.
           MOVE ZERO TO TERM-CHARGE-LINES.
           MOVE ZERO TO TERM-CHARGE-TOTAL.
           MOVE STUDENT-NUMBER TO CHARGE-STUDENT-NUMBER.
           MOVE STUDENT-TERM TO CHARGE-TERM.
           MOVE SPACES TO CHARGE-FEE-CODE.
           START CHARGE-FILE KEY NOT < CHARGE-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 407-READ-NEXT-CHARGE-LINE
                   PERFORM 408-ADD-ONE-CHARGE-LINE
                       UNTIL CHARGE-FILE-STATUS-EOF
                           OR CHARGE-STUDENT-NUMBER NOT =
                               STUDENT-NUMBER
                           OR CHARGE-TERM NOT = STUDENT-TERM
           END-START.

      * Reads the next itemized charge line in key order
       407-READ-NEXT-CHARGE-LINE.
           READ CHARGE-FILE NEXT RECORD.

      * Adds one charge line into the term's charge and reads the next
       408-ADD-ONE-CHARGE-LINE.
           ADD 1 TO TERM-CHARGE-LINES.
           ADD CHARGE-AMOUNT TO TERM-CHARGE-TOTAL.
           PERFORM 407-READ-NEXT-CHARGE-LINE.

      * Reads the history netted for the student-term keyed in the
      * work record; a term with no history has moved by nothing
       409-READ-WORK-TERM.
           READ WORK-FILE
               INVALID KEY
                   MOVE "N" TO IW-ARCHIVED-SWITCH
                   MOVE ZERO TO IW-HISTORY-COUNT
                   MOVE ZERO TO IW-HISTORY-EFFECT
                   MOVE ZERO TO IW-PLAN-APPLIED
           END-READ.

      * Prints one exception with its figures and counts it
       410-PRINT-AMOUNT-EXCEPTION.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 402-PRINT-PAGE-HEADERS
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO EXCEPTION-COUNT.

      * Prints one exception in the links between the files and
      * counts it
       411-PRINT-LINK-EXCEPTION.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 402-PRINT-PAGE-HEADERS
           END-IF.
           WRITE PRINT-LINE FROM LINK-DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO EXCEPTION-COUNT.

      * Lists a schedule whose paid-in total is not what the history
      * applied to the term; a schedule replaced after money had
      * already reached the term's installments starts again from
      * nothing paid and is listed here too
       412-LIST-PLAN-MISMATCH.
           ADD 1 TO PLAN-MISMATCH-COUNT.
           COMPUTE BALANCE-DIFFERENCE =
               PLAN-GROUP-PAID - PLAN-EXPECTED-PAID.
           IF BALANCE-DIFFERENCE < ZERO
               SUBTRACT BALANCE-DIFFERENCE FROM PLAN-DIFFERENCE-TOTAL
           ELSE
               ADD BALANCE-DIFFERENCE TO PLAN-DIFFERENCE-TOTAL
           END-IF.
           MOVE PLAN-GROUP-STUDENT-NUMBER TO DL-STUDENT-NUMBER.
           MOVE PLAN-GROUP-TERM TO DL-TERM.
           MOVE "PLAN PAID-IN NOT PER HISTORY" TO DL-EXCEPTION.
           MOVE PLAN-EXPECTED-PAID TO DL-EXPECTED.
           MOVE PLAN-GROUP-PAID TO DL-ON-FILE.
           MOVE BALANCE-DIFFERENCE TO DL-DIFFERENCE.
           MOVE PLAN-GROUP-DUE TO NOTE-AMOUNT.
           MOVE PLAN-GROUP-INSTALLMENTS TO NOTE-COUNT.
           MOVE SPACES TO DL-NOTE.
           STRING NOTE-COUNT DELIMITED BY SIZE
               " INSTALLMENT(S) DUE " DELIMITED BY SIZE
               NOTE-AMOUNT DELIMITED BY SIZE
               INTO DL-NOTE
           END-STRING.
           PERFORM 410-PRINT-AMOUNT-EXCEPTION.

      * Lists a sponsor link whose student-term is not on the master
       413-LIST-ORPHAN-LINK.
           ADD 1 TO ORPHAN-LINK-COUNT.
           MOVE LINK-STUDENT-NUMBER TO LD-STUDENT-NUMBER.
           MOVE LINK-TERM TO LD-TERM.
           MOVE "LINK FOR TERM NOT ON FILE" TO LD-EXCEPTION.
           MOVE LINK-COVERED-AMOUNT TO NOTE-AMOUNT.
           MOVE SPACES TO LD-NOTE.
           STRING "SPONSOR " DELIMITED BY SIZE
               LINK-SPONSOR-NUMBER DELIMITED BY SIZE
               " COVERS " DELIMITED BY SIZE
               NOTE-AMOUNT DELIMITED BY SIZE
               INTO LD-NOTE
           END-STRING.
           PERFORM 411-PRINT-LINK-EXCEPTION.

       END PROGRAM INTEGCHK.
