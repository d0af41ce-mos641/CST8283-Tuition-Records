      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Bad-debt write-off selection - lists every open
      *          term balance at or over the bursar's dollar threshold
      *          whose oldest missed amount is at least the given
      *          number of days past due (by installment when a plan
      *          is on file, otherwise by the charge's own due date),
      *          with the registration hold each carries. When the
      *          bursar takes approvals at the run, each candidate is
      *          shown at the console for a yes or no, the report
      *          prints the decision beside it, and the approved
      *          accounts are written to WOFFAPPR.TXT for the write-off
      *          batch; a run without approvals just prints the list
      *          for review and leaves no approvals on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOFFSEL.
       AUTHOR. MOSTAPHA A.
       SECURITY. NON CONFIDENTIAL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE-OUT
              ASSIGN TO "../STUDENTFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS STUDENT-RECORD-KEY
                 FILE STATUS IS STUDENT-FILE-STATUS.

      * The installment schedules - a charge on a plan ages only by
      * the installments actually missed; OPTIONAL because most
      * students have no plan on file
           SELECT OPTIONAL PLAN-FILE
              ASSIGN TO "../PLANFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PLAN-RECORD-KEY
                 FILE STATUS IS PLAN-FILE-STATUS.

      * The accounts the bursar approved at this run, rebuilt whole
      * each run so an approval never carries over to a later batch
      * unseen
           SELECT APPROVAL-FILE-OUT
              ASSIGN TO "../WOFFAPPR.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS APPROVAL-FILE-STATUS.

           SELECT PRINT-FILE
              ASSIGN TO "../WOFFSEL.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Define the record read from the student file
       FD STUDENT-FILE-OUT.
           COPY STUDENT.

      * Define one installment of a payment plan
       FD PLAN-FILE.
           COPY PAYPLAN.

      * Define one approved write-off
       FD APPROVAL-FILE-OUT.
           COPY WOFFAPPR.

      * Define the printed report line
       FD PRINT-FILE.
       01 PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 STUDENT-FILE-STATUS PIC X(2).
           88 STUDENT-FILE-STATUS-EOF VALUE "10".
       01 PLAN-FILE-STATUS PIC X(2).
           88 PLAN-FILE-STATUS-EOF VALUE "10".
       01 APPROVAL-FILE-STATUS PIC X(2).
       01 PRINT-FILE-STATUS PIC X(2).

      * The bursar's selection thresholds - a balance must reach both
      * to be listed
       01 SELECTION-THRESHOLDS.
           05 MINIMUM-DAYS-PAST-DUE PIC 9(5) VALUE ZERO.
           05 MINIMUM-BALANCE PIC 9(5) VALUE ZERO.

      * Storage needed for input prompts
       01 CONTROL-FIELDS.
           05 APPROVALS-PROMPT PIC A(1).
               88 TAKING-APPROVALS VALUE "Y" "y".
           05 APPROVE-PROMPT PIC A(1).
               88 APPROVE-YES VALUE "Y" "y".
               88 APPROVE-NO VALUE "N" "n".

      * Today's date and the days the candidate is past due
       01 AGING-DATE-FIELDS.
           05 TODAY-DATE PIC 9(8).
           05 TODAY-JULIAN PIC 9(9) COMP.
           05 DUE-JULIAN PIC 9(9) COMP.
           05 DAYS-PAST-DUE PIC S9(9) COMP.
           05 OLDEST-DAYS-PAST-DUE PIC S9(9) COMP.

      * The charge's installment schedule when one is on file
       01 PLAN-WORK-AREA.
           05 PLAN-ENTRY-COUNT PIC 9(2) COMP VALUE ZERO.
           05 PLAN-SUB PIC 9(2) COMP VALUE ZERO.
           05 PLAN-ENTRY-UNPAID PIC S9(6) COMP VALUE ZERO.
           05 PLAN-ENTRY-TABLE OCCURS 12 TIMES.
               10 PLAN-ENTRY-DUE-DATE PIC 9(8).
               10 PLAN-ENTRY-DUE PIC 9(5).
               10 PLAN-ENTRY-PAID PIC 9(5).

      * Report page and line control
       01 REPORT-CONTROL-FIELDS.
           05 PAGE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 LINE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 LINES-PER-PAGE PIC 9(3) COMP VALUE 20.

      * Counts and dollars reported at the end of the run
       01 RUN-TOTALS.
           05 CANDIDATES-COUNT PIC 9(5) COMP VALUE ZERO.
           05 CANDIDATES-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 APPROVED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 APPROVED-TOTAL PIC 9(9) COMP VALUE ZERO.

      * Report headings and detail/total line layouts
       01 HEADING-LINE-1.
           05 FILLER PIC X(32) VALUE "BAD-DEBT WRITE-OFF CANDIDATES".
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 HL-RUN-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL-PAGE-NUMBER PIC ZZ9.
           05 FILLER PIC X(72) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER PIC X(22) VALUE "MINIMUM DAYS PAST DUE".
           05 FILLER PIC X(1) VALUE SPACE.
           05 HL-MINIMUM-DAYS PIC ZZ,ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "MINIMUM BALANCE".
           05 HL-MINIMUM-BALANCE PIC ZZ,ZZ9.
           05 FILLER PIC X(76) VALUE SPACES.

       01 HEADING-LINE-3.
           05 FILLER PIC X(10) VALUE "STU NUM".
           05 FILLER PIC X(32) VALUE "STUDENT NAME".
           05 FILLER PIC X(8) VALUE "TERM".
           05 FILLER PIC X(10) VALUE "OWED".
           05 FILLER PIC X(10) VALUE "DAYS PAST".
           05 FILLER PIC X(6) VALUE "HOLD".
           05 FILLER PIC X(14) VALUE "DECISION".
           05 FILLER PIC X(42) VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-STUDENT-NAME PIC X(32).
           05 DL-STUDENT-TERM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-TUITION-OWED PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-DAYS-PAST-DUE PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-HOLD-FLAG PIC X(6).
           05 DL-DECISION PIC X(14).
           05 FILLER PIC X(42) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-TOTAL-LABEL PIC X(30).
           05 TL-TOTAL-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TL-TOTAL-AMOUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       100-SELECT-WRITE-OFFS.
           PERFORM 201-INITIALIZE-SELECTION.
           PERFORM 202-CHECK-ONE-STUDENT
               UNTIL STUDENT-FILE-STATUS-EOF.
           PERFORM 203-TERMINATE-SELECTION.
           STOP RUN.

      * Takes the thresholds and whether approvals are being taken
      * at this run, opens the files, prints the first page header
      * and primes the read
       201-INITIALIZE-SELECTION.
           DISPLAY "Minimum days past due to list (#####)"
           ACCEPT MINIMUM-DAYS-PAST-DUE.
           DISPLAY "Minimum balance to list as a whole number "
               "(#####)"
           ACCEPT MINIMUM-BALANCE.
           DISPLAY "Take write-off approvals at this run? (Y/N)"
           ACCEPT APPROVALS-PROMPT.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-JULIAN = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           OPEN INPUT STUDENT-FILE-OUT.
           OPEN INPUT PLAN-FILE.
           OPEN OUTPUT APPROVAL-FILE-OUT.
           OPEN OUTPUT PRINT-FILE.
           MOVE TODAY-DATE TO HL-RUN-DATE.
           MOVE MINIMUM-DAYS-PAST-DUE TO HL-MINIMUM-DAYS.
           MOVE MINIMUM-BALANCE TO HL-MINIMUM-BALANCE.
           PERFORM 301-READ-STUDENT-RECORD.
           PERFORM 401-PRINT-PAGE-HEADERS.

      * Lists one term record when it is an open balance reaching
      * both thresholds - a record already written off or not owing
      * is never a candidate - and reads the next record
       202-CHECK-ONE-STUDENT.
           IF TUITION-OWED > ZERO
                   AND NOT STUDENT-WRITTEN-OFF
                   AND TUITION-OWED >= MINIMUM-BALANCE
               PERFORM 302-AGE-STUDENT-BALANCE
               IF OLDEST-DAYS-PAST-DUE >= MINIMUM-DAYS-PAST-DUE
                       AND OLDEST-DAYS-PAST-DUE > ZERO
                   PERFORM 303-LIST-ONE-CANDIDATE
               END-IF
           END-IF.
           PERFORM 301-READ-STUDENT-RECORD.

      * Prints the totals and closes the files
       203-TERMINATE-SELECTION.
           MOVE "CANDIDATES LISTED:" TO TL-TOTAL-LABEL.
           MOVE CANDIDATES-COUNT TO TL-TOTAL-COUNT.
           MOVE CANDIDATES-TOTAL TO TL-TOTAL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 2.
           IF TAKING-APPROVALS
               MOVE "APPROVED FOR WRITE-OFF:" TO TL-TOTAL-LABEL
               MOVE APPROVED-COUNT TO TL-TOTAL-COUNT
               MOVE APPROVED-TOTAL TO TL-TOTAL-AMOUNT
               WRITE PRINT-LINE FROM TOTAL-LINE
                   AFTER ADVANCING 1
           END-IF.
           CLOSE STUDENT-FILE-OUT.
           CLOSE PLAN-FILE.
           CLOSE APPROVAL-FILE-OUT.
           CLOSE PRINT-FILE.
           DISPLAY "Write-off candidates listed: " CANDIDATES-COUNT.
           DISPLAY "Approved for write-off: " APPROVED-COUNT.

      * Reads the next student record in key order
       301-READ-STUDENT-RECORD.
           READ STUDENT-FILE-OUT NEXT RECORD.

      * Finds how many days past due the oldest missed amount on the
      * charge is - by installment when a plan is on file, so a
      * student paying as agreed is never listed, otherwise by the
      * charge's own due date; nothing past due ages as zero
       302-AGE-STUDENT-BALANCE.
           MOVE ZERO TO OLDEST-DAYS-PAST-DUE.
           PERFORM 404-LOAD-PLAN-SCHEDULE.
           IF PLAN-ENTRY-COUNT > ZERO
               PERFORM 407-AGE-ONE-INSTALLMENT
                   VARYING PLAN-SUB FROM 1 BY 1
                       UNTIL PLAN-SUB > PLAN-ENTRY-COUNT
           ELSE
               IF STUDENT-DUE-DATE NOT = ZERO
                   COMPUTE DUE-JULIAN =
                       FUNCTION INTEGER-OF-DATE(STUDENT-DUE-DATE)
                   COMPUTE OLDEST-DAYS-PAST-DUE =
                       TODAY-JULIAN - DUE-JULIAN
               END-IF
           END-IF.

      * Takes the bursar's decision when approvals are being taken,
      * prints the candidate with it, and writes the approval for
      * the write-off batch
       303-LIST-ONE-CANDIDATE.
           ADD 1 TO CANDIDATES-COUNT.
           ADD TUITION-OWED TO CANDIDATES-TOTAL.
           MOVE STUDENT-NUMBER TO DL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO DL-STUDENT-NAME.
           MOVE STUDENT-TERM TO DL-STUDENT-TERM.
           MOVE TUITION-OWED TO DL-TUITION-OWED.
           MOVE OLDEST-DAYS-PAST-DUE TO DL-DAYS-PAST-DUE.
           IF STUDENT-ON-HOLD
               MOVE "HOLD" TO DL-HOLD-FLAG
           ELSE
               MOVE SPACES TO DL-HOLD-FLAG
           END-IF.
           IF TAKING-APPROVALS
               PERFORM 402-TAKE-ONE-DECISION
                   WITH TEST AFTER UNTIL APPROVE-YES OR APPROVE-NO
               IF APPROVE-YES
                   PERFORM 403-WRITE-APPROVAL-RECORD
                   MOVE "APPROVED" TO DL-DECISION
               ELSE
                   MOVE "NOT APPROVED" TO DL-DECISION
               END-IF
           ELSE
               MOVE "FOR REVIEW" TO DL-DECISION
           END-IF.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 401-PRINT-PAGE-HEADERS
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

      * Starts a new page - page, threshold and column headings, line
      * count reset
       401-PRINT-PAGE-HEADERS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL-PAGE-NUMBER.
           IF PAGE-COUNT = 1
               WRITE PRINT-LINE FROM HEADING-LINE-1
           ELSE
               WRITE PRINT-LINE FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 1.
           WRITE PRINT-LINE FROM HEADING-LINE-3
               AFTER ADVANCING 2.
           MOVE ZERO TO LINE-COUNT.

      * Shows one candidate at the console and takes the bursar's
      * yes or no
       402-TAKE-ONE-DECISION.
           DISPLAY STUDENT-NUMBER " " STUDENT-TERM " " STUDENT-NAME.
           DISPLAY "  Owing " DL-TUITION-OWED " - " DL-DAYS-PAST-DUE
               " days past due " DL-HOLD-FLAG.
           DISPLAY "Approve this account for write-off? (Y/N)"
           ACCEPT APPROVE-PROMPT.

      * Writes one approval for the write-off batch, carrying the
      * balance it was approved at so a balance that moves before
      * the batch runs is caught there
       403-WRITE-APPROVAL-RECORD.
           MOVE STUDENT-NUMBER TO APPR-STUDENT-NUMBER.
           MOVE STUDENT-TERM TO APPR-TERM.
           MOVE TUITION-OWED TO APPR-AMOUNT.
           MOVE OLDEST-DAYS-PAST-DUE TO APPR-DAYS-PAST-DUE.
           MOVE TODAY-DATE TO APPR-APPROVAL-DATE.
           WRITE APPROVAL-RECORD.
           ADD 1 TO APPROVED-COUNT.
           ADD TUITION-OWED TO APPROVED-TOTAL.

      * Loads the installment schedule for the charge being aged;
      * no schedule on file just leaves the table empty
       404-LOAD-PLAN-SCHEDULE.
           MOVE ZERO TO PLAN-ENTRY-COUNT.
           MOVE STUDENT-NUMBER TO PLAN-STUDENT-NUMBER.
           MOVE STUDENT-TERM TO PLAN-TERM.
           MOVE ZERO TO PLAN-INSTALLMENT-NUMBER.
           START PLAN-FILE KEY NOT < PLAN-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 405-READ-NEXT-PLAN-RECORD
                   PERFORM 406-KEEP-ONE-INSTALLMENT
                       UNTIL PLAN-FILE-STATUS-EOF
                           OR PLAN-STUDENT-NUMBER NOT =
                               STUDENT-NUMBER
                           OR PLAN-TERM NOT = STUDENT-TERM
                           OR PLAN-ENTRY-COUNT = 12
           END-START.

      * Reads the next installment record in key order
       405-READ-NEXT-PLAN-RECORD.
           READ PLAN-FILE NEXT RECORD.

      * Keeps one installment in the work table and reads the next
       406-KEEP-ONE-INSTALLMENT.
           ADD 1 TO PLAN-ENTRY-COUNT.
           MOVE PLAN-DUE-DATE TO
               PLAN-ENTRY-DUE-DATE(PLAN-ENTRY-COUNT).
           MOVE PLAN-AMOUNT-DUE TO PLAN-ENTRY-DUE(PLAN-ENTRY-COUNT).
           MOVE PLAN-AMOUNT-PAID TO
               PLAN-ENTRY-PAID(PLAN-ENTRY-COUNT).
           PERFORM 405-READ-NEXT-PLAN-RECORD.

      * Keeps the age of one installment's shortfall when it is the
      * oldest seen so far
       407-AGE-ONE-INSTALLMENT.
           COMPUTE PLAN-ENTRY-UNPAID =
               PLAN-ENTRY-DUE(PLAN-SUB) - PLAN-ENTRY-PAID(PLAN-SUB).
           IF PLAN-ENTRY-UNPAID > ZERO
               COMPUTE DUE-JULIAN = FUNCTION
                   INTEGER-OF-DATE(PLAN-ENTRY-DUE-DATE(PLAN-SUB))
               COMPUTE DAYS-PAST-DUE = TODAY-JULIAN - DUE-JULIAN
               IF DAYS-PAST-DUE > OLDEST-DAYS-PAST-DUE
                   MOVE DAYS-PAST-DUE TO OLDEST-DAYS-PAST-DUE
               END-IF
           END-IF.

       END PROGRAM WOFFSEL.
