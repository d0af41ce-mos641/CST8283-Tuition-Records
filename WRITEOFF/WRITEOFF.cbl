      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Bad-debt write-off batch - works the accounts the
      *          bursar approved at the WOFFSEL selection run. Each
      *          approved term record still open at the balance it
      *          was approved at has that balance moved off
      *          TUITION-OWED into written-off status, any unpaid
      *          installments closed off so the plan stops dunning
      *          it, a write-off entry recorded on the payment
      *          history, and a placement record cut for the outside
      *          collection agency - student, last known name, term,
      *          amount and the date of the student's last payment off
      *          PAYHISTFILE.TXT. A control record lets the balancing
      *          report and the journal prove the bad debt taken off
      *          the receivable, and the approvals are cleared once
      *          worked so none is written off twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF.
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

      * The accounts the bursar approved at the selection run;
      * OPTIONAL so a night with no approvals on hand writes nothing
      * off instead of failing the open
           SELECT OPTIONAL APPROVAL-FILE-IN
              ASSIGN TO "../WOFFAPPR.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS APPROVAL-FILE-STATUS.

      * The installment schedules, closed off on a written-off
      * charge; OPTIONAL because most students have no plan on file
           SELECT OPTIONAL PLAN-FILE
              ASSIGN TO "../PLANFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PLAN-RECORD-KEY
                 FILE STATUS IS PLAN-FILE-STATUS.

      * Permanent history - read first for each student's last
      * payment date, then appended with the write-off entries;
      * OPTIONAL so the first run ever creates it rather than failing
      * the open
           SELECT OPTIONAL PAYMENT-HISTORY-FILE
              ASSIGN TO "../PAYHISTFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PAYMENT-HISTORY-STATUS.

      * The placement file sent to the collection agency, rebuilt
      * whole each run
           SELECT PLACEMENT-FILE-OUT
              ASSIGN TO "../AGENCYPLC.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PLACEMENT-FILE-STATUS.

      * Control totals of the bad debt this run wrote off, read back
      * by the balancing report; OPTIONAL so the first run ever
      * creates it rather than failing the open
           SELECT OPTIONAL CONTROL-FILE-OUT
              ASSIGN TO "../BATCHCTL.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CONTROL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Define the record read from and rewritten to the student file
       FD STUDENT-FILE-OUT.
           COPY STUDENT.

      * Define one approved write-off
       FD APPROVAL-FILE-IN.
           COPY WOFFAPPR.

      * Define one installment of a payment plan
       FD PLAN-FILE.
           COPY PAYPLAN.

      * Define the payment history record
       FD PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

      * Define one agency placement - who owes, under what name, on
      * which term, how much, when they last paid (zero when they
      * never did) and the date the account was placed
       FD PLACEMENT-FILE-OUT.
       01 PLACEMENT-RECORD-OUT.
           05 PLC-STUDENT-NUMBER PIC 9(7).
           05 PLC-STUDENT-NAME PIC X(40).
           05 PLC-TERM PIC X(6).
           05 PLC-AMOUNT PIC 9(5).
           05 PLC-LAST-PAYMENT-DATE PIC 9(8).
           05 PLC-PLACEMENT-DATE PIC 9(8).

      * Define the batch control total record
       FD CONTROL-FILE-OUT.
           COPY BATCHCTL.

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 STUDENT-FILE-STATUS PIC X(2).
       01 APPROVAL-FILE-STATUS PIC X(2).
           88 APPROVAL-FILE-STATUS-OK VALUE "00".
           88 APPROVAL-FILE-STATUS-EOF VALUE "10".
       01 PLAN-FILE-STATUS PIC X(2).
           88 PLAN-FILE-STATUS-EOF VALUE "10".
       01 PAYMENT-HISTORY-STATUS PIC X(2).
           88 PAYMENT-HISTORY-STATUS-OK VALUE "00".
           88 PAYMENT-HISTORY-STATUS-EOF VALUE "10".
       01 PLACEMENT-FILE-STATUS PIC X(2).
       01 CONTROL-FILE-STATUS PIC X(2).

      * Date and time this run started - the date stamps the history
      * entries, the placements and the control record, and date plus
      * time identify the run the entries came from
       01 RUN-IDENTIFICATION.
           05 POSTING-DATE PIC 9(8).
           05 POSTING-TIME PIC 9(8).
           05 RUN-STAMP.
               10 RUN-STAMP-DATE PIC 9(8).
               10 RUN-STAMP-TIME PIC 9(6).

      * The approvals held in memory while the payment history is
      * scanned for each student's last payment date
       01 APPROVAL-TABLE-AREA.
           05 APPROVAL-COUNT PIC 9(4) COMP VALUE ZERO.
           05 APPROVAL-SUB PIC 9(4) COMP VALUE ZERO.
           05 APPROVAL-ENTRY OCCURS 1000 TIMES.
               10 ENTRY-STUDENT-NUMBER PIC 9(7).
               10 ENTRY-TERM PIC X(6).
               10 ENTRY-AMOUNT PIC 9(5).
               10 ENTRY-LAST-PAYMENT-DATE PIC 9(8).

      * The balance being written off, and the movement this run took
      * off the master file
       01 RUN-TOTALS.
           05 WRITE-OFF-AMOUNT PIC 9(5) VALUE ZERO.
           05 WRITTEN-OFF-COUNT PIC 9(5) COMP VALUE ZERO.
           05 WRITTEN-OFF-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 SKIPPED-COUNT PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       100-WRITE-OFF-BAD-DEBT.
           PERFORM 201-INITIALIZE-WRITE-OFF.
           PERFORM 202-FIND-LAST-PAYMENTS.
           PERFORM 203-WRITE-OFF-APPROVALS.
           PERFORM 204-TERMINATE-WRITE-OFF.
           STOP RUN.

      * Stamps the run and loads the approvals into the table; more
      * approvals than the table takes stops the run before anything
      * is touched, so the bursar can split the batch
       201-INITIALIZE-WRITE-OFF.
           ACCEPT POSTING-DATE FROM DATE YYYYMMDD.
           ACCEPT POSTING-TIME FROM TIME.
           MOVE POSTING-DATE TO RUN-STAMP-DATE.
           MOVE POSTING-TIME(1:6) TO RUN-STAMP-TIME.
           OPEN INPUT APPROVAL-FILE-IN.
           IF APPROVAL-FILE-STATUS-OK
               PERFORM 301-LOAD-ONE-APPROVAL
                   UNTIL APPROVAL-FILE-STATUS-EOF
           END-IF.
           CLOSE APPROVAL-FILE-IN.

      * Reads the payment history once, keeping the latest date each
      * approved student paid anything - their own payment or a
      * sponsor's on their behalf
       202-FIND-LAST-PAYMENTS.
           IF APPROVAL-COUNT > ZERO
               OPEN INPUT PAYMENT-HISTORY-FILE
               IF PAYMENT-HISTORY-STATUS-OK
                   PERFORM 302-READ-ONE-HISTORY-RECORD
                       UNTIL PAYMENT-HISTORY-STATUS-EOF
               END-IF
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

      * Opens the master, plans, history and placement file and
      * writes off each approved account in turn
       203-WRITE-OFF-APPROVALS.
           OPEN I-O STUDENT-FILE-OUT.
           OPEN I-O PLAN-FILE.
           OPEN EXTEND PAYMENT-HISTORY-FILE.
           OPEN OUTPUT PLACEMENT-FILE-OUT.
           PERFORM 303-WRITE-OFF-ONE-ACCOUNT
               VARYING APPROVAL-SUB FROM 1 BY 1
                   UNTIL APPROVAL-SUB > APPROVAL-COUNT.
           CLOSE STUDENT-FILE-OUT.
           CLOSE PLAN-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE PLACEMENT-FILE-OUT.

      * Writes the control record, clears the worked approvals and
      * reports what the run wrote off
       204-TERMINATE-WRITE-OFF.
           PERFORM 306-WRITE-CONTROL-RECORD.
           OPEN OUTPUT APPROVAL-FILE-IN.
           CLOSE APPROVAL-FILE-IN.
           DISPLAY "Accounts written off: " WRITTEN-OFF-COUNT.
           DISPLAY "Bad debt written off: " WRITTEN-OFF-TOTAL.
           IF SKIPPED-COUNT > ZERO
               DISPLAY "Approvals skipped: " SKIPPED-COUNT
           END-IF.

      * Keeps one approval in the table
       301-LOAD-ONE-APPROVAL.
           READ APPROVAL-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF APPROVAL-COUNT = 1000
                       DISPLAY "More than 1000 approvals on file - "
                           "nothing written off; split the batch"
                       CLOSE APPROVAL-FILE-IN
                       STOP RUN
                   END-IF
                   ADD 1 TO APPROVAL-COUNT
                   MOVE APPR-STUDENT-NUMBER TO
                       ENTRY-STUDENT-NUMBER(APPROVAL-COUNT)
                   MOVE APPR-TERM TO ENTRY-TERM(APPROVAL-COUNT)
                   MOVE APPR-AMOUNT TO ENTRY-AMOUNT(APPROVAL-COUNT)
                   MOVE ZERO TO
                       ENTRY-LAST-PAYMENT-DATE(APPROVAL-COUNT)
           END-READ.

      * Checks one history entry against the approvals when it is
      * money the student paid
       302-READ-ONE-HISTORY-RECORD.
           READ PAYMENT-HISTORY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PAYHIST-PAYMENT OR PAYHIST-SPONSOR-PAYMENT
                       PERFORM 401-KEEP-LAST-PAYMENT-DATE
                           VARYING APPROVAL-SUB FROM 1 BY 1
                               UNTIL APPROVAL-SUB > APPROVAL-COUNT
                   END-IF
           END-READ.

      * Writes off one approved account - only when it is still open
      * and still owes exactly the balance the bursar approved; an
      * account that has been paid on, charged or already written
      * off since the selection run is skipped for reselection. The
      * balance moves off TUITION-OWED into the written-off amount,
      * and only a rewrite that lands is logged, closed off and
      * placed.
       303-WRITE-OFF-ONE-ACCOUNT.
           MOVE ENTRY-STUDENT-NUMBER(APPROVAL-SUB) TO STUDENT-NUMBER.
           MOVE ENTRY-TERM(APPROVAL-SUB) TO STUDENT-TERM.
           READ STUDENT-FILE-OUT
               INVALID KEY
                   DISPLAY "Write-off skipped - not on file: "
                       STUDENT-NUMBER " " STUDENT-TERM
                   ADD 1 TO SKIPPED-COUNT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN STUDENT-WRITTEN-OFF
                           DISPLAY "Write-off skipped - already "
                               "written off: " STUDENT-NUMBER " "
                               STUDENT-TERM
                           ADD 1 TO SKIPPED-COUNT
                       WHEN TUITION-OWED NOT > ZERO
                               OR TUITION-OWED NOT =
                                   ENTRY-AMOUNT(APPROVAL-SUB)
                           DISPLAY "Write-off skipped - balance "
                               "moved since approval: "
                               STUDENT-NUMBER " " STUDENT-TERM
                           ADD 1 TO SKIPPED-COUNT
                       WHEN OTHER
                           PERFORM 304-MOVE-BALANCE-TO-WRITE-OFF
                   END-EVALUATE
           END-READ.

      * Moves the balance into written-off status and rewrites the
      * record, then logs, closes off and places what landed
       304-MOVE-BALANCE-TO-WRITE-OFF.
           MOVE TUITION-OWED TO WRITE-OFF-AMOUNT.
           SET STUDENT-WRITTEN-OFF TO TRUE.
           MOVE WRITE-OFF-AMOUNT TO STUDENT-WRITTEN-OFF-AMOUNT.
           MOVE ZERO TO TUITION-OWED.
           REWRITE STUDENT-RECORD-OUT
               INVALID KEY
                   DISPLAY "Rewrite failed - write-off skipped: "
                       STUDENT-NUMBER " " STUDENT-TERM
                   ADD 1 TO SKIPPED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WRITTEN-OFF-COUNT
                   ADD WRITE-OFF-AMOUNT TO WRITTEN-OFF-TOTAL
                   PERFORM 305-WRITE-HISTORY-RECORD
                   PERFORM 307-CLOSE-OFF-PLAN-SCHEDULE
                   PERFORM 308-WRITE-PLACEMENT-RECORD
           END-REWRITE.

      * Appends one typed history entry for the write-off, so the
      * statement shows where the balance went
       305-WRITE-HISTORY-RECORD.
           MOVE STUDENT-NUMBER TO PAYHIST-STUDENT-NUMBER.
           MOVE WRITE-OFF-AMOUNT TO PAYHIST-AMOUNT-PAID.
           MOVE POSTING-DATE TO PAYHIST-POSTING-DATE.
           MOVE RUN-STAMP TO PAYHIST-RUN-ID.
           SET PAYHIST-WRITE-OFF TO TRUE.
           MOVE STUDENT-TERM TO PAYHIST-TERM.
           WRITE PAYHIST-RECORD-OUT.

      * Appends one control total record covering the whole run, so
      * the balancing report can tie the write-off movement back to
      * the master file
       306-WRITE-CONTROL-RECORD.
           OPEN EXTEND CONTROL-FILE-OUT.
           MOVE "WRITEOFF" TO CONTROL-JOB-NAME.
           MOVE POSTING-DATE TO CONTROL-RUN-DATE.
           MOVE WRITTEN-OFF-COUNT TO CONTROL-RECORD-COUNT.
           MOVE WRITTEN-OFF-TOTAL TO CONTROL-AMOUNT.
           WRITE CONTROL-RECORD-OUT.
           CLOSE CONTROL-FILE-OUT.

      * Closes off the written-off charge's installment schedule -
      * each installment's amount due is cut back to what was paid,
      * so the delinquency report, the notices and the aging stop
      * working a debt that now sits with the agency; no schedule on
      * file leaves nothing to do
       307-CLOSE-OFF-PLAN-SCHEDULE.
           MOVE STUDENT-NUMBER TO PLAN-STUDENT-NUMBER.
           MOVE STUDENT-TERM TO PLAN-TERM.
           MOVE ZERO TO PLAN-INSTALLMENT-NUMBER.
           START PLAN-FILE KEY NOT < PLAN-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 402-READ-NEXT-PLAN-RECORD
                   PERFORM 403-CLOSE-OFF-ONE-INSTALLMENT
                       UNTIL PLAN-FILE-STATUS-EOF
                           OR PLAN-STUDENT-NUMBER NOT =
                               STUDENT-NUMBER
                           OR PLAN-TERM NOT = STUDENT-TERM
           END-START.

      * Cuts one placement record for the collection agency
       308-WRITE-PLACEMENT-RECORD.
           MOVE STUDENT-NUMBER TO PLC-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO PLC-STUDENT-NAME.
           MOVE STUDENT-TERM TO PLC-TERM.
           MOVE WRITE-OFF-AMOUNT TO PLC-AMOUNT.
           MOVE ENTRY-LAST-PAYMENT-DATE(APPROVAL-SUB) TO
               PLC-LAST-PAYMENT-DATE.
           MOVE POSTING-DATE TO PLC-PLACEMENT-DATE.
           WRITE PLACEMENT-RECORD-OUT.

      * Keeps the history entry's date on an approval for the same
      * student when it is the latest seen so far
       401-KEEP-LAST-PAYMENT-DATE.
           IF ENTRY-STUDENT-NUMBER(APPROVAL-SUB) =
                   PAYHIST-STUDENT-NUMBER
                   AND PAYHIST-POSTING-DATE >
                       ENTRY-LAST-PAYMENT-DATE(APPROVAL-SUB)
               MOVE PAYHIST-POSTING-DATE TO
                   ENTRY-LAST-PAYMENT-DATE(APPROVAL-SUB)
           END-IF.

      * Reads the next installment record in key order
       402-READ-NEXT-PLAN-RECORD.
           READ PLAN-FILE NEXT RECORD.

      * Cuts one installment's amount due back to what was paid on
      * it and reads the next
       403-CLOSE-OFF-ONE-INSTALLMENT.
           IF PLAN-AMOUNT-DUE > PLAN-AMOUNT-PAID
               MOVE PLAN-AMOUNT-PAID TO PLAN-AMOUNT-DUE
               REWRITE PLAN-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           PERFORM 402-READ-NEXT-PLAN-RECORD.

       END PROGRAM WRITEOFF.
