      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Take in the bank's pre-authorized debit results file
      *          and queue each result for the payment apply run. The
      *          header and control-total trailer are proved against
      *          the detail before anything is queued; a file that
      *          does not prove out is rejected whole. A debit the
      *          bank confirmed is queued as a payment against the
      *          plan's term under the date it settled; one it
      *          returned is queued as an NSF reversal, so the apply
      *          run backs it out and charges the usual fee. Three
      *          returns in a row on one authorization cancel it. Every
      *          result is kept on the debit journal, and the results
      *          file is cleared once queued so it cannot be queued
      *          twice. Refused while a payment apply run is left
      *          incomplete. Each settlement date's confirmed debits
      *          are queued as one deposit for the bank reconciliation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADPOST.
       AUTHOR. MOSTAPHA A.
       SECURITY. NON CONFIDENTIAL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE-IN
              ASSIGN TO "../PADRESP.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RESULT-FILE-STATUS.

      * The debit authorizations, read by student to count returns
      * in a row and cancel those that reach the limit; OPTIONAL so
      * a results file can still be taken in with none on file
           SELECT OPTIONAL AUTH-FILE
              ASSIGN TO "../PADAUTH.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PAD-STUDENT-NUMBER
                 FILE STATUS IS AUTH-FILE-STATUS.

      * The debit queue the payment apply run reads after the counter
      * receipts; OPTIONAL so the first results ever taken in create
      * it rather than failing the open
           SELECT OPTIONAL DEBIT-QUEUE-FILE
              ASSIGN TO "../PADQ.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DEBIT-QUEUE-STATUS.

      * Every result the bank ever sent back, appended as taken in;
      * OPTIONAL so the first run ever creates it
           SELECT OPTIONAL JOURNAL-FILE-OUT
              ASSIGN TO "../PADJRNL.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JOURNAL-FILE-STATUS.

      * The bank reconciliation's deposit queue, appended with each
      * settlement date's confirmed debits; OPTIONAL so the first
      * results ever taken in create it
           SELECT OPTIONAL DEPOSIT-QUEUE-FILE
              ASSIGN TO "../DEPOSITQ.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DEPOSIT-QUEUE-STATUS.

      * The payment apply run's checkpoint trail, read before
      * anything is queued - while the trail ends on an active entry
      * the apply run's restart still counts the queue as it stood
           SELECT OPTIONAL CHECKPOINT-FILE-IN
              ASSIGN TO "../PAYCHKPT.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CHECKPOINT-FILE-STATUS.

           SELECT PRINT-FILE
              ASSIGN TO "../PADPOST.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Define the debit result record the bank sends back
       FD RESULT-FILE-IN.
           COPY PADDEBIT.

      * Define the debit authorization record
       FD AUTH-FILE.
           COPY PADAUTH.

      * Define one queued debit result in the payment record's shape
       FD DEBIT-QUEUE-FILE.
       01 DEBIT-RECORD-OUT.
           05 PADQ-STUDENT-NUMBER PIC 9(7).
           05 PADQ-AMOUNT-PAID PIC 9(5).
           05 PADQ-TRANS-CODE PIC X(1).
           05 PADQ-TERM PIC X(6).
           05 PADQ-BATCH-DATE PIC 9(8).

      * Define the journal record - a result detail exactly as the
      * bank sent it
       FD JOURNAL-FILE-OUT.
       01 JOURNAL-RECORD-OUT PIC X(60).

      * Define one item queued for the bank reconciliation
       FD DEPOSIT-QUEUE-FILE.
           COPY DEPOSIT.

      * Define the payment apply checkpoint entry
       FD CHECKPOINT-FILE-IN.
           COPY PAYCHKPT.

      * Define the printed results report line
       FD PRINT-FILE.
       01 PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 RESULT-FILE-STATUS PIC X(2).
           88 RESULT-FILE-STATUS-EOF VALUE "10".
       01 AUTH-FILE-STATUS PIC X(2).
       01 DEBIT-QUEUE-STATUS PIC X(2).
       01 JOURNAL-FILE-STATUS PIC X(2).
       01 DEPOSIT-QUEUE-STATUS PIC X(2).
       01 CHECKPOINT-FILE-STATUS PIC X(2).
           88 CHECKPOINT-FILE-STATUS-OK VALUE "00".
           88 CHECKPOINT-FILE-STATUS-EOF VALUE "10".
       01 PRINT-FILE-STATUS PIC X(2).

      * The state the last payment apply run ended in, off the last
      * entry of its checkpoint trail
       01 APPLY-RUN-STATUS PIC X(1) VALUE SPACE.
           88 APPLY-RUN-INCOMPLETE VALUE "A".

      * Returns in a row that cancel an authorization
       01 RETURN-LIMIT PIC 9(1) VALUE 3.

      * Date of this run
       01 RUN-DATE PIC 9(8).

      * What the file header and trailer carried
       01 FILE-CONTROL-FIELDS.
           05 FILE-DATE PIC 9(8) VALUE ZERO.
           05 TRAILER-ITEM-COUNT PIC 9(6) VALUE ZERO.
           05 TRAILER-TOTAL-AMOUNT PIC 9(9) VALUE ZERO.

      * What the detail records actually added up to
       01 DETAIL-CONTROL-FIELDS.
           05 DETAIL-ITEM-COUNT PIC 9(6) COMP VALUE ZERO.
           05 DETAIL-TOTAL-AMOUNT PIC 9(9) COMP VALUE ZERO.
           05 DETAIL-SUB PIC 9(4) COMP VALUE ZERO.

      * Switches tracking the shape of the file as it reads
       01 FILE-SHAPE-SWITCHES.
           05 HEADER-SEEN-SWITCH PIC X(1) VALUE "N".
               88 HEADER-SEEN VALUE "Y".
           05 TRAILER-SEEN-SWITCH PIC X(1) VALUE "N".
               88 TRAILER-SEEN VALUE "Y".
           05 FILE-REJECT-SWITCH PIC X(1) VALUE "N".
               88 FILE-REJECTED VALUE "Y".
               88 FILE-ACCEPTED VALUE "N".

      * The result details held back until the control totals prove
      * out, so a bad file queues nothing at all
       01 RESULT-DETAIL-TABLE.
           05 DETAIL-ENTRY OCCURS 2000 TIMES.
               10 DETAIL-RECORD-IMAGE PIC X(60).

      * The confirmed debits totalled by the date they settled - the
      * bank credits each settlement date's debits as one deposit
       01 SETTLEMENT-TABLE.
           05 SETTLEMENT-COUNT PIC 9(3) COMP VALUE ZERO.
           05 SETTLEMENT-SUB PIC 9(3) COMP VALUE ZERO.
           05 SETTLEMENT-ENTRY OCCURS 100 TIMES.
               10 SETTLEMENT-DATE PIC 9(8).
               10 SETTLEMENT-ITEM-COUNT PIC 9(5) COMP.
               10 SETTLEMENT-AMOUNT PIC 9(9) COMP.

      * Counts and dollars across the results queued
       01 RESULT-TOTALS.
           05 CONFIRMED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 CONFIRMED-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 RETURNED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 RETURNED-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 CANCELLED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 NO-AUTH-COUNT PIC 9(5) COMP VALUE ZERO.

      * Report page and line control
       01 REPORT-CONTROL-FIELDS.
           05 PAGE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 LINE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 LINES-PER-PAGE PIC 9(3) COMP VALUE 20.

      * A CCYYMMDD date split apart and re-edited with hyphens so the
      * report shows readable dates
       01 DATE-EDIT-FIELDS.
           05 UNEDITED-DATE.
               10 UNEDITED-YEAR PIC 9(4).
               10 UNEDITED-MONTH PIC 9(2).
               10 UNEDITED-DAY PIC 9(2).
           05 EDITED-DATE.
               10 EDITED-YEAR PIC 9(4).
               10 FILLER PIC X(1) VALUE "-".
               10 EDITED-MONTH PIC 9(2).
               10 FILLER PIC X(1) VALUE "-".
               10 EDITED-DAY PIC 9(2).

      * Report headings and detail/total line layouts
       01 HEADING-LINE-1.
           05 FILLER PIC X(34) VALUE
               "PRE-AUTHORIZED DEBIT RESULTS".
           05 FILLER PIC X(11) VALUE "RUN DATE ".
           05 HL-RUN-DATE PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL-PAGE-NUMBER PIC ZZ9.
           05 FILLER PIC X(66) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "STU NUM".
           05 FILLER PIC X(8) VALUE "TERM".
           05 FILLER PIC X(5) VALUE "INS".
           05 FILLER PIC X(12) VALUE "DEBIT DATE".
           05 FILLER PIC X(9) VALUE "AMOUNT".
           05 FILLER PIC X(11) VALUE "RESULT".
           05 FILLER PIC X(5) VALUE "RSN".
           05 FILLER PIC X(12) VALUE "SETTLED".
           05 FILLER PIC X(60) VALUE "NOTE".

       01 DETAIL-LINE.
           05 DL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-TERM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-INSTALLMENT PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-DEBIT-DATE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-AMOUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-RESULT PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-RETURN-REASON PIC X(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-SETTLE-DATE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-NOTE PIC X(40).
           05 FILLER PIC X(20) VALUE SPACES.

       01 FILE-INFO-LINE.
           05 FILLER PIC X(16) VALUE "BANK FILE DATE: ".
           05 FIL-FILE-DATE PIC X(10).
           05 FILLER PIC X(106) VALUE SPACES.

       01 REASON-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RL-REASON-TEXT PIC X(70).
           05 FILLER PIC X(58) VALUE SPACES.

       01 COUNT-LINE.
           05 CL-COUNT-LABEL PIC X(30).
           05 CL-COUNT-VALUE PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(91) VALUE SPACES.

       01 VERDICT-LINE.
           05 VL-VERDICT-TEXT PIC X(50).
           05 FILLER PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
       100-POST-DEBIT-RESULTS.
           PERFORM 201-INITIALIZE-POSTING.
           PERFORM 202-TAKE-ONE-RESULT-RECORD
               UNTIL RESULT-FILE-STATUS-EOF.
           PERFORM 203-VERIFY-RESULT-FILE.
           PERFORM 204-DISPOSE-OF-RESULTS.
           PERFORM 205-TERMINATE-POSTING.
           STOP RUN.

      * Stamps the run, opens the results file and the report, prints
      * the first page header and primes the read
       201-INITIALIZE-POSTING.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RESULT-FILE-IN.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 401-PRINT-PAGE-HEADERS.
           PERFORM 301-READ-RESULT-RECORD.

      * Routes one result record by its type and reads the next;
      * anything unrecognized sinks the whole file
       202-TAKE-ONE-RESULT-RECORD.
           EVALUATE TRUE
               WHEN PADD-HEADER-RECORD
                   PERFORM 302-TAKE-HEADER-RECORD
               WHEN PADD-DETAIL-RECORD
                   PERFORM 303-TAKE-DETAIL-RECORD
               WHEN PADD-TRAILER-RECORD
                   PERFORM 304-TAKE-TRAILER-RECORD
               WHEN OTHER
                   MOVE "UNRECOGNIZED RECORD TYPE ON RESULTS FILE"
                       TO RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
           END-EVALUATE.
           PERFORM 301-READ-RESULT-RECORD.

      * Checks the file held together - header and trailer present
      * and the trailer's control totals matching what the details
      * actually added up to - and that no apply run is outstanding
       203-VERIFY-RESULT-FILE.
           PERFORM 305-CHECK-PRIOR-APPLY-RUN.
           IF NOT HEADER-SEEN
               MOVE "NO HEADER ON RESULTS FILE" TO RL-REASON-TEXT
               PERFORM 402-WRITE-REASON-LINE
           END-IF.
           IF NOT TRAILER-SEEN
               MOVE "NO CONTROL-TOTAL TRAILER ON RESULTS FILE" TO
                   RL-REASON-TEXT
               PERFORM 402-WRITE-REASON-LINE
           ELSE
               IF TRAILER-ITEM-COUNT NOT = DETAIL-ITEM-COUNT
                   MOVE "TRAILER ITEM COUNT DOES NOT MATCH DETAIL"
                       TO RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               END-IF
               IF TRAILER-TOTAL-AMOUNT NOT = DETAIL-TOTAL-AMOUNT
                   MOVE "TRAILER TOTAL DOLLARS DO NOT MATCH DETAIL"
                       TO RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               END-IF
           END-IF.

      * Queues and journals the held results when the file proved
      * out, queues each settlement date's deposit for the bank
      * reconciliation and clears the results file behind them; a
      * rejected file queues nothing
       204-DISPOSE-OF-RESULTS.
           IF FILE-ACCEPTED
               OPEN I-O AUTH-FILE
               OPEN EXTEND DEBIT-QUEUE-FILE
               OPEN EXTEND JOURNAL-FILE-OUT
               OPEN EXTEND DEPOSIT-QUEUE-FILE
               PERFORM 306-QUEUE-ONE-RESULT
                   VARYING DETAIL-SUB FROM 1 BY 1
                       UNTIL DETAIL-SUB > DETAIL-ITEM-COUNT
               PERFORM 309-QUEUE-ONE-SETTLEMENT
                   VARYING SETTLEMENT-SUB FROM 1 BY 1
                       UNTIL SETTLEMENT-SUB > SETTLEMENT-COUNT
               CLOSE AUTH-FILE
               CLOSE DEBIT-QUEUE-FILE
               CLOSE JOURNAL-FILE-OUT
               CLOSE DEPOSIT-QUEUE-FILE
           END-IF.
           CLOSE RESULT-FILE-IN.
           IF FILE-ACCEPTED
               PERFORM 307-CLEAR-RESULT-FILE
           END-IF.
           MOVE FILE-DATE TO UNEDITED-DATE.
           PERFORM 406-EDIT-DATE.
           MOVE EDITED-DATE TO FIL-FILE-DATE.
           WRITE PRINT-LINE FROM FILE-INFO-LINE
               AFTER ADVANCING 2.
           MOVE "RESULTS ON FILE:" TO CL-COUNT-LABEL.
           MOVE DETAIL-ITEM-COUNT TO CL-COUNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 1.
           MOVE "TOTAL DOLLARS ON FILE:" TO CL-COUNT-LABEL.
           MOVE DETAIL-TOTAL-AMOUNT TO CL-COUNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 1.
           IF FILE-ACCEPTED
               PERFORM 308-PRINT-RESULT-TOTALS
               MOVE "RESULTS ACCEPTED - QUEUED FOR PAYMENT APPLY" TO
                   VL-VERDICT-TEXT
           ELSE
               MOVE "RESULTS REJECTED - NOTHING QUEUED" TO
                   VL-VERDICT-TEXT
           END-IF.
           WRITE PRINT-LINE FROM VERDICT-LINE
               AFTER ADVANCING 2.

      * Closes the report and echoes the verdict to the console
       205-TERMINATE-POSTING.
           CLOSE PRINT-FILE.
           DISPLAY "Debit results taken in: " DETAIL-ITEM-COUNT.
           IF FILE-ACCEPTED
               DISPLAY "Debits confirmed: " CONFIRMED-COUNT
               DISPLAY "Debits returned: " RETURNED-COUNT
               DISPLAY "Authorizations cancelled: " CANCELLED-COUNT
           ELSE
               DISPLAY "Results rejected - see results report"
           END-IF.

      * Reads the next result record
       301-READ-RESULT-RECORD.
           READ RESULT-FILE-IN.

      * Keeps the file date off the header; a second header means
      * the bank file is malformed
       302-TAKE-HEADER-RECORD.
           IF HEADER-SEEN
               MOVE "MORE THAN ONE HEADER ON FILE" TO RL-REASON-TEXT
               PERFORM 402-WRITE-REASON-LINE
           ELSE
               SET HEADER-SEEN TO TRUE
               MOVE PADD-FILE-DATE TO FILE-DATE
           END-IF.

      * Holds one result detail and adds it into the running totals
      * the trailer must prove against; a detail with no result on it
      * is not one the bank has settled either way
       303-TAKE-DETAIL-RECORD.
           EVALUATE TRUE
               WHEN NOT HEADER-SEEN
                   MOVE "DETAIL RECORD AHEAD OF THE HEADER" TO
                       RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               WHEN TRAILER-SEEN
                   MOVE "DETAIL RECORD AFTER THE CONTROL TRAILER" TO
                       RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               WHEN PADD-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "DETAIL STUDENT NUMBER NOT NUMERIC" TO
                       RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               WHEN PADD-AMOUNT IS NOT NUMERIC
                   MOVE "DETAIL AMOUNT NOT NUMERIC" TO RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               WHEN PADD-SETTLE-DATE IS NOT NUMERIC
                   MOVE "DETAIL SETTLEMENT DATE NOT NUMERIC" TO
                       RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               WHEN NOT PADD-RESULT-CONFIRMED
                       AND NOT PADD-RESULT-RETURNED
                   MOVE "DETAIL RESULT CODE NOT CONFIRMED OR RETURNED"
                       TO RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               WHEN DETAIL-ITEM-COUNT = 2000
                   MOVE "MORE THAN 2000 RESULTS ON ONE FILE" TO
                       RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               WHEN OTHER
                   ADD 1 TO DETAIL-ITEM-COUNT
                   MOVE PAD-DEBIT-RECORD TO
                       DETAIL-RECORD-IMAGE(DETAIL-ITEM-COUNT)
                   ADD PADD-AMOUNT TO DETAIL-TOTAL-AMOUNT
                   IF PADD-RESULT-CONFIRMED
                       PERFORM 407-ADD-TO-SETTLEMENT
                   END-IF
           END-EVALUATE.

      * Keeps the control totals off the trailer; a second trailer
      * means the bank file is malformed
       304-TAKE-TRAILER-RECORD.
           IF TRAILER-SEEN
               MOVE "MORE THAN ONE CONTROL TRAILER ON FILE" TO
                   RL-REASON-TEXT
               PERFORM 402-WRITE-REASON-LINE
           ELSE
               SET TRAILER-SEEN TO TRUE
               MOVE PADD-ITEM-COUNT TO TRAILER-ITEM-COUNT
               MOVE PADD-TOTAL-AMOUNT TO TRAILER-TOTAL-AMOUNT
           END-IF.

      * Reads the payment apply checkpoint trail and sinks the file
      * while its last entry shows an abended run - the apply run's
      * restart skips the queue by count, and results added to it now
      * would be skipped in place of ones already applied
       305-CHECK-PRIOR-APPLY-RUN.
           OPEN INPUT CHECKPOINT-FILE-IN.
           IF CHECKPOINT-FILE-STATUS-OK
               PERFORM 403-READ-ONE-CHECKPOINT
                   UNTIL CHECKPOINT-FILE-STATUS-EOF
           END-IF.
           CLOSE CHECKPOINT-FILE-IN.
           IF APPLY-RUN-INCOMPLETE
               MOVE "INCOMPLETE PAYMENT APPLY RUN OUTSTANDING - RERUN"
                   & " IT BEFORE THESE RESULTS" TO RL-REASON-TEXT
               PERFORM 402-WRITE-REASON-LINE
           END-IF.

      * Queues one held result for the apply run - a confirmed debit
      * as a payment, a returned one as an NSF reversal - journals it,
      * counts it against the student's authorization and lists it
       306-QUEUE-ONE-RESULT.
           MOVE DETAIL-RECORD-IMAGE(DETAIL-SUB) TO PAD-DEBIT-RECORD.
           MOVE PADD-STUDENT-NUMBER TO PADQ-STUDENT-NUMBER.
           MOVE PADD-AMOUNT TO PADQ-AMOUNT-PAID.
           MOVE PADD-TERM TO PADQ-TERM.
           MOVE PADD-SETTLE-DATE TO PADQ-BATCH-DATE.
           MOVE SPACES TO DL-NOTE.
           IF PADD-RESULT-CONFIRMED
               MOVE "P" TO PADQ-TRANS-CODE
               MOVE "CONFIRMED" TO DL-RESULT
               ADD 1 TO CONFIRMED-COUNT
               ADD PADD-AMOUNT TO CONFIRMED-TOTAL
           ELSE
               MOVE "R" TO PADQ-TRANS-CODE
               MOVE "RETURNED" TO DL-RESULT
               ADD 1 TO RETURNED-COUNT
               ADD PADD-AMOUNT TO RETURNED-TOTAL
           END-IF.
           WRITE DEBIT-RECORD-OUT.
           WRITE JOURNAL-RECORD-OUT FROM PAD-DEBIT-RECORD.
           PERFORM 404-COUNT-AGAINST-AUTHORIZATION.
           PERFORM 405-PRINT-RESULT-LINE.

      * Empties the results file once every result on it is queued,
      * so taking it in again cannot queue them twice
       307-CLEAR-RESULT-FILE.
           OPEN OUTPUT RESULT-FILE-IN.
           CLOSE RESULT-FILE-IN.

      * Prints the counts and dollars of the results queued
       308-PRINT-RESULT-TOTALS.
           MOVE "DEBITS CONFIRMED:" TO CL-COUNT-LABEL.
           MOVE CONFIRMED-COUNT TO CL-COUNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 2.
           MOVE "DOLLARS CONFIRMED:" TO CL-COUNT-LABEL.
           MOVE CONFIRMED-TOTAL TO CL-COUNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 1.
           MOVE "DEBITS RETURNED:" TO CL-COUNT-LABEL.
           MOVE RETURNED-COUNT TO CL-COUNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 1.
           MOVE "DOLLARS RETURNED:" TO CL-COUNT-LABEL.
           MOVE RETURNED-TOTAL TO CL-COUNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 1.
           MOVE "AUTHORIZATIONS CANCELLED:" TO CL-COUNT-LABEL.
           MOVE CANCELLED-COUNT TO CL-COUNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 1.
           MOVE "RESULTS WITH NO AUTHORIZATION:" TO CL-COUNT-LABEL.
           MOVE NO-AUTH-COUNT TO CL-COUNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 1.

      * Queues one settlement date's confirmed debits as the deposit
      * the bank reconciliation expects to see credited
       309-QUEUE-ONE-SETTLEMENT.
           SET DEP-FROM-DEBITS TO TRUE.
           MOVE ZERO TO DEP-BATCH-NUMBER.
           MOVE ZERO TO DEP-STUDENT-NUMBER.
           MOVE SETTLEMENT-DATE(SETTLEMENT-SUB) TO DEP-DATE.
           MOVE SETTLEMENT-AMOUNT(SETTLEMENT-SUB) TO DEP-AMOUNT.
           MOVE SETTLEMENT-ITEM-COUNT(SETTLEMENT-SUB) TO
               DEP-ITEM-COUNT.
           WRITE DEPOSIT-RECORD.

      * Starts a new page - page and column headings, line count
      * reset
       401-PRINT-PAGE-HEADERS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL-PAGE-NUMBER.
           MOVE RUN-DATE TO UNEDITED-DATE.
           PERFORM 406-EDIT-DATE.
           MOVE EDITED-DATE TO HL-RUN-DATE.
           IF PAGE-COUNT = 1
               WRITE PRINT-LINE FROM HEADING-LINE-1
           ELSE
               WRITE PRINT-LINE FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2.
           MOVE ZERO TO LINE-COUNT.

      * Prints one reason the file cannot be accepted and marks the
      * whole file rejected
       402-WRITE-REASON-LINE.
           WRITE PRINT-LINE FROM REASON-LINE
               AFTER ADVANCING 1.
           SET FILE-REJECTED TO TRUE.

      * Keeps the run status of one checkpoint entry; the last one
      * read is the state the apply run ended in
       403-READ-ONE-CHECKPOINT.
           READ CHECKPOINT-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CHECKPOINT-RUN-STATUS TO APPLY-RUN-STATUS
           END-READ.

      * A confirmed debit clears the student's run of returns; a
      * returned one adds to it, and the return that reaches the
      * limit cancels a standing authorization
       404-COUNT-AGAINST-AUTHORIZATION.
           MOVE PADD-STUDENT-NUMBER TO PAD-STUDENT-NUMBER.
           READ AUTH-FILE
               INVALID KEY
                   MOVE "NO AUTHORIZATION ON FILE" TO DL-NOTE
                   ADD 1 TO NO-AUTH-COUNT
               NOT INVALID KEY
                   IF PADD-RESULT-CONFIRMED
                       MOVE ZERO TO PAD-RETURNS-IN-ROW
                   ELSE
                       IF PAD-RETURNS-IN-ROW < 9
                           ADD 1 TO PAD-RETURNS-IN-ROW
                       END-IF
                       IF PAD-RETURNS-IN-ROW >= RETURN-LIMIT
                               AND PAD-AUTH-ACTIVE
                           SET PAD-AUTH-CANCELLED TO TRUE
                           SET PAD-CANCELLED-BY-RETURNS TO TRUE
                           MOVE RUN-DATE TO PAD-CANCEL-DATE
                           MOVE "AUTHORIZATION CANCELLED - RETURNS"
                               TO DL-NOTE
                           ADD 1 TO CANCELLED-COUNT
                       END-IF
                   END-IF
                   REWRITE PAD-AUTH-RECORD
                       INVALID KEY
                           DISPLAY "Error rewriting authorization "
                               PAD-STUDENT-NUMBER
                   END-REWRITE
           END-READ.

      * Prints one queued result
       405-PRINT-RESULT-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 401-PRINT-PAGE-HEADERS
           END-IF.
           MOVE PADD-STUDENT-NUMBER TO DL-STUDENT-NUMBER.
           MOVE PADD-TERM TO DL-TERM.
           MOVE PADD-INSTALLMENT-NUMBER TO DL-INSTALLMENT.
           MOVE PADD-DEBIT-DATE TO UNEDITED-DATE.
           PERFORM 406-EDIT-DATE.
           MOVE EDITED-DATE TO DL-DEBIT-DATE.
           MOVE PADD-AMOUNT TO DL-AMOUNT.
           MOVE PADD-RETURN-REASON TO DL-RETURN-REASON.
           MOVE PADD-SETTLE-DATE TO UNEDITED-DATE.
           PERFORM 406-EDIT-DATE.
           MOVE EDITED-DATE TO DL-SETTLE-DATE.
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

      * Re-edits the CCYYMMDD date in UNEDITED-DATE with hyphens
       406-EDIT-DATE.
           MOVE UNEDITED-YEAR TO EDITED-YEAR.
           MOVE UNEDITED-MONTH TO EDITED-MONTH.
           MOVE UNEDITED-DAY TO EDITED-DAY.

      * Adds one confirmed debit into its settlement date's total,
      * starting a new date when it is not yet in the table; a file
      * settling on more dates than the table holds is rejected
       407-ADD-TO-SETTLEMENT.
           MOVE 1 TO SETTLEMENT-SUB.
           PERFORM 408-STEP-SETTLEMENT-SEARCH
               UNTIL SETTLEMENT-SUB > SETTLEMENT-COUNT
                   OR SETTLEMENT-DATE(SETTLEMENT-SUB) =
                       PADD-SETTLE-DATE.
           EVALUATE TRUE
               WHEN SETTLEMENT-SUB NOT > SETTLEMENT-COUNT
                   ADD 1 TO SETTLEMENT-ITEM-COUNT(SETTLEMENT-SUB)
                   ADD PADD-AMOUNT TO
                       SETTLEMENT-AMOUNT(SETTLEMENT-SUB)
               WHEN SETTLEMENT-COUNT = 100
                   MOVE "MORE THAN 100 SETTLEMENT DATES ON ONE FILE"
                       TO RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               WHEN OTHER
                   ADD 1 TO SETTLEMENT-COUNT
                   MOVE PADD-SETTLE-DATE TO
                       SETTLEMENT-DATE(SETTLEMENT-COUNT)
                   MOVE 1 TO SETTLEMENT-ITEM-COUNT(SETTLEMENT-COUNT)
                   MOVE PADD-AMOUNT TO
                       SETTLEMENT-AMOUNT(SETTLEMENT-COUNT)
           END-EVALUATE.

      * Steps the settlement search on to the next table entry
       408-STEP-SETTLEMENT-SEARCH.
           ADD 1 TO SETTLEMENT-SUB.

       END PROGRAM PADPOST.
