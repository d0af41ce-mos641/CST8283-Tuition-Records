      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Nightly batch job that applies a payments transaction
      *          file against STUDENTFILE.TXT, subtracting each payment
      *          from the matching student's TUITION-OWED. Each
      *          transaction carries a code - payment, NSF reversal (the
      *          bounced amount goes back on plus the returned-cheque
      *          fee) or authorized adjustment - and each writes its own
      *          typed history entry. Payments that cannot be posted are
      *          parked on the suspense file for the bursar, as is a
      *          payment keyed to a written-off term, and items the
      *          bursar has corrected and released are applied ahead of
      *          the night's payment file. A sponsor payment carries the
      *          sponsor number instead of a student number and is
      *          settled across that sponsor's linked students, each
      *          link up to its covered amount; money left after the
      *          links are satisfied parks on suspense. A collection
      *          agency recovery, remitted net of the agency's
      *          commission, is grossed back up at the commission rate
      *          and the gross works down the debt still unrecovered on
      *          a written-off account; it is cash against bad debt
      *          already off the receivable, so it leaves TUITION-OWED
      *          alone and is reported under its own control record,
      *          with the commission the agency kept under another.
      *          Payments the front-counter cashiers receipted are
      *          queued by the cashier workstation and applied after the
      *          releases, ahead of the night's payment file, under
      *          their own control record. Pre-authorized debits the
      *          bank confirmed are queued by the debit posting run and
      *          applied after the counter receipts under a control
      *          record of their own; the debits the bank returned ride
      *          the same queue as NSF reversals. Every NSF reversal
      *          applied is also queued for the bank reconciliation to
      *          match to its chargeback.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAPPLY.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RELEASE-FILE-STATUS.

      * Payments receipted at the front counter, queued by the
      * cashier workstation in the payment record's shape, applied
      * after the releases and cleared once the run completes;
      * OPTIONAL because a day with no counter shift queues none
           SELECT OPTIONAL COUNTER-QUEUE-FILE
              ASSIGN TO "../COUNTERQ.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS COUNTER-QUEUE-STATUS.

      * Pre-authorized debits the bank confirmed or returned, queued
      * by the debit posting run in the payment record's shape,
      * applied after the counter receipts and cleared once the run
      * completes; OPTIONAL because most nights carry no bank results
           SELECT OPTIONAL DEBIT-QUEUE-FILE
              ASSIGN TO "../PADQ.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DEBIT-QUEUE-STATUS.

      * The bank reconciliation's deposit queue, appended with each
      * NSF reversal applied so the bank's chargeback can be matched
      * to it; OPTIONAL so the first reversal ever creates it
           SELECT OPTIONAL DEPOSIT-QUEUE-FILE
              ASSIGN TO "../DEPOSITQ.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DEPOSIT-QUEUE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 REL-TERM PIC X(6).
           05 REL-BATCH-DATE PIC 9(8).

      * Define one counter receipt - the student, the amount taken,
      * the term the cashier directed it at and the shift date, in
      * the payment record's shape
       FD COUNTER-QUEUE-FILE.
       01 COUNTER-RECORD-IN.
           05 CTR-STUDENT-NUMBER PIC 9(7).
           05 CTR-AMOUNT-PAID PIC 9(5).
           05 CTR-TRANS-CODE PIC X(1).
           05 CTR-TERM PIC X(6).
           05 CTR-BATCH-DATE PIC 9(8).

      * Define one queued debit result - a confirmed debit as a
      * payment, a returned one as an NSF reversal, against the plan's
      * term and under the date the bank settled it
       FD DEBIT-QUEUE-FILE.
       01 DEBIT-RECORD-IN.
           05 PADQ-STUDENT-NUMBER PIC 9(7).
           05 PADQ-AMOUNT-PAID PIC 9(5).
           05 PADQ-TRANS-CODE PIC X(1).
           05 PADQ-TERM PIC X(6).
           05 PADQ-BATCH-DATE PIC 9(8).

      * Define one item queued for the bank reconciliation
       FD DEPOSIT-QUEUE-FILE.
           COPY DEPOSIT.

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 STUDENT-FILE-STATUS PIC X(2).
       01 SUSPENSE-FILE-STATUS PIC X(2).
       01 RELEASE-FILE-STATUS PIC X(2).
           88 RELEASE-FILE-STATUS-EOF VALUE "10".
       01 COUNTER-QUEUE-STATUS PIC X(2).
           88 COUNTER-QUEUE-STATUS-EOF VALUE "10".
       01 DEBIT-QUEUE-STATUS PIC X(2).
           88 DEBIT-QUEUE-STATUS-EOF VALUE "10".
       01 DEPOSIT-QUEUE-STATUS PIC X(2).
       01 PLAN-FILE-STATUS PIC X(2).
           88 PLAN-FILE-STATUS-EOF VALUE "10".
       01 SPONSOR-FILE-STATUS PIC X(2).
           05 RESTART-ADJUSTED-AMOUNT PIC 9(9) COMP VALUE ZERO.
           05 RESTART-SPONSOR-COUNT PIC 9(5) COMP VALUE ZERO.
           05 RESTART-SPONSOR-AMOUNT PIC 9(9) COMP VALUE ZERO.
           05 RESTART-RECOVERED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 RESTART-RECOVERED-AMOUNT PIC 9(9) COMP VALUE ZERO.
           05 RESTART-COMMISSION-AMOUNT PIC 9(9) COMP VALUE ZERO.
           05 RESTART-COUNTER-COUNT PIC 9(5) COMP VALUE ZERO.
           05 RESTART-COUNTER-AMOUNT PIC 9(9) COMP VALUE ZERO.
           05 RESTART-DEBIT-COUNT PIC 9(5) COMP VALUE ZERO.
           05 RESTART-DEBIT-AMOUNT PIC 9(9) COMP VALUE ZERO.
           05 PRIOR-RUN-STATUS PIC X(1) VALUE SPACE.
               88 PRIOR-RUN-INCOMPLETE VALUE "A".

           05 ADJUSTMENTS-APPLIED-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 SPONSOR-SETTLED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 SPONSOR-SETTLED-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 RECOVERIES-APPLIED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 RECOVERIES-APPLIED-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 RECOVERY-COMMISSION-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 COUNTER-APPLIED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 COUNTER-APPLIED-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 DEBITS-APPLIED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 DEBITS-APPLIED-TOTAL PIC 9(9) COMP VALUE ZERO.

      * The fee charged back to the student when the bank returns a
      * cheque, added on top of the reversed amount
       01 NSF-FEE-AMOUNT PIC 9(3) VALUE 25.

      * The share of each gross collection the agency keeps before
      * remitting, as a percentage, and the gross and commission
      * worked back from the net amount remitted
       01 AGENCY-COMMISSION-RATE PIC 9(2) VALUE 30.
       01 RECOVERY-GROSS-AMOUNT PIC 9(7) VALUE ZERO.
       01 RECOVERY-COMMISSION-AMOUNT PIC 9(7) VALUE ZERO.

      * The transaction being posted, common to the payment file, the
      * suspense release file, the counter queue and the debit queue
      * so one posting path serves all four; a blank transaction code
      * reads as a payment
       01 CURRENT-TRANSACTION.
           05 TRANS-STUDENT-NUMBER PIC 9(7).
           05 TRANS-AMOUNT PIC 9(5).
               88 TRANS-NSF-REVERSAL VALUE "R".
               88 TRANS-ADJUSTMENT VALUE "A".
               88 TRANS-SPONSOR-PAYMENT VALUE "S".
               88 TRANS-RECOVERY VALUE "C".
           05 TRANS-TERM PIC X(6).
      * The lockbox batch date as the record carried it - checked
      * for a real date only where it is used, so files cut before
           05 TRANS-SOURCE PIC X(1).
               88 TRANS-FROM-PAYMENTS VALUE "P".
               88 TRANS-FROM-RELEASES VALUE "R".
               88 TRANS-FROM-COUNTER VALUE "C".
               88 TRANS-FROM-DEBITS VALUE "D".

      * Work fields for finding the oldest term a student still owes
      * on when the transaction names no term of its own; a student
           PERFORM 201-INITIALIZE-PAYMENT-RUN.
           PERFORM 204-APPLY-ONE-RELEASE
               UNTIL RELEASE-FILE-STATUS-EOF.
           PERFORM 205-APPLY-ONE-COUNTER-RECEIPT
               UNTIL COUNTER-QUEUE-STATUS-EOF.
           PERFORM 206-APPLY-ONE-DEBIT-RESULT
               UNTIL DEBIT-QUEUE-STATUS-EOF.
           PERFORM 202-APPLY-ONE-PAYMENT
               UNTIL PAYMENT-FILE-STATUS-EOF.
           PERFORM 203-TERMINATE-PAYMENT-RUN.
           OPEN I-O STUDENT-FILE-OUT.
           OPEN INPUT PAYMENT-FILE-IN.
           OPEN INPUT RELEASE-FILE.
           OPEN INPUT COUNTER-QUEUE-FILE.
           OPEN INPUT DEBIT-QUEUE-FILE.
           OPEN EXTEND PAYMENT-HISTORY-FILE.
           OPEN EXTEND DEPOSIT-QUEUE-FILE.
           OPEN EXTEND SUSPENSE-FILE.
           OPEN I-O PLAN-FILE.
           OPEN INPUT SPONSOR-FILE.
           IF NOT RELEASE-FILE-STATUS-EOF
               PERFORM 309-READ-RELEASE-RECORD
           END-IF.
           IF NOT COUNTER-QUEUE-STATUS-EOF
               PERFORM 326-READ-COUNTER-RECORD
           END-IF.
           IF NOT DEBIT-QUEUE-STATUS-EOF
               PERFORM 328-READ-DEBIT-RECORD
           END-IF.
           IF NOT PAYMENT-FILE-STATUS-EOF
               PERFORM 301-READ-PAYMENT-RECORD
           END-IF.
           END-IF.
           PERFORM 301-READ-PAYMENT-RECORD.

      * Closes the files, clears the worked-off release file, counter
      * queue and debit queue and reports what the run did
       203-TERMINATE-PAYMENT-RUN.
           CLOSE STUDENT-FILE-OUT.
           CLOSE PAYMENT-FILE-IN.
           CLOSE RELEASE-FILE.
           CLOSE COUNTER-QUEUE-FILE.
           CLOSE DEBIT-QUEUE-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE DEPOSIT-QUEUE-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE PLAN-FILE.
           CLOSE SPONSOR-FILE.
           CLOSE CHECKPOINT-FILE.
           PERFORM 307-MARK-RUN-COMPLETE.
           PERFORM 310-CLEAR-RELEASE-FILE.
           PERFORM 327-CLEAR-COUNTER-QUEUE.
           PERFORM 329-CLEAR-DEBIT-QUEUE.
           PERFORM 308-WRITE-CONTROL-RECORD.
           DISPLAY "Payments applied: " PAYMENTS-APPLIED-COUNT.
           DISPLAY "Payments rejected: " PAYMENTS-REJECTED-COUNT.
               DISPLAY "Sponsor payment lines settled: "
                   SPONSOR-SETTLED-COUNT
           END-IF.
           IF RECOVERIES-APPLIED-COUNT > ZERO
               DISPLAY "Agency recoveries applied: "
                   RECOVERIES-APPLIED-COUNT
           END-IF.
           IF RELEASES-APPLIED-COUNT > ZERO
               DISPLAY "Suspense releases applied: "
                   RELEASES-APPLIED-COUNT
           END-IF.
           IF COUNTER-APPLIED-COUNT > ZERO
               DISPLAY "Counter receipts applied: "
                   COUNTER-APPLIED-COUNT
           END-IF.
           IF DEBITS-APPLIED-COUNT > ZERO
               DISPLAY "Pre-authorized debits applied: "
                   DEBITS-APPLIED-COUNT
           END-IF.
           IF SKIPPED-COUNT > ZERO
               DISPLAY "Restart - transactions skipped: " SKIPPED-COUNT
           END-IF.
           END-IF.
           PERFORM 309-READ-RELEASE-RECORD.

      * Applies one counter receipt after the releases and ahead of
      * the payment file, taking a checkpoint the same way a payment
      * does, and reads the next queued receipt
       205-APPLY-ONE-COUNTER-RECEIPT.
           SET TRANS-FROM-COUNTER TO TRUE.
           MOVE CTR-STUDENT-NUMBER TO TRANS-STUDENT-NUMBER.
           MOVE CTR-AMOUNT-PAID TO TRANS-AMOUNT.
           MOVE CTR-TRANS-CODE TO TRANS-CODE.
           MOVE CTR-TERM TO TRANS-TERM.
           MOVE CTR-BATCH-DATE TO TRANS-BATCH-DATE.
           PERFORM 302-POST-PAYMENT-TO-STUDENT.
           ADD 1 TO PAYMENTS-PROCESSED-COUNT.
           ADD 1 TO TRANS-SINCE-CHECKPOINT.
           IF TRANS-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
               PERFORM 304-TAKE-CHECKPOINT
           END-IF.
           PERFORM 326-READ-COUNTER-RECORD.

      * Applies one queued debit result after the counter receipts
      * and ahead of the payment file - a confirmed debit posts as a
      * payment against the plan's term, a returned one as an NSF
      * reversal - taking a checkpoint the same way a payment does,
      * and reads the next queued result
       206-APPLY-ONE-DEBIT-RESULT.
           SET TRANS-FROM-DEBITS TO TRUE.
           MOVE PADQ-STUDENT-NUMBER TO TRANS-STUDENT-NUMBER.
           MOVE PADQ-AMOUNT-PAID TO TRANS-AMOUNT.
           MOVE PADQ-TRANS-CODE TO TRANS-CODE.
           MOVE PADQ-TERM TO TRANS-TERM.
           MOVE PADQ-BATCH-DATE TO TRANS-BATCH-DATE.
           PERFORM 302-POST-PAYMENT-TO-STUDENT.
           ADD 1 TO PAYMENTS-PROCESSED-COUNT.
           ADD 1 TO TRANS-SINCE-CHECKPOINT.
           IF TRANS-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
               PERFORM 304-TAKE-CHECKPOINT
           END-IF.
           PERFORM 328-READ-DEBIT-RECORD.

      * Reads the next payment transaction
       301-READ-PAYMENT-RECORD.
           READ PAYMENT-FILE-IN.
      * the balance the way its code directs - a payment or
      * adjustment comes off the tuition owed, an NSF reversal puts
      * the bounced amount back on along with the returned-cheque
      * fee, a sponsor payment settles across the sponsor's linked
      * students, and an agency recovery works down a written-off
      * debt; a transaction that cannot be posted is parked on the
      * suspense file for the bursar rather than lost silently
       302-POST-PAYMENT-TO-STUDENT.
           EVALUATE TRUE
               WHEN TRANS-SPONSOR-PAYMENT
                   PERFORM 320-POST-SPONSOR-PAYMENT
               WHEN TRANS-RECOVERY
                   PERFORM 322-POST-AGENCY-RECOVERY
               WHEN TRANS-PAYMENT OR TRANS-NSF-REVERSAL
                       OR TRANS-ADJUSTMENT
                   PERFORM 312-POST-TO-MASTER-RECORD
                   ADJUSTMENTS-APPLIED-TOTAL
               MOVE RESTART-SPONSOR-COUNT TO SPONSOR-SETTLED-COUNT
               MOVE RESTART-SPONSOR-AMOUNT TO SPONSOR-SETTLED-TOTAL
               MOVE RESTART-RECOVERED-COUNT TO
                   RECOVERIES-APPLIED-COUNT
               MOVE RESTART-RECOVERED-AMOUNT TO
                   RECOVERIES-APPLIED-TOTAL
               MOVE RESTART-COMMISSION-AMOUNT TO
                   RECOVERY-COMMISSION-TOTAL
               MOVE RESTART-COUNTER-COUNT TO COUNTER-APPLIED-COUNT
               MOVE RESTART-COUNTER-AMOUNT TO COUNTER-APPLIED-TOTAL
               MOVE RESTART-DEBIT-COUNT TO DEBITS-APPLIED-COUNT
               MOVE RESTART-DEBIT-AMOUNT TO DEBITS-APPLIED-TOTAL
           ELSE
               MOVE ZERO TO RESTART-SKIP-COUNT
           END-IF.

      * Reads past the transactions the abended prior run already
      * applied, so none of them is subtracted a second time; the
      * prior run worked the release file first, the counter queue
      * and the debit queue next, so the skip consumes released
      * items, then counter receipts, then debit results, ahead of
      * payment transactions the same way
       306-SKIP-APPLIED-TRANSACTIONS.
           DISPLAY "Incomplete prior run detected - skipping "
               RESTART-SKIP-COUNT " applied transactions".
           PERFORM 402-SKIP-ONE-TRANSACTION
               UNTIL SKIPPED-COUNT >= RESTART-SKIP-COUNT
                   OR (RELEASE-FILE-STATUS-EOF
                       AND COUNTER-QUEUE-STATUS-EOF
                       AND DEBIT-QUEUE-STATUS-EOF
                       AND PAYMENT-FILE-STATUS-EOF).
           MOVE SKIPPED-COUNT TO PAYMENTS-PROCESSED-COUNT.

               CHECKPOINT-ADJUSTED-AMOUNT.
           MOVE SPONSOR-SETTLED-COUNT TO CHECKPOINT-SPONSOR-COUNT.
           MOVE SPONSOR-SETTLED-TOTAL TO CHECKPOINT-SPONSOR-AMOUNT.
           MOVE RECOVERIES-APPLIED-COUNT TO
               CHECKPOINT-RECOVERED-COUNT.
           MOVE RECOVERIES-APPLIED-TOTAL TO
               CHECKPOINT-RECOVERED-AMOUNT.
           MOVE RECOVERY-COMMISSION-TOTAL TO
               CHECKPOINT-COMMISSION-AMOUNT.
           MOVE COUNTER-APPLIED-COUNT TO CHECKPOINT-COUNTER-COUNT.
           MOVE COUNTER-APPLIED-TOTAL TO CHECKPOINT-COUNTER-AMOUNT.
           MOVE DEBITS-APPLIED-COUNT TO CHECKPOINT-DEBIT-COUNT.
           MOVE DEBITS-APPLIED-TOTAL TO CHECKPOINT-DEBIT-AMOUNT.

      * Reads the term record the transaction is keyed at, moves the
      * balance the way its code directs and rewrites it; money for a
      * written-off term parks on suspense for the bursar, since the
      * debt is off the receivable and only an agency recovery may
      * work it down
       315-APPLY-TO-KEYED-RECORD.
           MOVE TRANS-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE TRANS-TERM TO STUDENT-TERM.
                       REJECT-REASON
                   PERFORM 311-WRITE-SUSPENSE-RECORD
               NOT INVALID KEY
                   IF STUDENT-WRITTEN-OFF AND NOT TRANS-NSF-REVERSAL
                       DISPLAY "Payment rejected - written off: "
                           TRANS-STUDENT-NUMBER " term " TRANS-TERM
                       MOVE "ACCOUNT WRITTEN OFF" TO REJECT-REASON
                       PERFORM 311-WRITE-SUSPENSE-RECORD
                   ELSE
                       PERFORM 330-MOVE-KEYED-BALANCE
                   END-IF
           END-READ.

      * Moves the keyed record's balance the way the transaction's
      * code directs and rewrites it
       330-MOVE-KEYED-BALANCE.
           IF TRANS-NSF-REVERSAL
               COMPUTE TUITION-OWED = TUITION-OWED
                   + TRANS-AMOUNT + NSF-FEE-AMOUNT
           ELSE
               SUBTRACT TRANS-AMOUNT FROM TUITION-OWED
           END-IF.
           REWRITE STUDENT-RECORD-OUT
               INVALID KEY
                   MOVE "MASTER FILE REWRITE FAILED" TO
                       REJECT-REASON
                   PERFORM 311-WRITE-SUSPENSE-RECORD
               NOT INVALID KEY
                   PERFORM 313-TALLY-APPLIED-TRANSACTION
                   PERFORM 317-UPDATE-PLAN-RECORDS
           END-REWRITE.

      * Scans the student's term records in key order for the oldest
      * due date still owing; a student on file with nothing owing
      * falls back to their first term record so the money still
      * Appends the control total records covering the whole apply
      * run - after a restart the totals carry on from the abended
      * run's checkpoint, so the records cover both passes; suspense
      * releases, counter receipts and confirmed debits get their own
      * records so the balancing report can show that movement under
      * its own name
       308-WRITE-CONTROL-RECORD.
           OPEN EXTEND CONTROL-FILE-OUT.
           MOVE "PAYAPPLY" TO CONTROL-JOB-NAME.
               MOVE SPONSOR-SETTLED-TOTAL TO CONTROL-AMOUNT
               WRITE CONTROL-RECORD-OUT
           END-IF.
           IF RECOVERIES-APPLIED-COUNT > ZERO
               MOVE "PAYRECOV" TO CONTROL-JOB-NAME
               MOVE POSTING-DATE TO CONTROL-RUN-DATE
               MOVE RECOVERIES-APPLIED-COUNT TO CONTROL-RECORD-COUNT
               MOVE RECOVERIES-APPLIED-TOTAL TO CONTROL-AMOUNT
               WRITE CONTROL-RECORD-OUT
           END-IF.
           IF RECOVERY-COMMISSION-TOTAL > ZERO
               MOVE "PAYRECCOM" TO CONTROL-JOB-NAME
               MOVE POSTING-DATE TO CONTROL-RUN-DATE
               MOVE RECOVERIES-APPLIED-COUNT TO CONTROL-RECORD-COUNT
               MOVE RECOVERY-COMMISSION-TOTAL TO CONTROL-AMOUNT
               WRITE CONTROL-RECORD-OUT
           END-IF.
           IF COUNTER-APPLIED-COUNT > ZERO
               MOVE "PAYCOUNTR" TO CONTROL-JOB-NAME
               MOVE POSTING-DATE TO CONTROL-RUN-DATE
               MOVE COUNTER-APPLIED-COUNT TO CONTROL-RECORD-COUNT
               MOVE COUNTER-APPLIED-TOTAL TO CONTROL-AMOUNT
               WRITE CONTROL-RECORD-OUT
           END-IF.
           IF DEBITS-APPLIED-COUNT > ZERO
               MOVE "PAYPAD" TO CONTROL-JOB-NAME
               MOVE POSTING-DATE TO CONTROL-RUN-DATE
               MOVE DEBITS-APPLIED-COUNT TO CONTROL-RECORD-COUNT
               MOVE DEBITS-APPLIED-TOTAL TO CONTROL-AMOUNT
               WRITE CONTROL-RECORD-OUT
           END-IF.
           CLOSE CONTROL-FILE-OUT.

      * Reads the next released suspense item
      * type and writes its typed history entries - an NSF reversal
      * logs the bounced amount and the fee as two entries so the
      * statement shows the full story; a released item that is a
      * plain payment counts under the suspense release totals, a
      * counter receipt under the counter totals and a confirmed debit
      * under the debit totals, so each movement balances under its
      * own name
       313-TALLY-APPLIED-TRANSACTION.
           EVALUATE TRUE
               WHEN TRANS-NSF-REVERSAL
                   MOVE TRANS-AMOUNT TO HISTORY-AMOUNT
                   MOVE "R" TO HISTORY-TYPE-CODE
                   PERFORM 303-WRITE-HISTORY-RECORD
                   PERFORM 331-QUEUE-REVERSAL-FOR-BANK
                   MOVE NSF-FEE-AMOUNT TO HISTORY-AMOUNT
                   MOVE "F" TO HISTORY-TYPE-CODE
                   PERFORM 303-WRITE-HISTORY-RECORD
                   MOVE TRANS-AMOUNT TO HISTORY-AMOUNT
                   MOVE "P" TO HISTORY-TYPE-CODE
                   PERFORM 303-WRITE-HISTORY-RECORD
               WHEN TRANS-FROM-COUNTER
                   ADD 1 TO COUNTER-APPLIED-COUNT
                   ADD TRANS-AMOUNT TO COUNTER-APPLIED-TOTAL
                   MOVE TRANS-AMOUNT TO HISTORY-AMOUNT
                   MOVE "P" TO HISTORY-TYPE-CODE
                   PERFORM 303-WRITE-HISTORY-RECORD
               WHEN TRANS-FROM-DEBITS
                   ADD 1 TO DEBITS-APPLIED-COUNT
                   ADD TRANS-AMOUNT TO DEBITS-APPLIED-TOTAL
                   MOVE TRANS-AMOUNT TO HISTORY-AMOUNT
                   MOVE "P" TO HISTORY-TYPE-CODE
                   PERFORM 303-WRITE-HISTORY-RECORD
               WHEN OTHER
                   ADD 1 TO PAYMENTS-APPLIED-COUNT
                   ADD TRANS-AMOUNT TO PAYMENTS-APPLIED-TOTAL
                           OR SPONSOR-REMAINING NOT > ZERO
           END-START.

      * Posts an agency recovery against the written-off term it
      * names, or - when it names none - the student's first term
      * still carrying unrecovered bad debt
       322-POST-AGENCY-RECOVERY.
           IF TRANS-TERM = SPACES
               PERFORM 323-FIND-WRITTEN-OFF-TERM
               IF NO-TERM-FOUND
                   DISPLAY "Recovery rejected - no written-off debt: "
                       TRANS-STUDENT-NUMBER
                   MOVE "NO WRITTEN-OFF DEBT ON FILE" TO
                       REJECT-REASON
                   PERFORM 311-WRITE-SUSPENSE-RECORD
               ELSE
                   MOVE CHOSEN-TERM TO TRANS-TERM
                   PERFORM 324-APPLY-RECOVERY-TO-RECORD
               END-IF
           ELSE
               PERFORM 324-APPLY-RECOVERY-TO-RECORD
           END-IF.

      * Scans the student's term records in key order for the first
      * one written off with debt still unrecovered
       323-FIND-WRITTEN-OFF-TERM.
           SET NO-TERM-FOUND TO TRUE.
           MOVE TRANS-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE SPACES TO STUDENT-TERM.
           START STUDENT-FILE-OUT KEY NOT < STUDENT-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 403-READ-NEXT-MASTER-RECORD
                   PERFORM 412-WEIGH-ONE-WRITTEN-OFF-TERM
                       UNTIL STUDENT-FILE-STATUS-EOF
                           OR STUDENT-NUMBER NOT =
                               TRANS-STUDENT-NUMBER
                           OR OPEN-TERM-FOUND
           END-START.

      * Reads the written-off term record the recovery is keyed at
      * and works its unrecovered debt down by the gross the agency
      * collected - the net it remitted grossed back up at its
      * commission rate; TUITION-OWED and the plan are left alone
      * because the debt is already off the receivable. A record not
      * written off, or a net remittance larger than the debt still
      * unrecovered, parks on suspense for the bursar.
       324-APPLY-RECOVERY-TO-RECORD.
           MOVE TRANS-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE TRANS-TERM TO STUDENT-TERM.
           READ STUDENT-FILE-OUT
               INVALID KEY
                   DISPLAY "Recovery rejected - no record for student "
                       TRANS-STUDENT-NUMBER " term " TRANS-TERM
                   MOVE "NO MATCHING STUDENT/TERM ON FILE" TO
                       REJECT-REASON
                   PERFORM 311-WRITE-SUSPENSE-RECORD
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT STUDENT-WRITTEN-OFF
                           MOVE "ACCOUNT NOT WRITTEN OFF" TO
                               REJECT-REASON
                           PERFORM 311-WRITE-SUSPENSE-RECORD
                       WHEN TRANS-AMOUNT > STUDENT-WRITTEN-OFF-AMOUNT
                           MOVE "RECOVERY OVER WRITTEN-OFF DEBT" TO
                               REJECT-REASON
                           PERFORM 311-WRITE-SUSPENSE-RECORD
                       WHEN OTHER
                           PERFORM 325-REWRITE-RECOVERED-RECORD
                   END-EVALUATE
           END-READ.

      * Works the gross collected back from the net remitted - held
      * to the debt still unrecovered, so the collection that clears
      * the account leaves nothing behind - takes the gross off the
      * unrecovered debt, rewrites the record and logs the gross as
      * its own typed history entry; the commission, the difference
      * between gross and net, is totalled for its control record
       325-REWRITE-RECOVERED-RECORD.
           COMPUTE RECOVERY-GROSS-AMOUNT ROUNDED =
               TRANS-AMOUNT * 100 / (100 - AGENCY-COMMISSION-RATE).
           IF RECOVERY-GROSS-AMOUNT > STUDENT-WRITTEN-OFF-AMOUNT
               MOVE STUDENT-WRITTEN-OFF-AMOUNT TO
                   RECOVERY-GROSS-AMOUNT
           END-IF.
           COMPUTE RECOVERY-COMMISSION-AMOUNT =
               RECOVERY-GROSS-AMOUNT - TRANS-AMOUNT.
           SUBTRACT RECOVERY-GROSS-AMOUNT FROM
               STUDENT-WRITTEN-OFF-AMOUNT.
           REWRITE STUDENT-RECORD-OUT
               INVALID KEY
                   MOVE "MASTER FILE REWRITE FAILED" TO
                       REJECT-REASON
                   PERFORM 311-WRITE-SUSPENSE-RECORD
               NOT INVALID KEY
                   ADD 1 TO RECOVERIES-APPLIED-COUNT
                   ADD TRANS-AMOUNT TO RECOVERIES-APPLIED-TOTAL
                   ADD RECOVERY-COMMISSION-AMOUNT TO
                       RECOVERY-COMMISSION-TOTAL
                   MOVE RECOVERY-GROSS-AMOUNT TO HISTORY-AMOUNT
                   MOVE "C" TO HISTORY-TYPE-CODE
                   PERFORM 303-WRITE-HISTORY-RECORD
           END-REWRITE.

      * Reads the next queued counter receipt
       326-READ-COUNTER-RECORD.
           READ COUNTER-QUEUE-FILE.

      * Rewrites the counter queue empty once the run has completed,
      * the same way the release file is cleared
       327-CLEAR-COUNTER-QUEUE.
           OPEN OUTPUT COUNTER-QUEUE-FILE.
           CLOSE COUNTER-QUEUE-FILE.

      * Reads the next queued debit result
       328-READ-DEBIT-RECORD.
           READ DEBIT-QUEUE-FILE.

      * Rewrites the debit queue empty once the run has completed,
      * the same way the release file is cleared
       329-CLEAR-DEBIT-QUEUE.
           OPEN OUTPUT DEBIT-QUEUE-FILE.
           CLOSE DEBIT-QUEUE-FILE.

      * Queues an applied NSF reversal for the bank reconciliation,
      * which matches it to the chargeback on the bank statement
       331-QUEUE-REVERSAL-FOR-BANK.
           SET DEP-NSF-REVERSAL TO TRUE.
           MOVE ZERO TO DEP-BATCH-NUMBER.
           MOVE TRANS-STUDENT-NUMBER TO DEP-STUDENT-NUMBER.
           MOVE POSTING-DATE TO DEP-DATE.
           MOVE TRANS-AMOUNT TO DEP-AMOUNT.
           MOVE 1 TO DEP-ITEM-COUNT.
           WRITE DEPOSIT-RECORD.

      * Keeps the status and position of one checkpoint entry; the
      * last one read is the state the prior run ended in
       401-READ-ONE-CHECKPOINT.
                       RESTART-SPONSOR-COUNT
                   MOVE CHECKPOINT-SPONSOR-AMOUNT TO
                       RESTART-SPONSOR-AMOUNT
                   MOVE CHECKPOINT-RECOVERED-COUNT TO
                       RESTART-RECOVERED-COUNT
                   MOVE CHECKPOINT-RECOVERED-AMOUNT TO
                       RESTART-RECOVERED-AMOUNT
                   MOVE CHECKPOINT-COMMISSION-AMOUNT TO
                       RESTART-COMMISSION-AMOUNT
                   MOVE CHECKPOINT-COUNTER-COUNT TO
                       RESTART-COUNTER-COUNT
                   MOVE CHECKPOINT-COUNTER-AMOUNT TO
                       RESTART-COUNTER-AMOUNT
                   MOVE CHECKPOINT-DEBIT-COUNT TO
                       RESTART-DEBIT-COUNT
                   MOVE CHECKPOINT-DEBIT-AMOUNT TO
                       RESTART-DEBIT-AMOUNT
           END-READ.

      * Reads and discards one already-applied transaction, working
      * the release file dry, then the counter queue, then the debit
      * queue, before touching the payment file - the order the
      * abended run applied them in
       402-SKIP-ONE-TRANSACTION.
           EVALUATE TRUE
               WHEN NOT RELEASE-FILE-STATUS-EOF
                   PERFORM 309-READ-RELEASE-RECORD
                   IF NOT RELEASE-FILE-STATUS-EOF
                       ADD 1 TO SKIPPED-COUNT
                   END-IF
               WHEN NOT COUNTER-QUEUE-STATUS-EOF
                   PERFORM 326-READ-COUNTER-RECORD
                   IF NOT COUNTER-QUEUE-STATUS-EOF
                       ADD 1 TO SKIPPED-COUNT
                   END-IF
               WHEN NOT DEBIT-QUEUE-STATUS-EOF
                   PERFORM 328-READ-DEBIT-RECORD
                   IF NOT DEBIT-QUEUE-STATUS-EOF
                       ADD 1 TO SKIPPED-COUNT
                   END-IF
               WHEN OTHER
                   PERFORM 301-READ-PAYMENT-RECORD
                   IF NOT PAYMENT-FILE-STATUS-EOF
                       ADD 1 TO SKIPPED-COUNT
                   END-IF
           END-EVALUATE.

      * Reads the next master record in key order
       403-READ-NEXT-MASTER-RECORD.
       411-READ-NEXT-LINK-RECORD.
           READ SPONSOR-LINK-FILE NEXT RECORD.

      * Takes the term record when it is written off with debt still
      * unrecovered, otherwise reads the next
       412-WEIGH-ONE-WRITTEN-OFF-TERM.
           IF STUDENT-WRITTEN-OFF
                   AND STUDENT-WRITTEN-OFF-AMOUNT > ZERO
               MOVE STUDENT-TERM TO CHOSEN-TERM
               SET OPEN-TERM-FOUND TO TRUE
           ELSE
               PERFORM 403-READ-NEXT-MASTER-RECORD
           END-IF.

      * Weighs one of the student's term records - the oldest due
      * date still owing wins; failing any owing record, the first
      * record seen is kept as the fallback - then reads the next
