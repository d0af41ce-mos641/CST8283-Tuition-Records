      *          dollars - before anything is written; a batch that
      *          does not prove out is rejected whole, with the
      *          reasons on the intake report and the payment file
      *          left untouched for PAYAPPLY. An accepted batch's
      *          money in is queued for the bank reconciliation under
      *          its batch number and date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CONTROL-FILE-STATUS.

      * The bank reconciliation's deposit queue, appended with the
      * money an accepted batch brought in; OPTIONAL so the first
      * batch ever creates it
           SELECT OPTIONAL DEPOSIT-QUEUE-FILE
              ASSIGN TO "../DEPOSITQ.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DEPOSIT-QUEUE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * P is an ordinary payment, R an NSF reversal the bank is
      * charging back, A an authorized adjustment keyed through the
      * lockbox stream, S a sponsor payment whose student number
      * column carries the sponsor number instead, C a collection
      * agency recovery on a written-off account, remitted net of
      * the agency's commission
      * The term directs the money at one of the student's term
      * records; blank leaves PAYAPPLY to pick the oldest term still
      * owing
               10 REMIT-STUDENT-NUMBER PIC 9(7).
               10 REMIT-AMOUNT-PAID PIC 9(5).
               10 REMIT-TRANS-CODE PIC X(1).
                   88 REMIT-CODE-VALID VALUES "P" "R" "A" "S" "C" " ".
                   88 REMIT-CODE-DEPOSITED VALUES "P" "S" "C" " ".
               10 REMIT-TERM PIC X(6).
               10 FILLER PIC X(2).
           05 REMIT-TRAILER-DATA REDEFINES REMIT-HEADER-DATA.
       FD CONTROL-FILE-OUT.
           COPY BATCHCTL.

      * Define one item queued for the bank reconciliation
       FD DEPOSIT-QUEUE-FILE.
           COPY DEPOSIT.

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 REMITTANCE-FILE-STATUS PIC X(2).
           88 CHECKPOINT-FILE-STATUS-EOF VALUE "10".
       01 PRINT-FILE-STATUS PIC X(2).
       01 CONTROL-FILE-STATUS PIC X(2).
       01 DEPOSIT-QUEUE-STATUS PIC X(2).

      * The state the last payment apply run ended in, off the last
      * entry of its checkpoint trail
           05 DETAIL-TOTAL-AMOUNT PIC 9(9) COMP VALUE ZERO.
           05 DETAIL-SUB PIC 9(4) COMP VALUE ZERO.

      * The money the batch actually brought into the bank - the
      * payments, sponsor payments and agency recoveries; reversals
      * are the bank's chargebacks and adjustments move no money
       01 DEPOSIT-CONTROL-FIELDS.
           05 DEPOSIT-ITEM-COUNT PIC 9(5) COMP VALUE ZERO.
           05 DEPOSIT-TOTAL-AMOUNT PIC 9(9) COMP VALUE ZERO.

      * Switches tracking the shape of the batch as it reads
       01 BATCH-SHAPE-SWITCHES.
           05 HEADER-SEEN-SWITCH PIC X(1) VALUE "N".
           CLOSE PRINT-FILE.
           IF BATCH-ACCEPTED
               PERFORM 307-WRITE-CONTROL-RECORD
               PERFORM 308-QUEUE-BATCH-DEPOSIT
           END-IF.
           DISPLAY "Lockbox items taken in: " DETAIL-ITEM-COUNT.
           IF BATCH-ACCEPTED
                   MOVE REMIT-TERM TO
                       DETAIL-TERM(DETAIL-ITEM-COUNT)
                   ADD REMIT-AMOUNT-PAID TO DETAIL-TOTAL-AMOUNT
                   IF REMIT-CODE-DEPOSITED
                       ADD 1 TO DEPOSIT-ITEM-COUNT
                       ADD REMIT-AMOUNT-PAID TO DEPOSIT-TOTAL-AMOUNT
                   END-IF
           END-EVALUATE.

      * Keeps the control totals off the trailer; a second trailer
           WRITE CONTROL-RECORD-OUT.
           CLOSE CONTROL-FILE-OUT.

      * Queues the money the accepted batch brought in for the bank
      * reconciliation, under the batch number and date the bank
      * credits it by; a batch of nothing but reversals and
      * adjustments brought no money in and queues nothing
       308-QUEUE-BATCH-DEPOSIT.
           IF DEPOSIT-TOTAL-AMOUNT > ZERO
               OPEN EXTEND DEPOSIT-QUEUE-FILE
               SET DEP-FROM-LOCKBOX TO TRUE
               MOVE BATCH-NUMBER TO DEP-BATCH-NUMBER
               MOVE ZERO TO DEP-STUDENT-NUMBER
               MOVE BATCH-DATE TO DEP-DATE
               MOVE DEPOSIT-TOTAL-AMOUNT TO DEP-AMOUNT
               MOVE DEPOSIT-ITEM-COUNT TO DEP-ITEM-COUNT
               WRITE DEPOSIT-RECORD
               CLOSE DEPOSIT-QUEUE-FILE
           END-IF.

      * Prints one reason the batch cannot be accepted and marks the
      * whole batch rejected
       401-WRITE-REASON-LINE.
