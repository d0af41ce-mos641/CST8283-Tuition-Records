      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Print a per-student account statement - the original
      *          amount billed, each transaction PAYAPPLY has applied in
      *          posting order with its type spelled out (payment, NSF
      *          reversal, returned-cheque fee, adjustment, late-payment
      *          fee, bad-debt write-off, agency recovery, withdrawal
      *          credit, correction increase or decrease keyed by
      *          staff), and the balance now owing, with the debt still
      *          unrecovered on a written-off account - by reading the
      *          payment history file alongside STUDENTFILE.TXT, so
      *          counter staff can show why a balance moved, not just
      *          that a payment landed or a balance grew back. One
      *          statement prints per student per term, each showing
      *          only the activity that posted against that term. Under
      *          the amount billed the statement itemizes the term's
      *          charge line by line - tuition, lab, ancillary and
      *          student association fees - off the itemized charge file
      *          PROJECT01 writes as it prices the term.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTRPT.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PAYMENT-HISTORY-STATUS.

      * The itemized charge lines behind each term's billed amount;
      * OPTIONAL because terms loaded before charges were itemized
      * have none
           SELECT OPTIONAL CHARGE-FILE
              ASSIGN TO "../CHARGEFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CHARGE-RECORD-KEY
                 FILE STATUS IS CHARGE-FILE-STATUS.

           SELECT PRINT-FILE
              ASSIGN TO "../STMTRPT.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
       FD PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

      * Define the itemized charge line
       FD CHARGE-FILE.
           COPY CHARGE.

      * Define the printed statement line
       FD PRINT-FILE.
       01 PRINT-LINE PIC X(132).
       01 PAYMENT-HISTORY-STATUS PIC X(2).
           88 PAYMENT-HISTORY-STATUS-OK VALUE "00".
           88 PAYMENT-HISTORY-STATUS-EOF VALUE "10".
       01 CHARGE-FILE-STATUS PIC X(2).
           88 CHARGE-FILE-STATUS-EOF VALUE "10".
       01 PRINT-FILE-STATUS PIC X(2).

      * The whole payment history, loaded up front so each student's
                   88 HISTORY-ADJUSTMENT VALUE "A".
                   88 HISTORY-REFUND VALUE "D".
                   88 HISTORY-SPONSOR-PAYMENT VALUE "S".
                   88 HISTORY-LATE-FEE VALUE "L".
                   88 HISTORY-WRITE-OFF VALUE "W".
                   88 HISTORY-RECOVERY VALUE "C".
                   88 HISTORY-WITHDRAWAL-CREDIT VALUE "X".
                   88 HISTORY-CORRECTION-UP VALUE "U".
                   88 HISTORY-CORRECTION-DOWN VALUE "N".
               10 HISTORY-TERM PIC X(6).

      * Amounts accumulated while one student's statement prints;
           05 PAYMENTS-TOTAL PIC S9(8) COMP VALUE ZERO.
           05 ORIGINAL-BILLED-AMOUNT PIC S9(8) COMP VALUE ZERO.
           05 STATEMENT-PAYMENT-COUNT PIC 9(5) COMP VALUE ZERO.
           05 STATEMENT-CHARGE-COUNT PIC 9(3) COMP VALUE ZERO.

      * A CCYYMMDD date split apart and re-edited with hyphens so the
      * statement shows readable dates
           05 BL-BILLED-AMOUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(98) VALUE SPACES.

      * One itemized charge line under the amount billed; a per
      * credit hour fee shows the hours it was priced on
       01 CHARGE-COLUMN-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "FEE".
           05 FILLER PIC X(32) VALUE "DESCRIPTION".
           05 FILLER PIC X(12) VALUE "HOURS".
           05 FILLER PIC X(11) VALUE "     AMOUNT".
           05 FILLER PIC X(67) VALUE SPACES.

       01 CHARGE-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CD-FEE-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-DESCRIPTION PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-CREDIT-HOURS PIC Z9.
           05 FILLER PIC X(10) VALUE SPACES.
           05 CD-CHARGE-AMOUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(68) VALUE SPACES.

       01 NO-CHARGE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "NO ITEMIZED CHARGES ON FILE".
           05 FILLER PIC X(98) VALUE SPACES.

       01 PAYMENT-COLUMN-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "POSTED".
           05 BL-BALANCE-AMOUNT PIC ZZ,ZZZ,ZZ9CR.
           05 FILLER PIC X(96) VALUE SPACES.

      * Printed under the balance on a written-off account - the bad
      * debt placed with the collection agency and not yet recovered
       01 WRITTEN-OFF-LINE.
           05 FILLER PIC X(24) VALUE "WRITTEN OFF - AT AGENCY:".
           05 WL-UNRECOVERED-AMOUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(98) VALUE SPACES.

       PROCEDURE DIVISION.
       100-PRODUCE-STATEMENTS.
           PERFORM 201-INITIALIZE-STATEMENTS.
      * the student read
       201-INITIALIZE-STATEMENTS.
           OPEN INPUT STUDENT-FILE-OUT.
           OPEN INPUT CHARGE-FILE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 302-LOAD-PAYMENT-HISTORY.
           PERFORM 301-READ-STUDENT-RECORD.
      * Closes the files
       203-TERMINATE-STATEMENTS.
           CLOSE STUDENT-FILE-OUT.
           CLOSE CHARGE-FILE.
           CLOSE PRINT-FILE.

      * Reads the next student record in student-number order
               AFTER ADVANCING 2.

      * Totals the current student's payments, prints the original
      * billed amount and its itemized charge lines, then one line per
      * payment in posting order
       402-PRINT-PAYMENT-LINES.
           MOVE ZERO TO PAYMENTS-TOTAL.
           MOVE ZERO TO STATEMENT-PAYMENT-COUNT.
           MOVE ORIGINAL-BILLED-AMOUNT TO BL-BILLED-AMOUNT.
           WRITE PRINT-LINE FROM BILLED-LINE
               AFTER ADVANCING 2.
           PERFORM 408-PRINT-CHARGE-LINES.
           WRITE PRINT-LINE FROM PAYMENT-COLUMN-LINE
               AFTER ADVANCING 2.
           IF STATEMENT-PAYMENT-COUNT = ZERO
                       UNTIL HISTORY-SUB > HISTORY-COUNT
           END-IF.

      * Prints the balance now owing for the current student, and
      * the debt still with the agency when the account is written off
       403-PRINT-BALANCE-LINE.
           MOVE TUITION-OWED TO BL-BALANCE-AMOUNT.
           WRITE PRINT-LINE FROM BALANCE-LINE
               AFTER ADVANCING 2.
           IF STUDENT-WRITTEN-OFF
               MOVE STUDENT-WRITTEN-OFF-AMOUNT TO
                   WL-UNRECOVERED-AMOUNT
               WRITE PRINT-LINE FROM WRITTEN-OFF-LINE
                   AFTER ADVANCING 1
           END-IF.

      * Moves one history record into the next table entry and reads
      * the next one
           END-READ.

      * Adds one table entry into the current student's net credit
      * when it belongs to that student - payments, adjustments and
      * write-offs came off the balance, reversals and fees
      * (returned-cheque and late-payment alike) went back on, a
      * correction went on or came off as its direction says, and an
      * agency recovery works down the written-off debt without
      * touching the balance, so it is listed but not totalled
       405-TOTAL-ONE-HISTORY-ENTRY.
           IF HISTORY-STUDENT-NUMBER(HISTORY-SUB) = STUDENT-NUMBER
                   AND HISTORY-TERM(HISTORY-SUB) = STUDENT-TERM
               EVALUATE TRUE
                   WHEN HISTORY-RECOVERY(HISTORY-SUB)
                       CONTINUE
                   WHEN HISTORY-NSF-REVERSAL(HISTORY-SUB)
                           OR HISTORY-NSF-FEE(HISTORY-SUB)
                           OR HISTORY-REFUND(HISTORY-SUB)
                           OR HISTORY-LATE-FEE(HISTORY-SUB)
                           OR HISTORY-CORRECTION-UP(HISTORY-SUB)
                       SUBTRACT HISTORY-AMOUNT-PAID(HISTORY-SUB) FROM
                           PAYMENTS-TOTAL
                   WHEN OTHER
                       ADD HISTORY-AMOUNT-PAID(HISTORY-SUB) TO
                           PAYMENTS-TOTAL
               END-EVALUATE
               ADD 1 TO STATEMENT-PAYMENT-COUNT
           END-IF.

                       MOVE "REFUND DISBURSED" TO PD-TRANS-TYPE
                   WHEN HISTORY-SPONSOR-PAYMENT(HISTORY-SUB)
                       MOVE "SPONSOR PAYMENT" TO PD-TRANS-TYPE
                   WHEN HISTORY-LATE-FEE(HISTORY-SUB)
                       MOVE "LATE-PAYMENT FEE" TO PD-TRANS-TYPE
                   WHEN HISTORY-WRITE-OFF(HISTORY-SUB)
                       MOVE "BAD DEBT WRITE-OFF" TO PD-TRANS-TYPE
                   WHEN HISTORY-RECOVERY(HISTORY-SUB)
                       MOVE "AGENCY RECOVERY" TO PD-TRANS-TYPE
                   WHEN HISTORY-WITHDRAWAL-CREDIT(HISTORY-SUB)
                       MOVE "WITHDRAWAL CREDIT" TO PD-TRANS-TYPE
                   WHEN HISTORY-CORRECTION-UP(HISTORY-SUB)
                       MOVE "CORRECTION INCREASE" TO PD-TRANS-TYPE
                   WHEN HISTORY-CORRECTION-DOWN(HISTORY-SUB)
                       MOVE "CORRECTION DECREASE" TO PD-TRANS-TYPE
                   WHEN OTHER
                       MOVE "PAYMENT" TO PD-TRANS-TYPE
               END-EVALUATE
           MOVE UNEDITED-MONTH TO EDITED-MONTH.
           MOVE UNEDITED-DAY TO EDITED-DAY.

      * Prints the itemized charge lines kept for the current student
      * and term, positioned by key on the student and term
       408-PRINT-CHARGE-LINES.
           MOVE ZERO TO STATEMENT-CHARGE-COUNT.
           WRITE PRINT-LINE FROM CHARGE-COLUMN-LINE
               AFTER ADVANCING 2.
           MOVE STUDENT-NUMBER TO CHARGE-STUDENT-NUMBER.
           MOVE STUDENT-TERM TO CHARGE-TERM.
           MOVE SPACES TO CHARGE-FEE-CODE.
           START CHARGE-FILE KEY NOT < CHARGE-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 409-READ-NEXT-CHARGE-LINE
                   PERFORM 410-PRINT-ONE-CHARGE-LINE
                       UNTIL CHARGE-FILE-STATUS-EOF
                           OR CHARGE-STUDENT-NUMBER NOT =
                               STUDENT-NUMBER
                           OR CHARGE-TERM NOT = STUDENT-TERM
           END-START.
           IF STATEMENT-CHARGE-COUNT = ZERO
               WRITE PRINT-LINE FROM NO-CHARGE-LINE
                   AFTER ADVANCING 1
           END-IF.

      * Reads the next itemized charge line in key order
       409-READ-NEXT-CHARGE-LINE.
           READ CHARGE-FILE NEXT RECORD.

      * Prints one itemized charge line and reads the next
       410-PRINT-ONE-CHARGE-LINE.
           ADD 1 TO STATEMENT-CHARGE-COUNT.
           MOVE CHARGE-FEE-CODE TO CD-FEE-CODE.
           MOVE CHARGE-DESCRIPTION TO CD-DESCRIPTION.
           IF CHARGE-PER-CREDIT-HOUR
               MOVE CHARGE-CREDIT-HOURS TO CD-CREDIT-HOURS
           ELSE
               MOVE ZERO TO CD-CREDIT-HOURS
           END-IF.
           MOVE CHARGE-AMOUNT TO CD-CHARGE-AMOUNT.
           WRITE PRINT-LINE FROM CHARGE-DETAIL-LINE
               AFTER ADVANCING 1.
           PERFORM 409-READ-NEXT-CHARGE-LINE.

       END PROGRAM STMTRPT.
