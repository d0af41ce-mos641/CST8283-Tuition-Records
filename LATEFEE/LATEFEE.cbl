      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Monthly late-payment fee assessment - ages every term
      *          record with the same DAYS-PAST-DUE math AGERPT and
      *          HOLDUPDT use (a charge on an installment plan is judged
      *          only by the installments actually missed), charges the
      *          collections policy's late fee on every balance with
      *          money aged past 30 days, adds it to TUITION-OWED,
      *          records it on the payment history as a late-payment
      *          fee, prints the assessment register and appends a
      *          control record so the balancing report, the daily
      *          journal and the night driver account for it. A
      *          student-term already charged in the assessment period
      *          (the calendar month of the run) is never charged again,
      *          so a rerun is harmless; sponsored charges and credit
      *          balances are passed over, and so is every term of a
      *          student whose terms net to nothing owing - a credit on
      *          one term covering the debt on another - counted once
      *          for the student.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATEFEE.
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

      * The installment schedules - a charge on a plan is late only
      * by the installments actually missed; OPTIONAL because most
      * students have no plan on file
           SELECT OPTIONAL PLAN-FILE
              ASSIGN TO "../PLANFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PLAN-RECORD-KEY
                 FILE STATUS IS PLAN-FILE-STATUS.

      * The sponsor links, read so a charge a sponsor has agreed to
      * pay is never charged a late fee; OPTIONAL because a shop
      * with no sponsors has no link file
           SELECT OPTIONAL SPONSOR-LINK-FILE
              ASSIGN TO "../SPONLINK.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS LINK-RECORD-KEY
                 FILE STATUS IS LINK-FILE-STATUS.

      * Read first for the late fees already charged this period,
      * then appended with this run's fees; OPTIONAL so the first
      * run ever creates it rather than failing the open
           SELECT OPTIONAL PAYMENT-HISTORY-FILE
              ASSIGN TO "../PAYHISTFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PAYMENT-HISTORY-STATUS.

      * Control totals of the fees this run charged, read back by the
      * balancing report, the journal and the night driver; OPTIONAL
      * so the first run ever creates it rather than failing the open
           SELECT OPTIONAL CONTROL-FILE-OUT
              ASSIGN TO "../BATCHCTL.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT PRINT-FILE
              ASSIGN TO "../LATEFEE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Define the record read from and rewritten to the student file
       FD STUDENT-FILE-OUT.
           COPY STUDENT.

      * Define one installment of a payment plan
       FD PLAN-FILE.
           COPY PAYPLAN.

      * Define one sponsor-to-charge link
       FD SPONSOR-LINK-FILE.
           COPY SPONLINK.

      * Define the payment history record
       FD PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

      * Define the batch control total record
       FD CONTROL-FILE-OUT.
           COPY BATCHCTL.

      * Define the printed register line
       FD PRINT-FILE.
       01 PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 STUDENT-FILE-STATUS PIC X(2).
           88 STUDENT-FILE-STATUS-EOF VALUE "10".
       01 PLAN-FILE-STATUS PIC X(2).
           88 PLAN-FILE-STATUS-EOF VALUE "10".
       01 LINK-FILE-STATUS PIC X(2).
           88 LINK-FILE-STATUS-OK VALUE "00".
           88 LINK-FILE-STATUS-EOF VALUE "10".
       01 PAYMENT-HISTORY-STATUS PIC X(2).
           88 PAYMENT-HISTORY-STATUS-OK VALUE "00".
           88 PAYMENT-HISTORY-STATUS-EOF VALUE "10".
       01 CONTROL-FILE-STATUS PIC X(2).
       01 PRINT-FILE-STATUS PIC X(2).

      * Date and time this run started - the date stamps the history
      * entries and the control record, and date plus time identify
      * the run the entries came from; the year and month of the
      * date are the assessment period
       01 RUN-IDENTIFICATION.
           05 POSTING-DATE PIC 9(8).
           05 POSTING-PERIOD REDEFINES POSTING-DATE.
               10 POSTING-YEAR-MONTH PIC 9(6).
               10 FILLER PIC 9(2).
           05 POSTING-TIME PIC 9(8).
           05 RUN-STAMP.
               10 RUN-STAMP-DATE PIC 9(8).
               10 RUN-STAMP-TIME PIC 9(6).

      * Today's date and the days a balance is past due, aged the
      * same way AGERPT ages its columns
       01 AGING-DATE-FIELDS.
           05 TODAY-JULIAN PIC 9(9) COMP.
           05 DUE-JULIAN PIC 9(9) COMP.
           05 DAYS-PAST-DUE PIC S9(9) COMP.

      * The collections policy - a balance with money aged past the
      * grace days is charged either the flat fee or the percentage
      * of the money past due, as the basis switch says
       01 LATE-FEE-POLICY.
           05 LATE-FEE-GRACE-DAYS PIC 9(3) VALUE 30.
           05 LATE-FEE-BASIS PIC X(1) VALUE "F".
               88 LATE-FEE-FLAT VALUE "F".
               88 LATE-FEE-PERCENTAGE VALUE "P".
           05 LATE-FEE-FLAT-AMOUNT PIC 9(3) VALUE 35.
           05 LATE-FEE-PERCENT PIC 9(2)V9(2) VALUE 1.50.

      * The student-terms already charged a late fee this period,
      * loaded off the payment history so a rerun charges no one
      * twice
       01 ASSESSED-TABLE-AREA.
           05 ASSESSED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 ASSESSED-SUB PIC 9(5) COMP VALUE ZERO.
           05 ASSESSED-ENTRY OCCURS 3000 TIMES.
               10 ASSESSED-STUDENT-NUMBER PIC 9(7).
               10 ASSESSED-TERM PIC X(6).

      * The student-terms a sponsor has agreed to pay
       01 SPONSORED-TABLE-AREA.
           05 SPONSORED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 SPONSORED-SUB PIC 9(5) COMP VALUE ZERO.
           05 SPONSORED-ENTRY OCCURS 2000 TIMES.
               10 SPONSORED-STUDENT-NUMBER PIC 9(7).
               10 SPONSORED-TERM PIC X(6).

      * The student whose term records were last netted, the net
      * balance across all of them, and the key the sequential pass
      * stood on before the netting moved it
       01 STUDENT-NET-FIELDS.
           05 NETTED-STUDENT-NUMBER PIC 9(7) VALUE ZERO.
           05 STUDENT-NET-BALANCE PIC S9(9) COMP VALUE ZERO.
           05 SAVED-STUDENT-KEY PIC X(13).

      * Switches set while one term record is weighed
       01 RECORD-CHECK-SWITCHES.
           05 ALREADY-ASSESSED-SWITCH PIC X(1) VALUE "N".
               88 ALREADY-ASSESSED VALUE "Y".
           05 SPONSORED-SWITCH PIC X(1) VALUE "N".
               88 CHARGE-SPONSORED VALUE "Y".

      * The charge's installment schedule when one is on file
       01 PLAN-WORK-AREA.
           05 PLAN-ENTRY-UNPAID PIC S9(6) COMP VALUE ZERO.
           05 PLAN-ENTRY-COUNT PIC 9(2) COMP VALUE ZERO.
           05 PLAN-SUB PIC 9(2) COMP VALUE ZERO.
           05 PLAN-ENTRY-TABLE OCCURS 12 TIMES.
               10 PLAN-ENTRY-DUE-DATE PIC 9(8).
               10 PLAN-ENTRY-DUE PIC 9(5).
               10 PLAN-ENTRY-PAID PIC 9(5).

      * The money on the record aged past the grace days and the fee
      * it draws
       01 ASSESSMENT-WORK-FIELDS.
           05 PAST-DUE-AMOUNT PIC S9(7) COMP VALUE ZERO.
           05 LATE-FEE-AMOUNT PIC 9(5) COMP VALUE ZERO.
           05 NEW-BALANCE PIC S9(7) COMP VALUE ZERO.

      * Counts reported at the end of the run, and the dollars the
      * run added to the master file
       01 RUN-TOTALS.
           05 FEES-CHARGED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 FEES-CHARGED-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 ALREADY-ASSESSED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 SPONSORED-SKIPPED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 OVER-LIMIT-COUNT PIC 9(5) COMP VALUE ZERO.
           05 CREDIT-SKIPPED-COUNT PIC 9(5) COMP VALUE ZERO.

      * Register page and line control
       01 REPORT-CONTROL-FIELDS.
           05 PAGE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 LINE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 LINES-PER-PAGE PIC 9(3) COMP VALUE 20.

      * Register headings and detail/total line layouts
       01 HEADING-LINE-1.
           05 FILLER PIC X(34) VALUE
               "LATE-PAYMENT FEE ASSESSMENT".
           05 FILLER PIC X(7) VALUE "PERIOD ".
           05 HL-PERIOD PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL-PAGE-NUMBER PIC ZZ9.
           05 FILLER PIC X(74) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "STU NUM".
           05 FILLER PIC X(32) VALUE "STUDENT NAME".
           05 FILLER PIC X(8) VALUE "TERM".
           05 FILLER PIC X(10) VALUE "  PAST DUE".
           05 FILLER PIC X(10) VALUE "  LATE FEE".
           05 FILLER PIC X(10) VALUE "   BALANCE".
           05 FILLER PIC X(52) VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-STUDENT-NAME PIC X(32).
           05 DL-STUDENT-TERM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-PAST-DUE PIC ZZ,ZZZ,ZZ9.
           05 DL-LATE-FEE PIC ZZ,ZZZ,ZZ9.
           05 DL-NEW-BALANCE PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(52) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL PIC X(40).
           05 TL-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(14) VALUE SPACES.
           05 TL-AMOUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       100-ASSESS-LATE-FEES.
           PERFORM 201-INITIALIZE-ASSESSMENT.
           PERFORM 202-CHECK-ONE-RECORD
               UNTIL STUDENT-FILE-STATUS-EOF.
           PERFORM 203-TERMINATE-ASSESSMENT.
           STOP RUN.

      * Stamps the run, loads the period's prior assessments and the
      * sponsored charges, opens the files and primes the read
       201-INITIALIZE-ASSESSMENT.
           ACCEPT POSTING-DATE FROM DATE YYYYMMDD.
           ACCEPT POSTING-TIME FROM TIME.
           MOVE POSTING-DATE TO RUN-STAMP-DATE.
           MOVE POSTING-TIME(1:6) TO RUN-STAMP-TIME.
           COMPUTE TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(POSTING-DATE).
           PERFORM 302-LOAD-PRIOR-ASSESSMENTS.
           PERFORM 303-LOAD-SPONSORED-CHARGES.
           OPEN I-O STUDENT-FILE-OUT.
           OPEN INPUT PLAN-FILE.
           OPEN EXTEND PAYMENT-HISTORY-FILE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 401-PRINT-PAGE-HEADERS.
           PERFORM 301-READ-STUDENT-RECORD.

      * Weighs one term record for a late fee - only a balance owing
      * on a student who owes overall, that no sponsor is paying and
      * that has not been charged this period is aged - and reads
      * the next record; the student's terms are netted on the first
      * of their records
       202-CHECK-ONE-RECORD.
           IF STUDENT-NUMBER NOT = NETTED-STUDENT-NUMBER
               PERFORM 310-NET-STUDENT-ACCOUNT
               IF STUDENT-NET-BALANCE NOT > ZERO
                   ADD 1 TO CREDIT-SKIPPED-COUNT
               END-IF
           END-IF.
           IF TUITION-OWED > ZERO AND STUDENT-NET-BALANCE > ZERO
               PERFORM 304-CHECK-PRIOR-ASSESSMENT
               PERFORM 305-CHECK-SPONSORED-CHARGE
               EVALUATE TRUE
                   WHEN ALREADY-ASSESSED
                       ADD 1 TO ALREADY-ASSESSED-COUNT
                   WHEN CHARGE-SPONSORED
                       ADD 1 TO SPONSORED-SKIPPED-COUNT
                   WHEN OTHER
                       PERFORM 306-AGE-RECORD-BALANCE
                       IF PAST-DUE-AMOUNT > ZERO
                           PERFORM 307-CHARGE-ONE-LATE-FEE
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM 301-READ-STUDENT-RECORD.

      * Prints the register totals, writes the control record, closes
      * the files and reports what the run charged
       203-TERMINATE-ASSESSMENT.
           PERFORM 402-PRINT-TOTALS.
           CLOSE STUDENT-FILE-OUT.
           CLOSE PLAN-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE PRINT-FILE.
           PERFORM 309-WRITE-CONTROL-RECORD.
           DISPLAY "Late fees charged: " FEES-CHARGED-COUNT.
           DISPLAY "Late fee dollars: " FEES-CHARGED-TOTAL.
           DISPLAY "Already charged this period: "
               ALREADY-ASSESSED-COUNT.
           DISPLAY "Sponsored charges passed over: "
               SPONSORED-SKIPPED-COUNT.
           DISPLAY "Students owing nothing overall: "
               CREDIT-SKIPPED-COUNT.
           IF OVER-LIMIT-COUNT > ZERO
               DISPLAY "Balances too large to take the fee: "
                   OVER-LIMIT-COUNT
           END-IF.

      * Reads the next student record in key order
       301-READ-STUDENT-RECORD.
           READ STUDENT-FILE-OUT NEXT RECORD.

      * Reads the payment history for the late fees already charged
      * in this period; a missing history file means none have been
      * charged yet
       302-LOAD-PRIOR-ASSESSMENTS.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF PAYMENT-HISTORY-STATUS-OK
               PERFORM 403-LOAD-ONE-HISTORY-ENTRY
                   UNTIL PAYMENT-HISTORY-STATUS-EOF
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

      * Reads the sponsor links into the sponsored-charge table; a
      * link covering nothing does not shelter the charge
       303-LOAD-SPONSORED-CHARGES.
           OPEN INPUT SPONSOR-LINK-FILE.
           IF LINK-FILE-STATUS-OK
               PERFORM 404-LOAD-ONE-LINK
                   UNTIL LINK-FILE-STATUS-EOF
               CLOSE SPONSOR-LINK-FILE
           END-IF.

      * Looks the record up among this period's late fees
       304-CHECK-PRIOR-ASSESSMENT.
           MOVE "N" TO ALREADY-ASSESSED-SWITCH.
           PERFORM 405-MATCH-ONE-ASSESSMENT
               VARYING ASSESSED-SUB FROM 1 BY 1
                   UNTIL ASSESSED-SUB > ASSESSED-COUNT
                       OR ALREADY-ASSESSED.

      * Looks the record up among the sponsored charges
       305-CHECK-SPONSORED-CHARGE.
           MOVE "N" TO SPONSORED-SWITCH.
           PERFORM 406-MATCH-ONE-SPONSORED
               VARYING SPONSORED-SUB FROM 1 BY 1
                   UNTIL SPONSORED-SUB > SPONSORED-COUNT
                       OR CHARGE-SPONSORED.

      * Totals the money on the record aged past the grace days - by
      * the installments missed when a plan is on file, by the
      * charge's own due date when not; never more than the balance
       306-AGE-RECORD-BALANCE.
           MOVE ZERO TO PAST-DUE-AMOUNT.
           PERFORM 308-LOAD-PLAN-SCHEDULE.
           IF PLAN-ENTRY-COUNT > ZERO
               PERFORM 407-AGE-ONE-INSTALLMENT
                   VARYING PLAN-SUB FROM 1 BY 1
                       UNTIL PLAN-SUB > PLAN-ENTRY-COUNT
           ELSE
               IF STUDENT-DUE-DATE NOT = ZERO
                   COMPUTE DUE-JULIAN = FUNCTION
                       INTEGER-OF-DATE(STUDENT-DUE-DATE)
                   COMPUTE DAYS-PAST-DUE = TODAY-JULIAN - DUE-JULIAN
                   IF DAYS-PAST-DUE > LATE-FEE-GRACE-DAYS
                       MOVE TUITION-OWED TO PAST-DUE-AMOUNT
                   END-IF
               END-IF
           END-IF.
           IF PAST-DUE-AMOUNT > TUITION-OWED
               MOVE TUITION-OWED TO PAST-DUE-AMOUNT
           END-IF.

      * Works out the policy's fee, adds it to the balance and logs
      * it; a balance the fee would push past the field's limit is
      * reported and left alone
       307-CHARGE-ONE-LATE-FEE.
           IF LATE-FEE-PERCENTAGE
               COMPUTE LATE-FEE-AMOUNT ROUNDED =
                   PAST-DUE-AMOUNT * LATE-FEE-PERCENT / 100
           ELSE
               MOVE LATE-FEE-FLAT-AMOUNT TO LATE-FEE-AMOUNT
           END-IF.
           COMPUTE NEW-BALANCE = TUITION-OWED + LATE-FEE-AMOUNT.
           EVALUATE TRUE
               WHEN LATE-FEE-AMOUNT = ZERO
                   CONTINUE
               WHEN NEW-BALANCE > 99999
                   ADD 1 TO OVER-LIMIT-COUNT
                   DISPLAY "Balance too large for late fee: "
                       STUDENT-NUMBER " " STUDENT-TERM
               WHEN OTHER
                   MOVE NEW-BALANCE TO TUITION-OWED
                   REWRITE STUDENT-RECORD-OUT
                       INVALID KEY
                           DISPLAY "Rewrite failed - late fee "
                               "skipped: " STUDENT-NUMBER " "
                               STUDENT-TERM
                       NOT INVALID KEY
                           PERFORM 408-WRITE-HISTORY-RECORD
                           PERFORM 409-PRINT-DETAIL-LINE
                           ADD 1 TO FEES-CHARGED-COUNT
                           ADD LATE-FEE-AMOUNT TO FEES-CHARGED-TOTAL
                   END-REWRITE
           END-EVALUATE.

      * Loads the installment schedule for the charge being weighed;
      * no schedule on file just leaves the table empty
       308-LOAD-PLAN-SCHEDULE.
           MOVE ZERO TO PLAN-ENTRY-COUNT.
           MOVE STUDENT-NUMBER TO PLAN-STUDENT-NUMBER.
           MOVE STUDENT-TERM TO PLAN-TERM.
           MOVE ZERO TO PLAN-INSTALLMENT-NUMBER.
           START PLAN-FILE KEY NOT < PLAN-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 410-READ-NEXT-PLAN-RECORD
                   PERFORM 411-KEEP-ONE-INSTALLMENT
                       UNTIL PLAN-FILE-STATUS-EOF
                           OR PLAN-STUDENT-NUMBER NOT =
                               STUDENT-NUMBER
                           OR PLAN-TERM NOT = STUDENT-TERM
                           OR PLAN-ENTRY-COUNT = 12
           END-START.

      * Appends one control total record covering the whole run, so
      * the balancing report can tie the fees back to the master
      * file and the journal can post them
       309-WRITE-CONTROL-RECORD.
           OPEN EXTEND CONTROL-FILE-OUT.
           MOVE "LATEFEE" TO CONTROL-JOB-NAME.
           MOVE POSTING-DATE TO CONTROL-RUN-DATE.
           MOVE FEES-CHARGED-COUNT TO CONTROL-RECORD-COUNT.
           MOVE FEES-CHARGED-TOTAL TO CONTROL-AMOUNT.
           WRITE CONTROL-RECORD-OUT.
           CLOSE CONTROL-FILE-OUT.

      * Nets every term record the student has on file, then puts the
      * sequential pass back on the record it stood on - the same
      * record is read again, so the pass carries on unchanged
       310-NET-STUDENT-ACCOUNT.
           MOVE STUDENT-NUMBER TO NETTED-STUDENT-NUMBER.
           MOVE STUDENT-RECORD-KEY TO SAVED-STUDENT-KEY.
           MOVE ZERO TO STUDENT-NET-BALANCE.
           MOVE SPACES TO STUDENT-TERM.
           START STUDENT-FILE-OUT KEY NOT < STUDENT-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 301-READ-STUDENT-RECORD
                   PERFORM 412-NET-ONE-TERM-RECORD
                       UNTIL STUDENT-FILE-STATUS-EOF
                           OR STUDENT-NUMBER NOT =
                               NETTED-STUDENT-NUMBER
           END-START.
           MOVE SAVED-STUDENT-KEY TO STUDENT-RECORD-KEY.
           START STUDENT-FILE-OUT KEY NOT < STUDENT-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 301-READ-STUDENT-RECORD
           END-START.

      * Starts a new register page - page and column headings, line
      * count reset
       401-PRINT-PAGE-HEADERS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL-PAGE-NUMBER.
           MOVE POSTING-YEAR-MONTH TO HL-PERIOD.
           IF PAGE-COUNT = 1
               WRITE PRINT-LINE FROM HEADING-LINE-1
           ELSE
               WRITE PRINT-LINE FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2.
           MOVE ZERO TO LINE-COUNT.

      * Prints the fees charged and the records passed over
       402-PRINT-TOTALS.
           MOVE "LATE FEES CHARGED" TO TL-LABEL.
           MOVE FEES-CHARGED-COUNT TO TL-COUNT.
           MOVE FEES-CHARGED-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE "ALREADY CHARGED THIS PERIOD" TO TL-LABEL.
           MOVE ALREADY-ASSESSED-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "SPONSORED CHARGES PASSED OVER" TO TL-LABEL.
           MOVE SPONSORED-SKIPPED-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "BALANCES TOO LARGE TO TAKE THE FEE" TO TL-LABEL.
           MOVE OVER-LIMIT-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "STUDENTS OWING NOTHING OVERALL" TO TL-LABEL.
           MOVE CREDIT-SKIPPED-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.

      * Keeps one history entry when it is a late fee charged in this
      * period
       403-LOAD-ONE-HISTORY-ENTRY.
           READ PAYMENT-HISTORY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PAYHIST-LATE-FEE
                           AND PAYHIST-POSTING-DATE(1:6) =
                               POSTING-YEAR-MONTH
                       IF ASSESSED-COUNT < 3000
                           ADD 1 TO ASSESSED-COUNT
                           MOVE PAYHIST-STUDENT-NUMBER TO
                               ASSESSED-STUDENT-NUMBER(ASSESSED-COUNT)
                           MOVE PAYHIST-TERM TO
                               ASSESSED-TERM(ASSESSED-COUNT)
                       ELSE
                           DISPLAY "Assessed table full at 3000 - "
                               "stop and raise the table size"
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

      * Keeps one sponsor link's student and term when it covers
      * anything
       404-LOAD-ONE-LINK.
           READ SPONSOR-LINK-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF LINK-COVERED-AMOUNT > ZERO
                       IF SPONSORED-COUNT < 2000
                           ADD 1 TO SPONSORED-COUNT
                           MOVE LINK-STUDENT-NUMBER TO
                           SPONSORED-STUDENT-NUMBER(SPONSORED-COUNT)
                           MOVE LINK-TERM TO
                               SPONSORED-TERM(SPONSORED-COUNT)
                       ELSE
                           DISPLAY "Sponsored table full at 2000 - "
                               "stop and raise the table size"
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

      * Notes a match when one prior assessment is this record's
       405-MATCH-ONE-ASSESSMENT.
           IF ASSESSED-STUDENT-NUMBER(ASSESSED-SUB) = STUDENT-NUMBER
                   AND ASSESSED-TERM(ASSESSED-SUB) = STUDENT-TERM
               SET ALREADY-ASSESSED TO TRUE
           END-IF.

      * Notes a match when one sponsored charge is this record's
       406-MATCH-ONE-SPONSORED.
           IF SPONSORED-STUDENT-NUMBER(SPONSORED-SUB) = STUDENT-NUMBER
                   AND SPONSORED-TERM(SPONSORED-SUB) = STUDENT-TERM
               SET CHARGE-SPONSORED TO TRUE
           END-IF.

      * Adds one installment's shortfall into the past-due money when
      * it has aged past the grace days
       407-AGE-ONE-INSTALLMENT.
           COMPUTE PLAN-ENTRY-UNPAID =
               PLAN-ENTRY-DUE(PLAN-SUB) - PLAN-ENTRY-PAID(PLAN-SUB).
           IF PLAN-ENTRY-UNPAID > ZERO
               COMPUTE DUE-JULIAN = FUNCTION
                   INTEGER-OF-DATE(PLAN-ENTRY-DUE-DATE(PLAN-SUB))
               COMPUTE DAYS-PAST-DUE = TODAY-JULIAN - DUE-JULIAN
               IF DAYS-PAST-DUE > LATE-FEE-GRACE-DAYS
                   ADD PLAN-ENTRY-UNPAID TO PAST-DUE-AMOUNT
               END-IF
           END-IF.

      * Appends one typed history entry for the fee just charged, so
      * the statement shows why the balance grew
       408-WRITE-HISTORY-RECORD.
           MOVE STUDENT-NUMBER TO PAYHIST-STUDENT-NUMBER.
           MOVE LATE-FEE-AMOUNT TO PAYHIST-AMOUNT-PAID.
           MOVE POSTING-DATE TO PAYHIST-POSTING-DATE.
           MOVE RUN-STAMP TO PAYHIST-RUN-ID.
           SET PAYHIST-LATE-FEE TO TRUE.
           MOVE STUDENT-TERM TO PAYHIST-TERM.
           WRITE PAYHIST-RECORD-OUT.

      * Prints one register line for the fee just charged, breaking
      * to a new page first when the current page is full
       409-PRINT-DETAIL-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 401-PRINT-PAGE-HEADERS
           END-IF.
           MOVE STUDENT-NUMBER TO DL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO DL-STUDENT-NAME.
           MOVE STUDENT-TERM TO DL-STUDENT-TERM.
           MOVE PAST-DUE-AMOUNT TO DL-PAST-DUE.
           MOVE LATE-FEE-AMOUNT TO DL-LATE-FEE.
           MOVE TUITION-OWED TO DL-NEW-BALANCE.
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

      * Reads the next installment record in key order
       410-READ-NEXT-PLAN-RECORD.
           READ PLAN-FILE NEXT RECORD.

      * Keeps one installment in the work table and reads the next
       411-KEEP-ONE-INSTALLMENT.
           ADD 1 TO PLAN-ENTRY-COUNT.
           MOVE PLAN-DUE-DATE TO
               PLAN-ENTRY-DUE-DATE(PLAN-ENTRY-COUNT).
           MOVE PLAN-AMOUNT-DUE TO PLAN-ENTRY-DUE(PLAN-ENTRY-COUNT).
           MOVE PLAN-AMOUNT-PAID TO
               PLAN-ENTRY-PAID(PLAN-ENTRY-COUNT).
           PERFORM 410-READ-NEXT-PLAN-RECORD.

      * Adds one term record's balance into the student's net and
      * reads the next
       412-NET-ONE-TERM-RECORD.
           ADD TUITION-OWED TO STUDENT-NET-BALANCE.
           PERFORM 301-READ-STUDENT-RECORD.

       END PROGRAM LATEFEE.
