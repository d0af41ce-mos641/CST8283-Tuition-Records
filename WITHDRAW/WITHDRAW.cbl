      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Course withdrawal settlement - works the withdrawal
      *          file the registrar sends (student, term and date of
      *          withdrawal). Each withdrawal is priced off the term
      *          calendar's refund schedule: the share of the original
      *          term charge refunded for the withdrawal date is
      *          credited off TUITION-OWED and recorded on the payment
      *          history as a withdrawal credit, and every unpaid
      *          installment falling due after the withdrawal date is
      *          cancelled on the plan file. The original charge is
      *          the term's itemized charge lines, or for a term
      *          loaded before charges were itemized the balance plus
      *          the net activity already posted against it. A credit
      *          that leaves the student owed money is paid out by the
      *          refund disbursement run in the ordinary way. Prints
      *          the settlement report - charge, percentage kept and
      *          credit posted - and appends a control record so the
      *          balancing report and the journal account for the
      *          credits. A term already settled is never credited
      *          twice, so a rerun is harmless, and a student and
      *          term the registrar's file carries more than once is
      *          settled on its first line only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WITHDRAW.
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

      * The registrar's withdrawals; OPTIONAL so a night with no
      * withdrawals on hand settles nothing instead of failing the
      * open
           SELECT OPTIONAL WITHDRAWAL-FILE-IN
              ASSIGN TO "../REGWDRAW.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WITHDRAWAL-FILE-STATUS.

      * The term calendar the refund schedule is read off; OPTIONAL
      * so a missing calendar rejects every withdrawal as an unknown
      * term rather than failing the open
           SELECT OPTIONAL CALENDAR-FILE
              ASSIGN TO "../TERMCAL.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CAL-TERM
                 FILE STATUS IS CALENDAR-FILE-STATUS.

      * The itemized charge lines the original term charge is added
      * up from; OPTIONAL because terms loaded before charges were
      * itemized have none
           SELECT OPTIONAL CHARGE-FILE
              ASSIGN TO "../CHARGEFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CHARGE-RECORD-KEY
                 FILE STATUS IS CHARGE-FILE-STATUS.

      * The installment schedules, cancelled past the withdrawal
      * date; OPTIONAL because most students have no plan on file
           SELECT OPTIONAL PLAN-FILE
              ASSIGN TO "../PLANFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PLAN-RECORD-KEY
                 FILE STATUS IS PLAN-FILE-STATUS.

      * Permanent history - read first for the terms already settled
      * and the activity behind unitemized charges, then appended
      * with the withdrawal credits; OPTIONAL so the first run ever
      * creates it rather than failing the open
           SELECT OPTIONAL PAYMENT-HISTORY-FILE
              ASSIGN TO "../PAYHISTFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PAYMENT-HISTORY-STATUS.

      * Control totals of the credits this run posted, read back by
      * the balancing report and the journal; OPTIONAL so the first
      * run ever creates it rather than failing the open
           SELECT OPTIONAL CONTROL-FILE-OUT
              ASSIGN TO "../BATCHCTL.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT PRINT-FILE
              ASSIGN TO "../WITHDRAW.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Define the record read from and rewritten to the student file
       FD STUDENT-FILE-OUT.
           COPY STUDENT.

      * Define one withdrawal as the registrar sends it
       FD WITHDRAWAL-FILE-IN.
       01 WITHDRAWAL-RECORD-IN.
           05 WD-STUDENT-NUMBER PIC 9(7).
           05 WD-TERM PIC X(6).
           05 WD-WITHDRAWAL-DATE PIC 9(8).

      * Define the term calendar record
       FD CALENDAR-FILE.
           COPY TERMCAL.

      * Define one itemized charge line
       FD CHARGE-FILE.
           COPY CHARGE.

      * Define one installment of a payment plan
       FD PLAN-FILE.
           COPY PAYPLAN.

      * Define the payment history record
       FD PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

      * Define the batch control total record
       FD CONTROL-FILE-OUT.
           COPY BATCHCTL.

      * Define the printed settlement report line
       FD PRINT-FILE.
       01 PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 STUDENT-FILE-STATUS PIC X(2).
       01 WITHDRAWAL-FILE-STATUS PIC X(2).
           88 WITHDRAWAL-FILE-STATUS-OK VALUE "00".
           88 WITHDRAWAL-FILE-STATUS-EOF VALUE "10".
       01 CALENDAR-FILE-STATUS PIC X(2).
       01 CHARGE-FILE-STATUS PIC X(2).
           88 CHARGE-FILE-STATUS-EOF VALUE "10".
       01 PLAN-FILE-STATUS PIC X(2).
           88 PLAN-FILE-STATUS-EOF VALUE "10".
       01 PAYMENT-HISTORY-STATUS PIC X(2).
           88 PAYMENT-HISTORY-STATUS-OK VALUE "00".
           88 PAYMENT-HISTORY-STATUS-EOF VALUE "10".
       01 CONTROL-FILE-STATUS PIC X(2).
       01 PRINT-FILE-STATUS PIC X(2).

      * Date and time this run started - the date stamps the history
      * entries, the report and the control record, and date plus
      * time identify the run the entries came from
       01 RUN-IDENTIFICATION.
           05 POSTING-DATE PIC 9(8).
           05 POSTING-TIME PIC 9(8).
           05 RUN-STAMP.
               10 RUN-STAMP-DATE PIC 9(8).
               10 RUN-STAMP-TIME PIC 9(6).

      * The withdrawals held in memory while the payment history is
      * scanned for the terms already settled and the net activity
      * posted against each term
       01 WITHDRAWAL-TABLE-AREA.
           05 WITHDRAWAL-COUNT PIC 9(4) COMP VALUE ZERO.
           05 WITHDRAWAL-SUB PIC 9(4) COMP VALUE ZERO.
           05 WITHDRAWAL-ENTRY OCCURS 1000 TIMES.
               10 ENTRY-STUDENT-NUMBER PIC 9(7).
               10 ENTRY-TERM PIC X(6).
               10 ENTRY-WITHDRAWAL-DATE PIC 9(8).
               10 ENTRY-HISTORY-NET PIC S9(7) COMP.
               10 ENTRY-SETTLED-SWITCH PIC X(1).
                   88 ENTRY-ALREADY-SETTLED VALUE "Y".
               10 ENTRY-DUPLICATE-SWITCH PIC X(1).
                   88 ENTRY-DUPLICATE VALUE "Y".

      * The withdrawal being settled - its original charge, the
      * percent of it refunded and kept, the credit it draws and the
      * balance the credit leaves
       01 SETTLEMENT-WORK-FIELDS.
           05 ORIGINAL-CHARGE PIC S9(7) COMP VALUE ZERO.
           05 REFUND-PERCENT PIC 9(3) VALUE ZERO.
           05 KEPT-PERCENT PIC 9(3) VALUE ZERO.
           05 WITHDRAWAL-CREDIT PIC 9(5) VALUE ZERO.
           05 NEW-BALANCE PIC S9(7) COMP VALUE ZERO.
           05 CANCELLED-AMOUNT PIC 9(7) COMP VALUE ZERO.
           05 CUTOFF-SUB PIC 9(1) COMP VALUE ZERO.
           05 REJECT-REASON PIC X(30).

      * Set when the withdrawal date falls on or before one of the
      * refund schedule's cut-offs
       01 CUTOFF-FOUND-SWITCH PIC X(1) VALUE "N".
           88 CUTOFF-FOUND VALUE "Y".
           88 CUTOFF-NOT-FOUND VALUE "N".

      * Counts reported at the end of the run, and the dollars the
      * run took off the master file
       01 RUN-TOTALS.
           05 SETTLED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 CREDITS-POSTED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 CREDITS-POSTED-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 INSTALLMENTS-CANCELLED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 INSTALLMENTS-CANCELLED-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 REJECTED-COUNT PIC 9(5) COMP VALUE ZERO.

      * Report page and line control
       01 REPORT-CONTROL-FIELDS.
           05 PAGE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 LINE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 LINES-PER-PAGE PIC 9(3) COMP VALUE 20.

      * Report headings and detail/total line layouts
       01 HEADING-LINE-1.
           05 FILLER PIC X(34) VALUE
               "WITHDRAWAL SETTLEMENT REPORT".
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 HL-RUN-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL-PAGE-NUMBER PIC ZZ9.
           05 FILLER PIC X(70) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "STU NUM".
           05 FILLER PIC X(25) VALUE "STUDENT NAME".
           05 FILLER PIC X(8) VALUE "TERM".
           05 FILLER PIC X(10) VALUE "WITHDREW".
           05 FILLER PIC X(10) VALUE "    CHARGE".
           05 FILLER PIC X(6) VALUE "  KEPT".
           05 FILLER PIC X(10) VALUE "    CREDIT".
           05 FILLER PIC X(11) VALUE "    BALANCE".
           05 FILLER PIC X(10) VALUE " PLAN CANC".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "NOTE".

       01 DETAIL-LINE.
           05 DL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-STUDENT-NAME PIC X(25).
           05 DL-TERM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-WITHDRAWAL-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-ORIGINAL-CHARGE PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-KEPT-PERCENT PIC ZZ9.
           05 FILLER PIC X(1) VALUE "%".
           05 DL-CREDIT PIC ZZ,ZZZ,ZZ9.
           05 DL-NEW-BALANCE PIC ZZ,ZZZ,ZZ9-.
           05 DL-CANCELLED-AMOUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-NOTE PIC X(30).

       01 REJECT-LINE.
           05 RL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RL-STUDENT-NAME PIC X(25).
           05 RL-TERM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-WITHDRAWAL-DATE PIC 9(8).
           05 FILLER PIC X(51) VALUE SPACES.
           05 RL-REASON PIC X(30).

       01 TOTAL-LINE.
           05 TL-LABEL PIC X(40).
           05 TL-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(14) VALUE SPACES.
           05 TL-AMOUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       100-SETTLE-WITHDRAWALS.
           PERFORM 201-INITIALIZE-SETTLEMENT.
           PERFORM 202-SCAN-PAYMENT-HISTORY.
           PERFORM 203-SETTLE-WITHDRAWALS.
           PERFORM 204-TERMINATE-SETTLEMENT.
           STOP RUN.

      * Stamps the run and loads the withdrawals into the table; more
      * withdrawals than the table takes stops the run before
      * anything is touched, so the registrar's file can be split
       201-INITIALIZE-SETTLEMENT.
           ACCEPT POSTING-DATE FROM DATE YYYYMMDD.
           ACCEPT POSTING-TIME FROM TIME.
           MOVE POSTING-DATE TO RUN-STAMP-DATE.
           MOVE POSTING-TIME(1:6) TO RUN-STAMP-TIME.
           OPEN INPUT WITHDRAWAL-FILE-IN.
           IF WITHDRAWAL-FILE-STATUS-OK
               PERFORM 301-LOAD-ONE-WITHDRAWAL
                   UNTIL WITHDRAWAL-FILE-STATUS-EOF
           END-IF.
           CLOSE WITHDRAWAL-FILE-IN.

      * Reads the payment history once, noting each withdrawal whose
      * term already carries a withdrawal credit and netting the
      * activity posted against the term
       202-SCAN-PAYMENT-HISTORY.
           IF WITHDRAWAL-COUNT > ZERO
               OPEN INPUT PAYMENT-HISTORY-FILE
               IF PAYMENT-HISTORY-STATUS-OK
                   PERFORM 302-READ-ONE-HISTORY-RECORD
                       UNTIL PAYMENT-HISTORY-STATUS-EOF
               END-IF
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

      * Opens the master, calendar, charges, plans, history and the
      * report and settles each withdrawal in turn
       203-SETTLE-WITHDRAWALS.
           OPEN I-O STUDENT-FILE-OUT.
           OPEN INPUT CALENDAR-FILE.
           OPEN INPUT CHARGE-FILE.
           OPEN I-O PLAN-FILE.
           OPEN EXTEND PAYMENT-HISTORY-FILE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 401-PRINT-PAGE-HEADERS.
           PERFORM 303-SETTLE-ONE-WITHDRAWAL
               VARYING WITHDRAWAL-SUB FROM 1 BY 1
                   UNTIL WITHDRAWAL-SUB > WITHDRAWAL-COUNT.
           PERFORM 402-PRINT-TOTALS.
           CLOSE STUDENT-FILE-OUT.
           CLOSE CALENDAR-FILE.
           CLOSE CHARGE-FILE.
           CLOSE PLAN-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE PRINT-FILE.

      * Writes the control record and reports what the run settled
       204-TERMINATE-SETTLEMENT.
           PERFORM 309-WRITE-CONTROL-RECORD.
           DISPLAY "Withdrawals settled: " SETTLED-COUNT.
           DISPLAY "Withdrawal credits posted: " CREDITS-POSTED-COUNT.
           DISPLAY "Withdrawal credit dollars: " CREDITS-POSTED-TOTAL.
           DISPLAY "Installments cancelled: "
               INSTALLMENTS-CANCELLED-COUNT.
           IF REJECTED-COUNT > ZERO
               DISPLAY "Withdrawals rejected: " REJECTED-COUNT
           END-IF.

      * Keeps one withdrawal in the table; a withdrawal date that is
      * not numeric is kept as zero for the settlement to reject, and
      * a student and term already in the table is marked as a
      * duplicate for the settlement to reject
       301-LOAD-ONE-WITHDRAWAL.
           READ WITHDRAWAL-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF WITHDRAWAL-COUNT = 1000
                       DISPLAY "More than 1000 withdrawals on file - "
                           "nothing settled; split the file"
                       CLOSE WITHDRAWAL-FILE-IN
                       STOP RUN
                   END-IF
                   ADD 1 TO WITHDRAWAL-COUNT
                   MOVE WD-STUDENT-NUMBER TO
                       ENTRY-STUDENT-NUMBER(WITHDRAWAL-COUNT)
                   MOVE WD-TERM TO ENTRY-TERM(WITHDRAWAL-COUNT)
                   IF WD-WITHDRAWAL-DATE IS NUMERIC
                       MOVE WD-WITHDRAWAL-DATE TO
                           ENTRY-WITHDRAWAL-DATE(WITHDRAWAL-COUNT)
                   ELSE
                       MOVE ZERO TO
                           ENTRY-WITHDRAWAL-DATE(WITHDRAWAL-COUNT)
                   END-IF
                   MOVE ZERO TO ENTRY-HISTORY-NET(WITHDRAWAL-COUNT)
                   MOVE "N" TO
                       ENTRY-SETTLED-SWITCH(WITHDRAWAL-COUNT)
                   MOVE "N" TO
                       ENTRY-DUPLICATE-SWITCH(WITHDRAWAL-COUNT)
                   PERFORM 411-CHECK-ONE-EARLIER-ENTRY
                       VARYING WITHDRAWAL-SUB FROM 1 BY 1
                           UNTIL WITHDRAWAL-SUB >= WITHDRAWAL-COUNT
           END-READ.

      * Checks one history entry against the withdrawals
       302-READ-ONE-HISTORY-RECORD.
           READ PAYMENT-HISTORY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 403-APPLY-ONE-HISTORY-ENTRY
                       VARYING WITHDRAWAL-SUB FROM 1 BY 1
                           UNTIL WITHDRAWAL-SUB > WITHDRAWAL-COUNT
           END-READ.

      * Settles one withdrawal - the term must be on the calendar,
      * the charge on the master, still open and not yet settled;
      * anything else is printed as rejected with the reason
       303-SETTLE-ONE-WITHDRAWAL.
           MOVE SPACES TO REJECT-REASON.
           MOVE SPACES TO STUDENT-NAME.
           MOVE ENTRY-TERM(WITHDRAWAL-SUB) TO CAL-TERM.
           EVALUATE TRUE
               WHEN ENTRY-WITHDRAWAL-DATE(WITHDRAWAL-SUB) = ZERO
                   MOVE "WITHDRAWAL DATE NOT VALID" TO REJECT-REASON
               WHEN ENTRY-DUPLICATE(WITHDRAWAL-SUB)
                   MOVE "DUPLICATE ON WITHDRAWAL FILE" TO
                       REJECT-REASON
               WHEN ENTRY-ALREADY-SETTLED(WITHDRAWAL-SUB)
                   MOVE "WITHDRAWAL ALREADY SETTLED" TO
                       REJECT-REASON
               WHEN OTHER
                   READ CALENDAR-FILE
                       INVALID KEY
                           MOVE "TERM NOT ON TERM CALENDAR" TO
                               REJECT-REASON
                       NOT INVALID KEY
                           PERFORM 304-READ-CHARGE-RECORD
                   END-READ
           END-EVALUATE.
           IF REJECT-REASON NOT = SPACES
               PERFORM 405-PRINT-REJECT-LINE
           END-IF.

      * Reads the student's charge for the term and settles it when
      * it is still open
       304-READ-CHARGE-RECORD.
           MOVE ENTRY-STUDENT-NUMBER(WITHDRAWAL-SUB) TO
               STUDENT-NUMBER.
           MOVE ENTRY-TERM(WITHDRAWAL-SUB) TO STUDENT-TERM.
           READ STUDENT-FILE-OUT
               INVALID KEY
                   MOVE SPACES TO STUDENT-NAME
                   MOVE "NO CHARGE ON FILE FOR TERM" TO REJECT-REASON
               NOT INVALID KEY
                   IF STUDENT-WRITTEN-OFF
                       MOVE "ACCOUNT WRITTEN OFF - AT AGENCY" TO
                           REJECT-REASON
                   ELSE
                       PERFORM 305-PRICE-WITHDRAWAL-CREDIT
                       PERFORM 306-POST-WITHDRAWAL-CREDIT
                   END-IF
           END-READ.

      * Works out the original term charge, the percent of it the
      * refund schedule gives back for the withdrawal date and the
      * credit that draws
       305-PRICE-WITHDRAWAL-CREDIT.
           PERFORM 307-ADD-UP-ORIGINAL-CHARGE.
           PERFORM 308-FIND-REFUND-PERCENT.
           COMPUTE KEPT-PERCENT = 100 - REFUND-PERCENT.
           IF ORIGINAL-CHARGE > ZERO
               COMPUTE WITHDRAWAL-CREDIT ROUNDED =
                   ORIGINAL-CHARGE * REFUND-PERCENT / 100
           ELSE
               MOVE ZERO TO ORIGINAL-CHARGE
               MOVE ZERO TO WITHDRAWAL-CREDIT
           END-IF.
           COMPUTE NEW-BALANCE = TUITION-OWED - WITHDRAWAL-CREDIT.

      * Posts the credit off the balance and logs it, then cancels
      * the installments falling due after the withdrawal; a credit
      * the balance field cannot take is rejected untouched, and a
      * withdrawal that draws no credit still has its plan cancelled
       306-POST-WITHDRAWAL-CREDIT.
           MOVE ZERO TO CANCELLED-AMOUNT.
           EVALUATE TRUE
               WHEN NEW-BALANCE < -99999
                   MOVE "CREDIT TOO LARGE FOR BALANCE" TO
                       REJECT-REASON
               WHEN WITHDRAWAL-CREDIT = ZERO
                   PERFORM 310-CANCEL-FUTURE-INSTALLMENTS
                   ADD 1 TO SETTLED-COUNT
                   PERFORM 404-PRINT-DETAIL-LINE
               WHEN OTHER
                   MOVE NEW-BALANCE TO TUITION-OWED
                   REWRITE STUDENT-RECORD-OUT
                       INVALID KEY
                           MOVE "REWRITE FAILED - NOT SETTLED" TO
                               REJECT-REASON
                       NOT INVALID KEY
                           PERFORM 311-WRITE-HISTORY-RECORD
                           PERFORM 310-CANCEL-FUTURE-INSTALLMENTS
                           ADD 1 TO SETTLED-COUNT
                           ADD 1 TO CREDITS-POSTED-COUNT
                           ADD WITHDRAWAL-CREDIT TO
                               CREDITS-POSTED-TOTAL
                           PERFORM 404-PRINT-DETAIL-LINE
                   END-REWRITE
           END-EVALUATE.

      * Adds the term's itemized charge lines up to the original
      * charge; a term with no lines is taken as the balance plus
      * the net activity already posted against it
       307-ADD-UP-ORIGINAL-CHARGE.
           MOVE ZERO TO ORIGINAL-CHARGE.
           MOVE STUDENT-NUMBER TO CHARGE-STUDENT-NUMBER.
           MOVE STUDENT-TERM TO CHARGE-TERM.
           MOVE SPACES TO CHARGE-FEE-CODE.
           START CHARGE-FILE KEY NOT < CHARGE-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 406-READ-NEXT-CHARGE-LINE
                   PERFORM 407-ADD-ONE-CHARGE-LINE
                       UNTIL CHARGE-FILE-STATUS-EOF
                           OR CHARGE-STUDENT-NUMBER NOT =
                               STUDENT-NUMBER
                           OR CHARGE-TERM NOT = STUDENT-TERM
           END-START.
           IF ORIGINAL-CHARGE = ZERO
               COMPUTE ORIGINAL-CHARGE = TUITION-OWED
                   + ENTRY-HISTORY-NET(WITHDRAWAL-SUB)
           END-IF.

      * Reads the refund percent for the withdrawal date off the term
      * calendar - all of it before classes start, none after the
      * census date, otherwise the first cut-off the date falls on
      * or before, and none past the last cut-off
       308-FIND-REFUND-PERCENT.
           MOVE ZERO TO REFUND-PERCENT.
           SET CUTOFF-NOT-FOUND TO TRUE.
           EVALUATE TRUE
               WHEN ENTRY-WITHDRAWAL-DATE(WITHDRAWAL-SUB) <
                       CAL-START-DATE
                   MOVE 100 TO REFUND-PERCENT
               WHEN CAL-CENSUS-DATE NOT = ZERO
                       AND ENTRY-WITHDRAWAL-DATE(WITHDRAWAL-SUB) >
                           CAL-CENSUS-DATE
                   CONTINUE
               WHEN OTHER
                   PERFORM 408-CHECK-ONE-CUTOFF
                       VARYING CUTOFF-SUB FROM 1 BY 1
                           UNTIL CUTOFF-SUB > 4 OR CUTOFF-FOUND
           END-EVALUATE.
           IF REFUND-PERCENT > 100
               MOVE 100 TO REFUND-PERCENT
           END-IF.

      * Appends one control total record covering the whole run, so
      * the balancing report can tie the credits back to the master
      * file and the journal can post them
       309-WRITE-CONTROL-RECORD.
           OPEN EXTEND CONTROL-FILE-OUT.
           MOVE "WITHDRAW" TO CONTROL-JOB-NAME.
           MOVE POSTING-DATE TO CONTROL-RUN-DATE.
           MOVE CREDITS-POSTED-COUNT TO CONTROL-RECORD-COUNT.
           MOVE CREDITS-POSTED-TOTAL TO CONTROL-AMOUNT.
           WRITE CONTROL-RECORD-OUT.
           CLOSE CONTROL-FILE-OUT.

      * Cancels each unpaid installment of the term's schedule that
      * falls due after the withdrawal date - its amount due is cut
      * back to what was paid on it, so the apply run, the notices
      * and the delinquency report stop asking for it; no schedule
      * on file leaves nothing to do
       310-CANCEL-FUTURE-INSTALLMENTS.
           MOVE STUDENT-NUMBER TO PLAN-STUDENT-NUMBER.
           MOVE STUDENT-TERM TO PLAN-TERM.
           MOVE ZERO TO PLAN-INSTALLMENT-NUMBER.
           START PLAN-FILE KEY NOT < PLAN-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 409-READ-NEXT-PLAN-RECORD
                   PERFORM 410-CANCEL-ONE-INSTALLMENT
                       UNTIL PLAN-FILE-STATUS-EOF
                           OR PLAN-STUDENT-NUMBER NOT =
                               STUDENT-NUMBER
                           OR PLAN-TERM NOT = STUDENT-TERM
           END-START.

      * Appends one typed history entry for the credit, so the
      * statement shows why the balance came down
       311-WRITE-HISTORY-RECORD.
           MOVE STUDENT-NUMBER TO PAYHIST-STUDENT-NUMBER.
           MOVE WITHDRAWAL-CREDIT TO PAYHIST-AMOUNT-PAID.
           MOVE POSTING-DATE TO PAYHIST-POSTING-DATE.
           MOVE RUN-STAMP TO PAYHIST-RUN-ID.
           SET PAYHIST-WITHDRAWAL-CREDIT TO TRUE.
           MOVE STUDENT-TERM TO PAYHIST-TERM.
           WRITE PAYHIST-RECORD-OUT.

      * Starts a new report page - page and column headings, line
      * count reset
       401-PRINT-PAGE-HEADERS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL-PAGE-NUMBER.
           MOVE POSTING-DATE TO HL-RUN-DATE.
           IF PAGE-COUNT = 1
               WRITE PRINT-LINE FROM HEADING-LINE-1
           ELSE
               WRITE PRINT-LINE FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2.
           MOVE ZERO TO LINE-COUNT.

      * Prints the withdrawals settled, the credits posted, the
      * installments cancelled and the withdrawals rejected
       402-PRINT-TOTALS.
           MOVE "WITHDRAWALS SETTLED" TO TL-LABEL.
           MOVE SETTLED-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE "WITHDRAWAL CREDITS POSTED" TO TL-LABEL.
           MOVE CREDITS-POSTED-COUNT TO TL-COUNT.
           MOVE CREDITS-POSTED-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "PLAN INSTALLMENTS CANCELLED" TO TL-LABEL.
           MOVE INSTALLMENTS-CANCELLED-COUNT TO TL-COUNT.
           MOVE INSTALLMENTS-CANCELLED-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "WITHDRAWALS REJECTED" TO TL-LABEL.
           MOVE REJECTED-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.

      * Notes a history entry against one withdrawal's student and
      * term - a withdrawal credit marks the term settled, and the
      * rest is netted the way the statement nets it, money that
      * came off the balance added and money put back on subtracted;
      * agency recoveries never touched the balance and are passed
      * over, and a correction keyed to the balance restates the
      * charge itself, so it is passed over too
       403-APPLY-ONE-HISTORY-ENTRY.
           IF ENTRY-STUDENT-NUMBER(WITHDRAWAL-SUB) =
                   PAYHIST-STUDENT-NUMBER
                   AND ENTRY-TERM(WITHDRAWAL-SUB) = PAYHIST-TERM
               EVALUATE TRUE
                   WHEN PAYHIST-WITHDRAWAL-CREDIT
                       MOVE "Y" TO
                           ENTRY-SETTLED-SWITCH(WITHDRAWAL-SUB)
                   WHEN PAYHIST-RECOVERY
                           OR PAYHIST-CORRECTION-UP
                           OR PAYHIST-CORRECTION-DOWN
                       CONTINUE
                   WHEN PAYHIST-NSF-REVERSAL
                           OR PAYHIST-NSF-FEE
                           OR PAYHIST-REFUND
                           OR PAYHIST-LATE-FEE
                       SUBTRACT PAYHIST-AMOUNT-PAID FROM
                           ENTRY-HISTORY-NET(WITHDRAWAL-SUB)
                   WHEN OTHER
                       ADD PAYHIST-AMOUNT-PAID TO
                           ENTRY-HISTORY-NET(WITHDRAWAL-SUB)
               END-EVALUATE
           END-IF.

      * Prints one settlement line, breaking to a new page first
      * when the current page is full
       404-PRINT-DETAIL-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 401-PRINT-PAGE-HEADERS
           END-IF.
           MOVE STUDENT-NUMBER TO DL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO DL-STUDENT-NAME.
           MOVE STUDENT-TERM TO DL-TERM.
           MOVE ENTRY-WITHDRAWAL-DATE(WITHDRAWAL-SUB) TO
               DL-WITHDRAWAL-DATE.
           MOVE ORIGINAL-CHARGE TO DL-ORIGINAL-CHARGE.
           MOVE KEPT-PERCENT TO DL-KEPT-PERCENT.
           MOVE WITHDRAWAL-CREDIT TO DL-CREDIT.
           MOVE TUITION-OWED TO DL-NEW-BALANCE.
           MOVE CANCELLED-AMOUNT TO DL-CANCELLED-AMOUNT.
           IF TUITION-OWED < ZERO
               MOVE "IN CREDIT - FOR REFUND RUN" TO DL-NOTE
           ELSE
               MOVE SPACES TO DL-NOTE
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

      * Prints one rejected withdrawal with its reason, breaking to a
      * new page first when the current page is full
       405-PRINT-REJECT-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 401-PRINT-PAGE-HEADERS
           END-IF.
           ADD 1 TO REJECTED-COUNT.
           MOVE ENTRY-STUDENT-NUMBER(WITHDRAWAL-SUB) TO
               RL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO RL-STUDENT-NAME.
           MOVE ENTRY-TERM(WITHDRAWAL-SUB) TO RL-TERM.
           MOVE ENTRY-WITHDRAWAL-DATE(WITHDRAWAL-SUB) TO
               RL-WITHDRAWAL-DATE.
           MOVE REJECT-REASON TO RL-REASON.
           WRITE PRINT-LINE FROM REJECT-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

      * Reads the next itemized charge line in key order
       406-READ-NEXT-CHARGE-LINE.
           READ CHARGE-FILE NEXT RECORD.

      * Adds one itemized charge line into the original charge and
      * reads the next
       407-ADD-ONE-CHARGE-LINE.
           ADD CHARGE-AMOUNT TO ORIGINAL-CHARGE.
           PERFORM 406-READ-NEXT-CHARGE-LINE.

      * Takes the refund percent of one cut-off when it is in use
      * and the withdrawal date falls on or before it
       408-CHECK-ONE-CUTOFF.
           IF CAL-CUTOFF-DATE(CUTOFF-SUB) NOT = ZERO
                   AND ENTRY-WITHDRAWAL-DATE(WITHDRAWAL-SUB) NOT >
                       CAL-CUTOFF-DATE(CUTOFF-SUB)
               MOVE CAL-REFUND-PERCENT(CUTOFF-SUB) TO REFUND-PERCENT
               SET CUTOFF-FOUND TO TRUE
           END-IF.

      * Reads the next installment record in key order
       409-READ-NEXT-PLAN-RECORD.
           READ PLAN-FILE NEXT RECORD.

      * Cuts one unpaid installment falling due after the withdrawal
      * back to what was paid on it and reads the next
       410-CANCEL-ONE-INSTALLMENT.
           IF PLAN-DUE-DATE > ENTRY-WITHDRAWAL-DATE(WITHDRAWAL-SUB)
                   AND PLAN-AMOUNT-DUE > PLAN-AMOUNT-PAID
               ADD 1 TO INSTALLMENTS-CANCELLED-COUNT
               COMPUTE CANCELLED-AMOUNT = CANCELLED-AMOUNT
                   + PLAN-AMOUNT-DUE - PLAN-AMOUNT-PAID
               COMPUTE INSTALLMENTS-CANCELLED-TOTAL =
                   INSTALLMENTS-CANCELLED-TOTAL
                   + PLAN-AMOUNT-DUE - PLAN-AMOUNT-PAID
               MOVE PLAN-AMOUNT-PAID TO PLAN-AMOUNT-DUE
               REWRITE PLAN-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           PERFORM 409-READ-NEXT-PLAN-RECORD.

      * Marks the withdrawal just loaded as a duplicate when one
      * earlier in the table is for the same student and term
       411-CHECK-ONE-EARLIER-ENTRY.
           IF ENTRY-STUDENT-NUMBER(WITHDRAWAL-SUB) =
                   ENTRY-STUDENT-NUMBER(WITHDRAWAL-COUNT)
                   AND ENTRY-TERM(WITHDRAWAL-SUB) =
                       ENTRY-TERM(WITHDRAWAL-COUNT)
               MOVE "Y" TO ENTRY-DUPLICATE-SWITCH(WITHDRAWAL-COUNT)
           END-IF.

       END PROGRAM WITHDRAW.
