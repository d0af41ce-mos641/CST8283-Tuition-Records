      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Reconcile the bank's daily statement of deposits and
      *          chargebacks against what our side sent to the bank.
      *          The statement's header and control-total trailer are
      *          proved against its detail first; a statement that
      *          does not prove out is rejected whole and nothing
      *          moves. Each deposit is matched to the lockbox batch
      *          it came from by batch number, batch date and amount,
      *          or to a counter shift's deposit bag, a debit terminal
      *          settlement or a day's confirmed pre-authorized debits
      *          by date and amount; each chargeback is matched to the
      *          NSF reversal the apply run posted for the same student
      *          and amount. Our side comes off DEPOSITQ.TXT, which
      *          the jobs that take the money in append to. The report
      *          lists the items matched, the bank items with no match
      *          on our side and our items the bank never credited,
      *          each unmatched item with its age in days. Unmatched
      *          items carry forward on RECONOPEN.TXT to be tried
      *          again against the next statement until they clear.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRECON.
       AUTHOR. MOSTAPHA A.
       SECURITY. NON CONFIDENTIAL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE-IN
              ASSIGN TO "../BANKSTMT.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS STATEMENT-FILE-STATUS.

      * What our side sent to the bank since the last statement;
      * OPTIONAL because a quiet day queues nothing
           SELECT OPTIONAL DEPOSIT-QUEUE-FILE
              ASSIGN TO "../DEPOSITQ.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DEPOSIT-QUEUE-STATUS.

      * The items still unmatched after the last statement, read in
      * and then rewritten with those still unmatched after this one;
      * OPTIONAL so the first reconciliation ever creates it
           SELECT OPTIONAL OPEN-ITEM-FILE
              ASSIGN TO "../RECONOPEN.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OPEN-ITEM-STATUS.

           SELECT PRINT-FILE
              ASSIGN TO "../BANKRECON.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Define the bank statement record - a header, one detail per
      * deposit or chargeback and a control-total trailer, all the
      * same length so they share one fixed-width layout
       FD STATEMENT-FILE-IN.
       01 STMT-RECORD-IN.
           05 STMT-RECORD-TYPE PIC X(1).
               88 STMT-HEADER-RECORD VALUE "H".
               88 STMT-DETAIL-RECORD VALUE "D".
               88 STMT-TRAILER-RECORD VALUE "T".
           05 STMT-HEADER-DATA.
               10 STMT-ACCOUNT-NUMBER PIC X(12).
               10 STMT-DATE PIC 9(8).
               10 FILLER PIC X(39).
      * A deposit carries the channel it came in by - L a lockbox
      * batch under its batch number, C a counter deposit bag, T a
      * debit terminal settlement, D the day's pre-authorized debits;
      * a chargeback carries the payer reference the bank charged
      * back, which is the student number. The value date is the
      * batch date, the deposit date or the date the bank posted the
      * chargeback
           05 STMT-DETAIL-DATA REDEFINES STMT-HEADER-DATA.
               10 STMT-ITEM-TYPE PIC X(1).
                   88 STMT-DEPOSIT VALUE "D".
                   88 STMT-CHARGEBACK VALUE "C".
               10 STMT-CHANNEL PIC X(1).
                   88 STMT-CHANNEL-VALID VALUES "L" "C" "T" "D".
               10 STMT-BATCH-NUMBER PIC 9(6).
               10 STMT-STUDENT-NUMBER PIC 9(7).
               10 STMT-VALUE-DATE PIC 9(8).
               10 STMT-AMOUNT PIC 9(9).
               10 STMT-BANK-REFERENCE PIC X(12).
               10 FILLER PIC X(15).
           05 STMT-TRAILER-DATA REDEFINES STMT-HEADER-DATA.
               10 STMT-ITEM-COUNT PIC 9(6).
               10 STMT-CREDIT-TOTAL PIC 9(11).
               10 STMT-DEBIT-TOTAL PIC 9(11).
               10 FILLER PIC X(31).

      * Define one item our side sent to the bank
       FD DEPOSIT-QUEUE-FILE.
           COPY DEPOSIT.

      * Define one item carried forward unmatched - which side it is
      * on, then the same particulars either side is matched on
       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-RECORD.
           05 OPEN-SIDE PIC X(1).
           05 OPEN-KIND PIC X(1).
           05 OPEN-BATCH-NUMBER PIC 9(6).
           05 OPEN-STUDENT-NUMBER PIC 9(7).
           05 OPEN-DATE PIC 9(8).
           05 OPEN-AMOUNT PIC 9(9).
           05 OPEN-ITEM-COUNT PIC 9(5).
           05 OPEN-BANK-REFERENCE PIC X(12).

      * Define the printed reconciliation report line
       FD PRINT-FILE.
       01 PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 STATEMENT-FILE-STATUS PIC X(2).
           88 STATEMENT-FILE-STATUS-EOF VALUE "10".
       01 DEPOSIT-QUEUE-STATUS PIC X(2).
           88 DEPOSIT-QUEUE-STATUS-EOF VALUE "10".
       01 OPEN-ITEM-STATUS PIC X(2).
           88 OPEN-ITEM-STATUS-EOF VALUE "10".
       01 PRINT-FILE-STATUS PIC X(2).

      * Date of this run
       01 RUN-DATE PIC 9(8).

      * What the statement header and trailer carried
       01 STATEMENT-CONTROL-FIELDS.
           05 ACCOUNT-NUMBER PIC X(12) VALUE SPACES.
           05 STATEMENT-DATE PIC 9(8) VALUE ZERO.
           05 TRAILER-ITEM-COUNT PIC 9(6) VALUE ZERO.
           05 TRAILER-CREDIT-TOTAL PIC 9(11) VALUE ZERO.
           05 TRAILER-DEBIT-TOTAL PIC 9(11) VALUE ZERO.

      * What the statement details actually added up to
       01 DETAIL-CONTROL-FIELDS.
           05 DETAIL-ITEM-COUNT PIC 9(6) COMP VALUE ZERO.
           05 DETAIL-CREDIT-TOTAL PIC 9(11) COMP VALUE ZERO.
           05 DETAIL-DEBIT-TOTAL PIC 9(11) COMP VALUE ZERO.

      * Switches tracking the shape of the statement as it reads
       01 STATEMENT-SHAPE-SWITCHES.
           05 HEADER-SEEN-SWITCH PIC X(1) VALUE "N".
               88 HEADER-SEEN VALUE "Y".
           05 TRAILER-SEEN-SWITCH PIC X(1) VALUE "N".
               88 TRAILER-SEEN VALUE "Y".
           05 STATEMENT-REJECT-SWITCH PIC X(1) VALUE "N".
               88 STATEMENT-REJECTED VALUE "Y".
               88 STATEMENT-ACCEPTED VALUE "N".

      * Every item in play this run - the statement's items, the
      * items carried forward and what our side queued since - with
      * whether each has been matched and to which item
       01 RECONCILE-ITEM-TABLE.
           05 ITEM-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
           05 BANK-SUB PIC 9(4) COMP VALUE ZERO.
           05 BOOK-SUB PIC 9(4) COMP VALUE ZERO.
           05 ITEM-SUB PIC 9(4) COMP VALUE ZERO.
           05 ITEM-ENTRY OCCURS 5000 TIMES.
               10 ITEM-DETAIL.
                   15 ITEM-SIDE PIC X(1).
                       88 ITEM-ON-BANK VALUE "B".
                       88 ITEM-ON-BOOKS VALUE "O".
                   15 ITEM-KIND PIC X(1).
                       88 ITEM-LOCKBOX VALUE "L".
                       88 ITEM-COUNTER VALUE "C".
                       88 ITEM-TERMINAL VALUE "T".
                       88 ITEM-DEBITS VALUE "D".
                       88 ITEM-CHARGEBACK VALUE "R".
                   15 ITEM-BATCH-NUMBER PIC 9(6).
                   15 ITEM-STUDENT-NUMBER PIC 9(7).
                   15 ITEM-DATE PIC 9(8).
                   15 ITEM-AMOUNT PIC 9(9).
                   15 ITEM-COUNT PIC 9(5).
                   15 ITEM-BANK-REFERENCE PIC X(12).
               10 ITEM-MATCH-SWITCH PIC X(1).
                   88 ITEM-MATCHED VALUE "Y".
                   88 ITEM-UNMATCHED VALUE "N".
               10 ITEM-MATCHED-WITH PIC 9(4) COMP.

      * Switch showing whether the book item being tried matches the
      * bank item being worked
       01 PAIR-SWITCH PIC X(1) VALUE "N".
           88 PAIR-MATCHES VALUE "Y".
           88 PAIR-DIFFERS VALUE "N".

      * Age in days of an unmatched item at the statement date
       01 ITEM-AGE PIC 9(5) COMP VALUE ZERO.

      * Counts and dollars by report section
       01 SECTION-TOTALS.
           05 MATCHED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 MATCHED-TOTAL PIC 9(11) COMP VALUE ZERO.
           05 BANK-OPEN-COUNT PIC 9(5) COMP VALUE ZERO.
           05 BANK-OPEN-TOTAL PIC 9(11) COMP VALUE ZERO.
           05 BOOK-OPEN-COUNT PIC 9(5) COMP VALUE ZERO.
           05 BOOK-OPEN-TOTAL PIC 9(11) COMP VALUE ZERO.

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
           05 FILLER PIC X(34) VALUE "BANK DEPOSIT RECONCILIATION".
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 HL-RUN-DATE PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL-PAGE-NUMBER PIC ZZ9.
           05 FILLER PIC X(68) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER PIC X(18) VALUE "ITEM".
           05 FILLER PIC X(8) VALUE "BATCH".
           05 FILLER PIC X(10) VALUE "STU NUM".
           05 FILLER PIC X(12) VALUE "BANK DATE".
           05 FILLER PIC X(12) VALUE "OUR DATE".
           05 FILLER PIC X(15) VALUE "AMOUNT".
           05 FILLER PIC X(14) VALUE "BANK REF".
           05 FILLER PIC X(43) VALUE "AGE".

       01 STATEMENT-INFO-LINE.
           05 FILLER PIC X(17) VALUE "BANK ACCOUNT: ".
           05 SIL-ACCOUNT-NUMBER PIC X(12).
           05 FILLER PIC X(19) VALUE "  STATEMENT DATE: ".
           05 SIL-STATEMENT-DATE PIC X(10).
           05 FILLER PIC X(74) VALUE SPACES.

       01 SECTION-LINE.
           05 SL-SECTION-TEXT PIC X(50).
           05 FILLER PIC X(82) VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-ITEM-TEXT PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-BATCH-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-STUDENT-NUMBER PIC X(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-BANK-DATE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-OUR-DATE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-AMOUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-BANK-REFERENCE PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-AGE PIC X(5).
           05 FILLER PIC X(38) VALUE SPACES.

       01 REASON-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RL-REASON-TEXT PIC X(70).
           05 FILLER PIC X(58) VALUE SPACES.

       01 COUNT-LINE.
           05 CL-COUNT-LABEL PIC X(30).
           05 CL-COUNT-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(88) VALUE SPACES.

       01 VERDICT-LINE.
           05 VL-VERDICT-TEXT PIC X(50).
           05 FILLER PIC X(82) VALUE SPACES.

      * Edited work fields for the detail line
       01 EDITED-BATCH-NUMBER PIC 9(6).
       01 EDITED-STUDENT-NUMBER PIC 9(7).
       01 EDITED-AGE PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-RECONCILE-BANK-STATEMENT.
           PERFORM 201-INITIALIZE-RECONCILIATION.
           PERFORM 202-TAKE-ONE-STATEMENT-RECORD
               UNTIL STATEMENT-FILE-STATUS-EOF.
           PERFORM 203-VERIFY-STATEMENT.
           IF STATEMENT-ACCEPTED
               PERFORM 204-LOAD-OUR-ITEMS
           END-IF.
           IF STATEMENT-ACCEPTED
               PERFORM 205-MATCH-AND-REPORT
               PERFORM 206-CARRY-FORWARD-OPEN-ITEMS
           END-IF.
           PERFORM 207-TERMINATE-RECONCILIATION.
           STOP RUN.

      * Stamps the run, opens the statement and the report, prints
      * the first page header and primes the read
       201-INITIALIZE-RECONCILIATION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT STATEMENT-FILE-IN.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 401-PRINT-PAGE-HEADERS.
           PERFORM 301-READ-STATEMENT-RECORD.

      * Routes one statement record by its type and reads the next;
      * anything unrecognized sinks the whole statement
       202-TAKE-ONE-STATEMENT-RECORD.
           EVALUATE TRUE
               WHEN STMT-HEADER-RECORD
                   PERFORM 302-TAKE-HEADER-RECORD
               WHEN STMT-DETAIL-RECORD
                   PERFORM 303-TAKE-DETAIL-RECORD
               WHEN STMT-TRAILER-RECORD
                   PERFORM 304-TAKE-TRAILER-RECORD
               WHEN OTHER
                   MOVE "UNRECOGNIZED RECORD TYPE ON STATEMENT FILE"
                       TO RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
           END-EVALUATE.
           PERFORM 301-READ-STATEMENT-RECORD.

      * Checks the statement held together - header and trailer
      * present and the trailer's count, credits and debits matching
      * what the details actually added up to - and closes it
       203-VERIFY-STATEMENT.
           CLOSE STATEMENT-FILE-IN.
           IF NOT HEADER-SEEN
               MOVE "NO HEADER ON STATEMENT FILE" TO RL-REASON-TEXT
               PERFORM 402-WRITE-REASON-LINE
           END-IF.
           IF NOT TRAILER-SEEN
               MOVE "NO CONTROL-TOTAL TRAILER ON STATEMENT FILE" TO
                   RL-REASON-TEXT
               PERFORM 402-WRITE-REASON-LINE
           ELSE
               IF TRAILER-ITEM-COUNT NOT = DETAIL-ITEM-COUNT
                   MOVE "TRAILER ITEM COUNT DOES NOT MATCH DETAIL"
                       TO RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               END-IF
               IF TRAILER-CREDIT-TOTAL NOT = DETAIL-CREDIT-TOTAL
                   MOVE "TRAILER DEPOSIT TOTAL DOES NOT MATCH DETAIL"
                       TO RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               END-IF
               IF TRAILER-DEBIT-TOTAL NOT = DETAIL-DEBIT-TOTAL
                   MOVE "TRAILER CHARGEBACK TOTAL DOES NOT MATCH DETAIL"
                       TO RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               END-IF
           END-IF.
           MOVE ACCOUNT-NUMBER TO SIL-ACCOUNT-NUMBER.
           MOVE STATEMENT-DATE TO UNEDITED-DATE.
           PERFORM 410-EDIT-DATE.
           MOVE EDITED-DATE TO SIL-STATEMENT-DATE.
           WRITE PRINT-LINE FROM STATEMENT-INFO-LINE
               AFTER ADVANCING 2.
           ADD 2 TO LINE-COUNT.

      * Brings in the items carried forward from earlier statements
      * and what our side queued since, behind the statement's items
       204-LOAD-OUR-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE.
           PERFORM 305-READ-OPEN-ITEM.
           PERFORM 306-TAKE-ONE-OPEN-ITEM
               UNTIL OPEN-ITEM-STATUS-EOF.
           CLOSE OPEN-ITEM-FILE.
           OPEN INPUT DEPOSIT-QUEUE-FILE.
           PERFORM 307-READ-DEPOSIT-RECORD.
           PERFORM 308-TAKE-ONE-DEPOSIT-RECORD
               UNTIL DEPOSIT-QUEUE-STATUS-EOF.
           CLOSE DEPOSIT-QUEUE-FILE.

      * Matches every bank item it can to one of ours, then prints
      * the three sections - matched, bank items unmatched and our
      * items the bank has not credited
       205-MATCH-AND-REPORT.
           PERFORM 309-MATCH-ONE-BANK-ITEM
               VARYING BANK-SUB FROM 1 BY 1
                   UNTIL BANK-SUB > ITEM-TABLE-COUNT.
           MOVE "MATCHED ITEMS" TO SL-SECTION-TEXT.
           PERFORM 403-PRINT-SECTION-TITLE.
           PERFORM 404-PRINT-IF-MATCHED
               VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > ITEM-TABLE-COUNT.
           MOVE "ITEMS MATCHED:" TO CL-COUNT-LABEL.
           MOVE MATCHED-COUNT TO CL-COUNT-VALUE.
           PERFORM 409-PRINT-COUNT-LINE.
           MOVE "DOLLARS MATCHED:" TO CL-COUNT-LABEL.
           MOVE MATCHED-TOTAL TO CL-COUNT-VALUE.
           PERFORM 409-PRINT-COUNT-LINE.
           MOVE "BANK ITEMS WITH NO MATCH ON OUR SIDE" TO
               SL-SECTION-TEXT.
           PERFORM 403-PRINT-SECTION-TITLE.
           PERFORM 405-PRINT-IF-BANK-OPEN
               VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > ITEM-TABLE-COUNT.
           MOVE "BANK ITEMS UNMATCHED:" TO CL-COUNT-LABEL.
           MOVE BANK-OPEN-COUNT TO CL-COUNT-VALUE.
           PERFORM 409-PRINT-COUNT-LINE.
           MOVE "BANK DOLLARS UNMATCHED:" TO CL-COUNT-LABEL.
           MOVE BANK-OPEN-TOTAL TO CL-COUNT-VALUE.
           PERFORM 409-PRINT-COUNT-LINE.
           MOVE "OUR ITEMS THE BANK HAS NOT CREDITED" TO
               SL-SECTION-TEXT.
           PERFORM 403-PRINT-SECTION-TITLE.
           PERFORM 406-PRINT-IF-BOOK-OPEN
               VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > ITEM-TABLE-COUNT.
           MOVE "OUR ITEMS UNMATCHED:" TO CL-COUNT-LABEL.
           MOVE BOOK-OPEN-COUNT TO CL-COUNT-VALUE.
           PERFORM 409-PRINT-COUNT-LINE.
           MOVE "OUR DOLLARS UNMATCHED:" TO CL-COUNT-LABEL.
           MOVE BOOK-OPEN-TOTAL TO CL-COUNT-VALUE.
           PERFORM 409-PRINT-COUNT-LINE.

      * Rewrites the open items with everything still unmatched,
      * then empties the deposit queue and the statement file now
      * that both are accounted for, so neither is taken in twice
       206-CARRY-FORWARD-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE.
           PERFORM 310-CARRY-ONE-ITEM
               VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > ITEM-TABLE-COUNT.
           CLOSE OPEN-ITEM-FILE.
           OPEN OUTPUT DEPOSIT-QUEUE-FILE.
           CLOSE DEPOSIT-QUEUE-FILE.
           OPEN OUTPUT STATEMENT-FILE-IN.
           CLOSE STATEMENT-FILE-IN.

      * Prints the verdict, closes the report and echoes the result
      * to the console
       207-TERMINATE-RECONCILIATION.
           IF STATEMENT-ACCEPTED
               MOVE "STATEMENT RECONCILED - OPEN ITEMS CARRIED FORWARD"
                   TO VL-VERDICT-TEXT
           ELSE
               MOVE "STATEMENT REJECTED - NOTHING RECONCILED" TO
                   VL-VERDICT-TEXT
           END-IF.
           WRITE PRINT-LINE FROM VERDICT-LINE
               AFTER ADVANCING 2.
           CLOSE PRINT-FILE.
           IF STATEMENT-ACCEPTED
               DISPLAY "Items matched: " MATCHED-COUNT
               DISPLAY "Bank items unmatched: " BANK-OPEN-COUNT
               DISPLAY "Our items unmatched: " BOOK-OPEN-COUNT
           ELSE
               DISPLAY "Statement rejected - see reconciliation report"
           END-IF.

      * Reads the next statement record
       301-READ-STATEMENT-RECORD.
           READ STATEMENT-FILE-IN.

      * Keeps the account and statement date off the header; a
      * second header means the bank file is malformed
       302-TAKE-HEADER-RECORD.
           IF HEADER-SEEN
               MOVE "MORE THAN ONE HEADER ON STATEMENT FILE" TO
                   RL-REASON-TEXT
               PERFORM 402-WRITE-REASON-LINE
           ELSE
               SET HEADER-SEEN TO TRUE
               MOVE STMT-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
               MOVE STMT-DATE TO STATEMENT-DATE
           END-IF.

      * Holds one statement item and adds it into the running totals
      * the trailer must prove against
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
               WHEN NOT STMT-DEPOSIT AND NOT STMT-CHARGEBACK
                   MOVE "DETAIL ITEM TYPE NOT DEPOSIT OR CHARGEBACK"
                       TO RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               WHEN STMT-DEPOSIT AND NOT STMT-CHANNEL-VALID
                   MOVE "DEPOSIT CHANNEL NOT VALID" TO RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               WHEN STMT-AMOUNT IS NOT NUMERIC
                   MOVE "DETAIL AMOUNT NOT NUMERIC" TO RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               WHEN STMT-VALUE-DATE IS NOT NUMERIC
                   MOVE "DETAIL VALUE DATE NOT NUMERIC" TO
                       RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               WHEN STMT-BATCH-NUMBER IS NOT NUMERIC
                   MOVE "DETAIL BATCH NUMBER NOT NUMERIC" TO
                       RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               WHEN STMT-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "DETAIL STUDENT NUMBER NOT NUMERIC" TO
                       RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               WHEN ITEM-TABLE-COUNT = 5000
                   MOVE "MORE THAN 5000 ITEMS TO RECONCILE" TO
                       RL-REASON-TEXT
                   PERFORM 402-WRITE-REASON-LINE
               WHEN OTHER
                   ADD 1 TO DETAIL-ITEM-COUNT
                   ADD 1 TO ITEM-TABLE-COUNT
                   MOVE ITEM-TABLE-COUNT TO ITEM-SUB
                   SET ITEM-ON-BANK(ITEM-SUB) TO TRUE
                   IF STMT-DEPOSIT
                       MOVE STMT-CHANNEL TO ITEM-KIND(ITEM-SUB)
                       ADD STMT-AMOUNT TO DETAIL-CREDIT-TOTAL
                   ELSE
                       SET ITEM-CHARGEBACK(ITEM-SUB) TO TRUE
                       ADD STMT-AMOUNT TO DETAIL-DEBIT-TOTAL
                   END-IF
                   MOVE STMT-BATCH-NUMBER TO
                       ITEM-BATCH-NUMBER(ITEM-SUB)
                   MOVE STMT-STUDENT-NUMBER TO
                       ITEM-STUDENT-NUMBER(ITEM-SUB)
                   MOVE STMT-VALUE-DATE TO ITEM-DATE(ITEM-SUB)
                   MOVE STMT-AMOUNT TO ITEM-AMOUNT(ITEM-SUB)
                   MOVE 1 TO ITEM-COUNT(ITEM-SUB)
                   MOVE STMT-BANK-REFERENCE TO
                       ITEM-BANK-REFERENCE(ITEM-SUB)
                   SET ITEM-UNMATCHED(ITEM-SUB) TO TRUE
           END-EVALUATE.

      * Keeps the control totals off the trailer; a second trailer
      * means the bank file is malformed
       304-TAKE-TRAILER-RECORD.
           IF TRAILER-SEEN
               MOVE "MORE THAN ONE CONTROL TRAILER ON STATEMENT FILE"
                   TO RL-REASON-TEXT
               PERFORM 402-WRITE-REASON-LINE
           ELSE
               SET TRAILER-SEEN TO TRUE
               MOVE STMT-ITEM-COUNT TO TRAILER-ITEM-COUNT
               MOVE STMT-CREDIT-TOTAL TO TRAILER-CREDIT-TOTAL
               MOVE STMT-DEBIT-TOTAL TO TRAILER-DEBIT-TOTAL
           END-IF.

      * Reads the next item carried forward
       305-READ-OPEN-ITEM.
           READ OPEN-ITEM-FILE.

      * Adds one item carried forward to the table and reads the
      * next; a table too small to hold them all stops the run before
      * anything is rewritten
       306-TAKE-ONE-OPEN-ITEM.
           IF ITEM-TABLE-COUNT = 5000
               MOVE "MORE THAN 5000 ITEMS TO RECONCILE" TO
                   RL-REASON-TEXT
               PERFORM 402-WRITE-REASON-LINE
               SET OPEN-ITEM-STATUS-EOF TO TRUE
           ELSE
               ADD 1 TO ITEM-TABLE-COUNT
               MOVE OPEN-ITEM-RECORD TO
                   ITEM-DETAIL(ITEM-TABLE-COUNT)
               SET ITEM-UNMATCHED(ITEM-TABLE-COUNT) TO TRUE
               PERFORM 305-READ-OPEN-ITEM
           END-IF.

      * Reads the next item our side queued
       307-READ-DEPOSIT-RECORD.
           READ DEPOSIT-QUEUE-FILE.

      * Adds one item our side queued to the table and reads the
      * next; a table too small to hold them all stops the run
      * before anything is rewritten
       308-TAKE-ONE-DEPOSIT-RECORD.
           IF ITEM-TABLE-COUNT = 5000
               MOVE "MORE THAN 5000 ITEMS TO RECONCILE" TO
                   RL-REASON-TEXT
               PERFORM 402-WRITE-REASON-LINE
               SET DEPOSIT-QUEUE-STATUS-EOF TO TRUE
           ELSE
               ADD 1 TO ITEM-TABLE-COUNT
               MOVE ITEM-TABLE-COUNT TO ITEM-SUB
               SET ITEM-ON-BOOKS(ITEM-SUB) TO TRUE
               MOVE DEP-SOURCE TO ITEM-KIND(ITEM-SUB)
               MOVE DEP-BATCH-NUMBER TO ITEM-BATCH-NUMBER(ITEM-SUB)
               MOVE DEP-STUDENT-NUMBER TO
                   ITEM-STUDENT-NUMBER(ITEM-SUB)
               MOVE DEP-DATE TO ITEM-DATE(ITEM-SUB)
               MOVE DEP-AMOUNT TO ITEM-AMOUNT(ITEM-SUB)
               MOVE DEP-ITEM-COUNT TO ITEM-COUNT(ITEM-SUB)
               MOVE SPACES TO ITEM-BANK-REFERENCE(ITEM-SUB)
               SET ITEM-UNMATCHED(ITEM-SUB) TO TRUE
               PERFORM 307-READ-DEPOSIT-RECORD
           END-IF.

      * Looks for an unmatched item of ours that matches one
      * unmatched bank item, pairing the two off on the first found
       309-MATCH-ONE-BANK-ITEM.
           IF ITEM-ON-BANK(BANK-SUB) AND ITEM-UNMATCHED(BANK-SUB)
               PERFORM 407-TRY-ONE-BOOK-ITEM
                   VARYING BOOK-SUB FROM 1 BY 1
                       UNTIL BOOK-SUB > ITEM-TABLE-COUNT
                           OR ITEM-MATCHED(BANK-SUB)
           END-IF.

      * Writes one item still unmatched to the open items
       310-CARRY-ONE-ITEM.
           IF ITEM-UNMATCHED(ITEM-SUB)
               MOVE ITEM-DETAIL(ITEM-SUB) TO OPEN-ITEM-RECORD
               WRITE OPEN-ITEM-RECORD
           END-IF.

      * Starts a new page - page and column headings, line count
      * reset
       401-PRINT-PAGE-HEADERS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL-PAGE-NUMBER.
           MOVE RUN-DATE TO UNEDITED-DATE.
           PERFORM 410-EDIT-DATE.
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

      * Prints one reason the statement cannot be accepted and marks
      * the whole statement rejected
       402-WRITE-REASON-LINE.
           WRITE PRINT-LINE FROM REASON-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.
           SET STATEMENT-REJECTED TO TRUE.

      * Prints the title of one report section
       403-PRINT-SECTION-TITLE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 401-PRINT-PAGE-HEADERS
           END-IF.
           WRITE PRINT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2.
           ADD 2 TO LINE-COUNT.

      * Prints one matched pair - the bank item with the date of the
      * item of ours it matched
       404-PRINT-IF-MATCHED.
           IF ITEM-ON-BANK(ITEM-SUB) AND ITEM-MATCHED(ITEM-SUB)
               PERFORM 408-FILL-DETAIL-LINE
               MOVE ITEM-DATE(ITEM-MATCHED-WITH(ITEM-SUB)) TO
                   UNEDITED-DATE
               PERFORM 410-EDIT-DATE
               MOVE EDITED-DATE TO DL-OUR-DATE
               MOVE SPACES TO DL-AGE
               PERFORM 411-PRINT-DETAIL-LINE
               ADD 1 TO MATCHED-COUNT
               ADD ITEM-AMOUNT(ITEM-SUB) TO MATCHED-TOTAL
           END-IF.

      * Prints one bank item with no match on our side, with its age
       405-PRINT-IF-BANK-OPEN.
           IF ITEM-ON-BANK(ITEM-SUB) AND ITEM-UNMATCHED(ITEM-SUB)
               PERFORM 408-FILL-DETAIL-LINE
               PERFORM 412-SET-ITEM-AGE
               PERFORM 411-PRINT-DETAIL-LINE
               ADD 1 TO BANK-OPEN-COUNT
               ADD ITEM-AMOUNT(ITEM-SUB) TO BANK-OPEN-TOTAL
           END-IF.

      * Prints one item of ours the bank has not credited, with its
      * age
       406-PRINT-IF-BOOK-OPEN.
           IF ITEM-ON-BOOKS(ITEM-SUB) AND ITEM-UNMATCHED(ITEM-SUB)
               PERFORM 408-FILL-DETAIL-LINE
               PERFORM 412-SET-ITEM-AGE
               PERFORM 411-PRINT-DETAIL-LINE
               ADD 1 TO BOOK-OPEN-COUNT
               ADD ITEM-AMOUNT(ITEM-SUB) TO BOOK-OPEN-TOTAL
           END-IF.

      * Tries one item of ours against the bank item being worked -
      * same kind and amount, and then the same batch number and
      * date for a lockbox batch, the same date for a counter,
      * terminal or debit deposit, the same student for a chargeback
       407-TRY-ONE-BOOK-ITEM.
           SET PAIR-DIFFERS TO TRUE.
           IF ITEM-ON-BOOKS(BOOK-SUB)
                   AND ITEM-UNMATCHED(BOOK-SUB)
                   AND ITEM-KIND(BOOK-SUB) = ITEM-KIND(BANK-SUB)
                   AND ITEM-AMOUNT(BOOK-SUB) = ITEM-AMOUNT(BANK-SUB)
               EVALUATE TRUE
                   WHEN ITEM-LOCKBOX(BANK-SUB)
                       IF ITEM-BATCH-NUMBER(BOOK-SUB) =
                               ITEM-BATCH-NUMBER(BANK-SUB)
                           AND ITEM-DATE(BOOK-SUB) =
                               ITEM-DATE(BANK-SUB)
                           SET PAIR-MATCHES TO TRUE
                       END-IF
                   WHEN ITEM-CHARGEBACK(BANK-SUB)
                       IF ITEM-STUDENT-NUMBER(BOOK-SUB) =
                               ITEM-STUDENT-NUMBER(BANK-SUB)
                           SET PAIR-MATCHES TO TRUE
                       END-IF
                   WHEN OTHER
                       IF ITEM-DATE(BOOK-SUB) = ITEM-DATE(BANK-SUB)
                           SET PAIR-MATCHES TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.
           IF PAIR-MATCHES
               SET ITEM-MATCHED(BANK-SUB) TO TRUE
               SET ITEM-MATCHED(BOOK-SUB) TO TRUE
               MOVE BOOK-SUB TO ITEM-MATCHED-WITH(BANK-SUB)
               MOVE BANK-SUB TO ITEM-MATCHED-WITH(BOOK-SUB)
           END-IF.

      * Fills the detail line from one table item - the wording for
      * its kind and side, its references, its date under the side
      * it came from and its amount
       408-FILL-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           EVALUATE TRUE
               WHEN ITEM-LOCKBOX(ITEM-SUB)
                   MOVE "LOCKBOX BATCH" TO DL-ITEM-TEXT
               WHEN ITEM-COUNTER(ITEM-SUB)
                   MOVE "COUNTER DEPOSIT" TO DL-ITEM-TEXT
               WHEN ITEM-TERMINAL(ITEM-SUB)
                   MOVE "DEBIT TERMINAL" TO DL-ITEM-TEXT
               WHEN ITEM-DEBITS(ITEM-SUB)
                   MOVE "PRE-AUTH DEBITS" TO DL-ITEM-TEXT
               WHEN ITEM-ON-BANK(ITEM-SUB)
                   MOVE "CHARGEBACK" TO DL-ITEM-TEXT
               WHEN OTHER
                   MOVE "NSF REVERSAL" TO DL-ITEM-TEXT
           END-EVALUATE.
           IF ITEM-LOCKBOX(ITEM-SUB)
               MOVE ITEM-BATCH-NUMBER(ITEM-SUB) TO EDITED-BATCH-NUMBER
               MOVE EDITED-BATCH-NUMBER TO DL-BATCH-NUMBER
           END-IF.
           IF ITEM-CHARGEBACK(ITEM-SUB)
               MOVE ITEM-STUDENT-NUMBER(ITEM-SUB) TO
                   EDITED-STUDENT-NUMBER
               MOVE EDITED-STUDENT-NUMBER TO DL-STUDENT-NUMBER
           END-IF.
           MOVE ITEM-DATE(ITEM-SUB) TO UNEDITED-DATE.
           PERFORM 410-EDIT-DATE.
           IF ITEM-ON-BANK(ITEM-SUB)
               MOVE EDITED-DATE TO DL-BANK-DATE
           ELSE
               MOVE EDITED-DATE TO DL-OUR-DATE
           END-IF.
           MOVE ITEM-AMOUNT(ITEM-SUB) TO DL-AMOUNT.
           MOVE ITEM-BANK-REFERENCE(ITEM-SUB) TO DL-BANK-REFERENCE.

      * Prints one count or dollar total line
       409-PRINT-COUNT-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 401-PRINT-PAGE-HEADERS
           END-IF.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

      * Re-edits the CCYYMMDD date in UNEDITED-DATE with hyphens
       410-EDIT-DATE.
           MOVE UNEDITED-YEAR TO EDITED-YEAR.
           MOVE UNEDITED-MONTH TO EDITED-MONTH.
           MOVE UNEDITED-DAY TO EDITED-DAY.

      * Prints the detail line, starting a new page when this one is
      * full
       411-PRINT-DETAIL-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 401-PRINT-PAGE-HEADERS
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

      * Works out how many days old an unmatched item is at the
      * statement date; an item dated after the statement is new
       412-SET-ITEM-AGE.
           MOVE ZERO TO ITEM-AGE.
           IF ITEM-DATE(ITEM-SUB) > ZERO
                   AND ITEM-DATE(ITEM-SUB) < STATEMENT-DATE
               COMPUTE ITEM-AGE =
                   FUNCTION INTEGER-OF-DATE(STATEMENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(ITEM-DATE(ITEM-SUB))
           END-IF.
           MOVE ITEM-AGE TO EDITED-AGE.
           MOVE EDITED-AGE TO DL-AGE.

       END PROGRAM BANKRECON.
