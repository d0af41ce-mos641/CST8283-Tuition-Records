      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Front-counter cashier workstation. The cashier signs on
      *          against the operator file - counter staff, a bursar or
      *          a supervisor may take payments, an administrator may
      *          not, and a failed sign-on or refused shift is logged on
      *          the audit trail - and opens the shift with an opening
      *          cash float; the operator ID signed on with is the one
      *          stamped on every receipt and on the drawer sheet. For
      *          each payment the cashier looks the student up by number
      *          or by the same partial-name search STUINQ offers, sees
      *          every term's balance, and takes the money as cash,
      *          debit or cheque against a term or the oldest term
      *          owing; a term that has been written off is refused, its
      *          debt being with the collection agency. Each payment
      *          gets the next receipt number, is journaled on
      *          CASHJRNL.TXT, printed as a receipt for the student and
      *          queued on COUNTERQ.TXT in the payment record's shape
      *          for the next apply run, the way suspense releases are
      *          queued. At end of shift the cashier enters the drawer
      *          as counted, tender by tender, and a drawer balancing
      *          sheet lists the shift's receipts and shows each tender
      *          over or short against what was receipted. A control
      *          record of the shift's receipts lets the night run and
      *          the balancing report see the counter's money. No shift
      *          opens - and no payment is queued - while an incomplete
      *          apply run is outstanding, because its restart must see
      *          the counter queue exactly as the abended run did. The
      *          drawer's deposit bag and the debit terminal's
      *          settlement are queued for the bank reconciliation as
      *          the shift closes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHIER.
       AUTHOR. MOSTAPHA A.
       SECURITY. NON CONFIDENTIAL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The student master, read only to find the student and show
      * what is owing before the money is taken
           SELECT STUDENT-FILE-OUT
              ASSIGN TO "../STUDENTFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS STUDENT-RECORD-KEY
                 FILE STATUS IS STUDENT-FILE-STATUS.

      * Counter receipts queued for the next apply run, in the
      * payment record's shape; OPTIONAL so the first receipt ever
      * creates it rather than failing the open
           SELECT OPTIONAL COUNTER-QUEUE-FILE
              ASSIGN TO "../COUNTERQ.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS COUNTER-QUEUE-STATUS.

      * The permanent receipt journal - read first for the last
      * receipt number issued, then appended; OPTIONAL so the first
      * shift ever creates it rather than failing the open
           SELECT OPTIONAL RECEIPT-JOURNAL-FILE
              ASSIGN TO "../CASHJRNL.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RECEIPT-JOURNAL-STATUS.

      * The payment apply checkpoint trail - a trail ending on an
      * active entry means an apply run abended and its restart will
      * drain the counter queue by count, so nothing may be queued
      * until that run completes; OPTIONAL because the trail does
      * not exist before the first apply run ever
           SELECT OPTIONAL CHECKPOINT-FILE-IN
              ASSIGN TO "../PAYCHKPT.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CHECKPOINT-FILE-STATUS.

      * Control totals of the receipts the shift took, read back by
      * the night run and the balancing report; OPTIONAL so the
      * first shift ever creates it rather than failing the open
           SELECT OPTIONAL CONTROL-FILE-OUT
              ASSIGN TO "../BATCHCTL.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CONTROL-FILE-STATUS.

      * The bank reconciliation's deposit queue, appended with what
      * the shift sends to the bank; OPTIONAL so the first shift
      * ever creates it
           SELECT OPTIONAL DEPOSIT-QUEUE-FILE
              ASSIGN TO "../DEPOSITQ.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DEPOSIT-QUEUE-STATUS.

      * The receipts printed for students, one page each; OPTIONAL
      * and extended so every shift's receipts stay on the file
           SELECT OPTIONAL RECEIPT-PRINT-FILE
              ASSIGN TO "../RECEIPTS.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RECEIPT-PRINT-STATUS.

      * The drawer balancing sheets, one per shift; OPTIONAL and
      * extended so the day's earlier shifts are kept for the bursar
           SELECT OPTIONAL DRAWER-SHEET-FILE
              ASSIGN TO "../DRAWER.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DRAWER-SHEET-STATUS.

      * Audit trail of failed sign-ons and refused shifts; OPTIONAL so
      * the first run ever creates it rather than failing the open
           SELECT OPTIONAL AUDIT-FILE-OUT
              ASSIGN TO "../AUDITFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-FILE-STATUS.

      * The operators allowed to sign on and their roles; OPTIONAL so
      * a missing file signs no one on rather than failing the open
           SELECT OPTIONAL OPERATOR-FILE
              ASSIGN TO "../OPERFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OPR-OPERATOR-ID
                 FILE STATUS IS OPERATOR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Define the record read from the student file
       FD STUDENT-FILE-OUT.
           COPY STUDENT.

      * Define one queued counter receipt - the student, the amount
      * taken, the term it is directed at and the shift date, in the
      * payment record's shape
       FD COUNTER-QUEUE-FILE.
       01 COUNTER-RECORD-OUT.
           05 CTR-STUDENT-NUMBER PIC 9(7).
           05 CTR-AMOUNT-PAID PIC 9(5).
           05 CTR-TRANS-CODE PIC X(1).
           05 CTR-TERM PIC X(6).
           05 CTR-BATCH-DATE PIC 9(8).

      * Define the receipt journal record
       FD RECEIPT-JOURNAL-FILE.
           COPY CASHRCPT.

      * Define one checkpoint entry
       FD CHECKPOINT-FILE-IN.
           COPY PAYCHKPT.

      * Define the batch control total record
       FD CONTROL-FILE-OUT.
           COPY BATCHCTL.

      * Define one item queued for the bank reconciliation
       FD DEPOSIT-QUEUE-FILE.
           COPY DEPOSIT.

      * Define the printed receipt line
       FD RECEIPT-PRINT-FILE.
       01 RECEIPT-PRINT-LINE PIC X(60).

      * Define the printed balancing sheet line
       FD DRAWER-SHEET-FILE.
       01 PRINT-LINE PIC X(132).

      * Define the audit trail record
       FD AUDIT-FILE-OUT.
           COPY AUDITREC.

      * Define the operator record
       FD OPERATOR-FILE.
           COPY OPERATOR.

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 STUDENT-FILE-STATUS PIC X(2).
           88 STUDENT-FILE-STATUS-EOF VALUE "10".
       01 COUNTER-QUEUE-STATUS PIC X(2).
       01 RECEIPT-JOURNAL-STATUS PIC X(2).
           88 RECEIPT-JOURNAL-STATUS-OK VALUE "00".
           88 RECEIPT-JOURNAL-STATUS-EOF VALUE "10".
       01 CHECKPOINT-FILE-STATUS PIC X(2).
           88 CHECKPOINT-FILE-STATUS-OK VALUE "00".
           88 CHECKPOINT-FILE-STATUS-EOF VALUE "10".
       01 CONTROL-FILE-STATUS PIC X(2).
       01 DEPOSIT-QUEUE-STATUS PIC X(2).
       01 RECEIPT-PRINT-STATUS PIC X(2).
       01 DRAWER-SHEET-STATUS PIC X(2).
       01 AUDIT-FILE-STATUS PIC X(2).
       01 OPERATOR-FILE-STATUS PIC X(2).

      * Storage needed for input prompts
       01 CONTROL-FIELDS.
           05 OPERATOR-ID PIC X(8).
           05 CASHIER-ID PIC X(8).
           05 PAYING-STUDENT-NUMBER PIC 9(7).
           05 PAYING-TERM PIC X(6).
           05 PAYING-AMOUNT PIC 9(5).
           05 LOOKUP-MODE-PROMPT PIC A(1).
               88 LOOKUP-BY-NAME VALUE "S" "s".
           05 SEARCH-NAME PIC X(40).
           05 MATCH-PICK PIC 9(2).
           05 TENDER-PROMPT PIC A(1).
               88 TENDER-CASH VALUE "C" "c".
               88 TENDER-DEBIT VALUE "D" "d".
               88 TENDER-CHEQUE VALUE "Q" "q".
               88 TENDER-VALID VALUE "C" "c" "D" "d" "Q" "q".
           05 CONFIRM-PROMPT PIC A(1).
               88 CONFIRM-YES VALUE "Y" "y".
           05 ANOTHER-PAYMENT-PROMPT PIC A(1).

      * The password keyed at sign-on, the tries taken, whether the
      * cashier is signed on and the role the operator file gives
       01 SIGN-ON-FIELDS.
           05 SIGN-ON-PASSWORD PIC X(12).
           05 SIGN-ON-TRIES PIC 9(1) COMP VALUE ZERO.
           05 SIGN-ON-SWITCH PIC X(1) VALUE "N".
               88 OPERATOR-SIGNED-ON VALUE "Y".
               88 OPERATOR-NOT-SIGNED-ON VALUE "N".
               88 OPERATOR-NOT-AUTHORIZED VALUE "R".
           05 OPERATOR-ROLE PIC X(1) VALUE SPACE.
               88 ROLE-ADMINISTRATOR VALUE "A".

      * What a failed sign-on or refused shift logs on the audit trail
       01 SECURITY-EVENT-FIELDS.
           05 SECURITY-ACTION PIC X(6).
           05 SECURITY-DETAIL PIC X(30).

      * The date and time the cashier signed on - stamped on every
      * receipt as its shift, and the date queued as the deposit
      * date the counter's money went to the bank under
       01 SHIFT-IDENTIFICATION.
           05 SHIFT-DATE PIC 9(8).
           05 SHIFT-TIME PIC 9(8).
           05 SHIFT-STAMP.
               10 SHIFT-STAMP-DATE PIC 9(8).
               10 SHIFT-STAMP-TIME PIC 9(6).

      * The clock time stamped on each receipt
       01 RECEIPT-CLOCK PIC 9(8).

      * The last receipt number issued - found on the journal at
      * sign-on and stepped by one for every receipt
       01 LAST-RECEIPT-NUMBER PIC 9(7) VALUE ZERO.

      * The state the apply run's checkpoint trail ended in - while
      * it ends active, nothing may be queued
       01 APPLY-RUN-STATUS PIC X(1) VALUE SPACE.
           88 APPLY-RUN-INCOMPLETE VALUE "A".

      * Switch showing whether the last lookup found an account
       01 FOUND-SWITCH PIC X(1) VALUE "N".
           88 ACCOUNT-FOUND VALUE "Y".
           88 ACCOUNT-NOT-FOUND VALUE "N".

      * Switch showing whether the payment keyed so far can be taken
       01 PAYMENT-ENTRY-SWITCH PIC X(1) VALUE "Y".
           88 PAYMENT-ENTRY-VALID VALUE "Y".
           88 PAYMENT-ENTRY-INVALID VALUE "N".

      * Work fields for the name search - the keyed search text, its
      * trimmed length, and the scan position while one record's name
      * is checked for it
       01 NAME-SEARCH-FIELDS.
           05 SEARCH-NAME-LENGTH PIC 9(2) COMP VALUE ZERO.
           05 SCAN-LIMIT PIC 9(2) COMP VALUE ZERO.
           05 NAME-SCAN-SUB PIC 9(2) COMP VALUE ZERO.
           05 MATCH-WORK-NAME PIC X(40).
           05 NAME-MATCH-SWITCH PIC X(1) VALUE "N".
               88 NAME-MATCHED VALUE "Y".
               88 NAME-NOT-MATCHED VALUE "N".

      * Records whose names matched the search, held so the cashier
      * can pick the right student off a numbered list
       01 NAME-MATCH-LIST.
           05 MATCH-COUNT PIC 9(2) COMP VALUE ZERO.
           05 MATCH-SUB PIC 9(2) COMP VALUE ZERO.
           05 DISPLAY-SUB PIC Z9.
           05 MATCH-ENTRY OCCURS 50 TIMES.
               10 MATCH-STUDENT-NUMBER PIC 9(7).
               10 MATCH-STUDENT-TERM PIC X(6).
               10 MATCH-STUDENT-NAME PIC X(40).

      * How many term records the account showed, and the name the
      * receipt is made out to
       01 ACCOUNT-SHOWN-FIELDS.
           05 TERMS-SHOWN-COUNT PIC 9(3) COMP VALUE ZERO.
           05 PAYING-STUDENT-NAME PIC X(40).

      * The receipts taken this shift, held for the balancing sheet
       01 SHIFT-RECEIPT-TABLE-AREA.
           05 SHIFT-RECEIPT-SUB PIC 9(3) COMP VALUE ZERO.
           05 SHIFT-RECEIPT-ENTRY OCCURS 500 TIMES.
               10 SHIFT-RECEIPT-NUMBER PIC 9(7).
               10 SHIFT-STUDENT-NUMBER PIC 9(7).
               10 SHIFT-TERM PIC X(6).
               10 SHIFT-AMOUNT PIC 9(5).
               10 SHIFT-TENDER-TYPE PIC X(1).

      * What the shift receipted, tender by tender
       01 SHIFT-TOTALS.
           05 RECEIPTS-TAKEN-COUNT PIC 9(5) COMP VALUE ZERO.
           05 RECEIPTS-TAKEN-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 CASH-RECEIPT-COUNT PIC 9(5) COMP VALUE ZERO.
           05 CASH-RECEIPT-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 DEBIT-RECEIPT-COUNT PIC 9(5) COMP VALUE ZERO.
           05 DEBIT-RECEIPT-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 CHEQUE-RECEIPT-COUNT PIC 9(5) COMP VALUE ZERO.
           05 CHEQUE-RECEIPT-TOTAL PIC 9(9) COMP VALUE ZERO.

      * The drawer as the cashier counted it at end of shift, and
      * each tender's over or short against what was receipted - the
      * cash counted is net of the float the drawer opened with
       01 DRAWER-COUNT-FIELDS.
           05 OPENING-FLOAT PIC 9(5) VALUE ZERO.
           05 CASH-IN-DRAWER PIC 9(7) VALUE ZERO.
           05 DEBIT-BATCH-TOTAL PIC 9(7) VALUE ZERO.
           05 CHEQUES-IN-DRAWER PIC 9(7) VALUE ZERO.
           05 CASH-COUNTED PIC S9(9) COMP VALUE ZERO.
           05 COUNTED-TOTAL PIC S9(9) COMP VALUE ZERO.
           05 CASH-OVER-SHORT PIC S9(9) COMP VALUE ZERO.
           05 DEBIT-OVER-SHORT PIC S9(9) COMP VALUE ZERO.
           05 CHEQUE-OVER-SHORT PIC S9(9) COMP VALUE ZERO.
           05 TOTAL-OVER-SHORT PIC S9(9) COMP VALUE ZERO.

      * The wording for one tender type, on the receipt and sheet
       01 TENDER-TEXT PIC X(10).

      * Edited amounts and dates for the screen and the receipt
       01 DISPLAY-EDIT-FIELDS.
           05 DISPLAY-AMOUNT PIC ZZ,ZZ9.
           05 DISPLAY-OVER-SHORT PIC ZZZ,ZZ9-.
           05 CREDIT-AMOUNT PIC 9(5) COMP VALUE ZERO.
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

      * Printed receipt layouts
       01 RECEIPT-HEADING-LINE.
           05 FILLER PIC X(44) VALUE
               "STUDENT ACCOUNTS - OFFICIAL RECEIPT".
           05 FILLER PIC X(4) VALUE "NO. ".
           05 RH-RECEIPT-NUMBER PIC 9(7).
           05 FILLER PIC X(5) VALUE SPACES.

       01 RECEIPT-STAMP-LINE.
           05 FILLER PIC X(6) VALUE "DATE ".
           05 RS-DATE PIC X(10).
           05 FILLER PIC X(7) VALUE "  TIME ".
           05 RS-HOUR PIC 9(2).
           05 FILLER PIC X(1) VALUE ":".
           05 RS-MINUTE PIC 9(2).
           05 FILLER PIC X(11) VALUE "  CASHIER ".
           05 RS-CASHIER-ID PIC X(8).
           05 FILLER PIC X(13) VALUE SPACES.

       01 RECEIPT-STUDENT-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT ".
           05 RT-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RT-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.

       01 RECEIPT-TERM-LINE.
           05 FILLER PIC X(9) VALUE "TERM ".
           05 RT-TERM-TEXT PIC X(30).
           05 FILLER PIC X(21) VALUE SPACES.

       01 RECEIPT-AMOUNT-LINE.
           05 FILLER PIC X(17) VALUE "AMOUNT RECEIVED ".
           05 RA-AMOUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE " BY ".
           05 RA-TENDER-TEXT PIC X(10).
           05 FILLER PIC X(23) VALUE SPACES.

       01 RECEIPT-NOTE-LINE.
           05 FILLER PIC X(60) VALUE
               "POSTED TO THE ACCOUNT IN TONIGHT'S PAYMENT RUN".

      * Report page and line control for the balancing sheet
       01 REPORT-CONTROL-FIELDS.
           05 PAGE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 LINE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 LINES-PER-PAGE PIC 9(3) COMP VALUE 20.

      * Balancing sheet headings and line layouts
       01 HEADING-LINE-1.
           05 FILLER PIC X(34) VALUE
               "COUNTER DRAWER BALANCING SHEET".
           05 FILLER PIC X(6) VALUE "SHIFT ".
           05 HL-SHIFT-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HL-SHIFT-TIME PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "CASHIER ".
           05 HL-CASHIER-ID PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL-PAGE-NUMBER PIC ZZ9.
           05 FILLER PIC X(47) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "RECEIPT".
           05 FILLER PIC X(10) VALUE "STU NUM".
           05 FILLER PIC X(8) VALUE "TERM".
           05 FILLER PIC X(12) VALUE "TENDER".
           05 FILLER PIC X(10) VALUE "    AMOUNT".
           05 FILLER PIC X(82) VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-RECEIPT-NUMBER PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-TERM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-TENDER-TEXT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-AMOUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(86) VALUE SPACES.

       01 BALANCE-HEADING-LINE.
           05 FILLER PIC X(20) VALUE "TENDER".
           05 FILLER PIC X(10) VALUE "  RECEIPTS".
           05 FILLER PIC X(12) VALUE "   RECEIPTED".
           05 FILLER PIC X(13) VALUE "      COUNTED".
           05 FILLER PIC X(13) VALUE "   OVER/SHORT".
           05 FILLER PIC X(64) VALUE SPACES.

       01 BALANCE-LINE.
           05 BL-TENDER-TEXT PIC X(20).
           05 FILLER PIC X(4) VALUE SPACES.
           05 BL-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BL-RECEIPTED PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BL-COUNTED PIC ZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BL-OVER-SHORT PIC ZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(64) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL PIC X(40).
           05 TL-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(14) VALUE SPACES.
           05 TL-AMOUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(62) VALUE SPACES.

       01 VERDICT-LINE.
           05 FILLER PIC X(20) VALUE SPACES.
           05 VL-VERDICT-TEXT PIC X(40).
           05 FILLER PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       100-RUN-COUNTER-SHIFT.
           PERFORM 201-OPEN-SHIFT.
           IF OPERATOR-SIGNED-ON AND NOT APPLY-RUN-INCOMPLETE
               PERFORM 202-TAKE-ONE-PAYMENT
                   UNTIL ANOTHER-PAYMENT-PROMPT = "N" OR "n"
               PERFORM 203-CLOSE-SHIFT
           END-IF.
           STOP RUN.

      * Signs the cashier on against the operator file and, once
      * signed on, stamps the shift and - unless an incomplete apply
      * run bars the counter - finds the last receipt number issued,
      * takes the opening float and opens the master, the queue, the
      * journal and the receipt printer
       201-OPEN-SHIFT.
           PERFORM 314-SIGN-ON-CASHIER.
           IF OPERATOR-SIGNED-ON
               ACCEPT SHIFT-DATE FROM DATE YYYYMMDD
               ACCEPT SHIFT-TIME FROM TIME
               MOVE SHIFT-DATE TO SHIFT-STAMP-DATE
               MOVE SHIFT-TIME(1:6) TO SHIFT-STAMP-TIME
               PERFORM 301-CHECK-PRIOR-APPLY-RUN
               IF APPLY-RUN-INCOMPLETE
                   DISPLAY "Incomplete payment apply run outstanding - "
                       "no counter shift can open until it is rerun"
               ELSE
                   PERFORM 302-FIND-LAST-RECEIPT-NUMBER
                   DISPLAY "Enter the opening cash float (#####)"
                   ACCEPT OPENING-FLOAT
                   OPEN INPUT STUDENT-FILE-OUT
                   OPEN EXTEND COUNTER-QUEUE-FILE
                   OPEN EXTEND RECEIPT-JOURNAL-FILE
                   OPEN EXTEND RECEIPT-PRINT-FILE
               END-IF
           END-IF.

      * Finds one student - by number or by name search - shows the
      * account's balances and takes the payment
       202-TAKE-ONE-PAYMENT.
           SET ACCOUNT-NOT-FOUND TO TRUE.
           PERFORM 303-PROMPT-LOOKUP-MODE.
           IF LOOKUP-BY-NAME
               PERFORM 304-SEARCH-BY-NAME
           ELSE
               DISPLAY "Enter student number (#######) "
               ACCEPT PAYING-STUDENT-NUMBER
               SET ACCOUNT-FOUND TO TRUE
           END-IF.
           IF ACCOUNT-FOUND
               PERFORM 305-SHOW-ACCOUNT-BALANCES
           END-IF.
           IF ACCOUNT-FOUND
               PERFORM 306-TAKE-PAYMENT-DETAILS
           END-IF.
           DISPLAY "Take another payment? (Y/N) "
           ACCEPT ANOTHER-PAYMENT-PROMPT.

      * Closes the shift's files, takes the drawer count, prints the
      * balancing sheet, appends the shift's control record and
      * queues the shift's deposits for the bank reconciliation
       203-CLOSE-SHIFT.
           CLOSE STUDENT-FILE-OUT.
           CLOSE COUNTER-QUEUE-FILE.
           CLOSE RECEIPT-JOURNAL-FILE.
           CLOSE RECEIPT-PRINT-FILE.
           PERFORM 307-PROMPT-DRAWER-COUNT.
           PERFORM 308-PRINT-DRAWER-SHEET.
           IF RECEIPTS-TAKEN-COUNT > ZERO
               PERFORM 309-WRITE-CONTROL-RECORD
           END-IF.
           PERFORM 313-QUEUE-SHIFT-DEPOSITS.
           DISPLAY "Receipts issued this shift: " RECEIPTS-TAKEN-COUNT.
           MOVE TOTAL-OVER-SHORT TO DISPLAY-OVER-SHORT.
           DISPLAY "Drawer over/short: " DISPLAY-OVER-SHORT.

      * Reads the apply run's checkpoint trail; its last entry shows
      * whether an abended run is outstanding - that run's restart
      * skips queued receipts by count, so a receipt queued now would
      * be counted as already applied and then discarded
       301-CHECK-PRIOR-APPLY-RUN.
           OPEN INPUT CHECKPOINT-FILE-IN.
           IF CHECKPOINT-FILE-STATUS-OK
               PERFORM 401-READ-ONE-CHECKPOINT
                   UNTIL CHECKPOINT-FILE-STATUS-EOF
           END-IF.
           CLOSE CHECKPOINT-FILE-IN.

      * Reads the receipt journal for the highest receipt number
      * issued so far; a missing journal means the first shift ever,
      * which starts at receipt one
       302-FIND-LAST-RECEIPT-NUMBER.
           MOVE ZERO TO LAST-RECEIPT-NUMBER.
           OPEN INPUT RECEIPT-JOURNAL-FILE.
           IF RECEIPT-JOURNAL-STATUS-OK
               PERFORM 402-READ-ONE-JOURNAL-RECORD
                   UNTIL RECEIPT-JOURNAL-STATUS-EOF
           END-IF.
           CLOSE RECEIPT-JOURNAL-FILE.

      * Asks whether to look the student up by number or by name
       303-PROMPT-LOOKUP-MODE.
           DISPLAY "Look up by student number (N) or by name (S)? "
           ACCEPT LOOKUP-MODE-PROMPT.

      * Takes a full or partial name, scans the whole file for
      * matching records, lists them and lets the cashier pick the
      * student
       304-SEARCH-BY-NAME.
           MOVE ZERO TO MATCH-COUNT.
           DISPLAY "Enter all or part of the name (Last, First)"
           ACCEPT SEARCH-NAME.
           MOVE FUNCTION UPPER-CASE(SEARCH-NAME) TO SEARCH-NAME.
           PERFORM 403-SIZE-SEARCH-NAME.
           IF SEARCH-NAME-LENGTH = ZERO
               DISPLAY "Nothing entered - search cancelled"
           ELSE
               PERFORM 404-COLLECT-NAME-MATCHES
               IF MATCH-COUNT = ZERO
                   DISPLAY "No names on file match"
               ELSE
                   PERFORM 405-SHOW-ONE-MATCH
                       VARYING MATCH-SUB FROM 1 BY 1
                           UNTIL MATCH-SUB > MATCH-COUNT
                   IF MATCH-COUNT = 50
                           AND NOT STUDENT-FILE-STATUS-EOF
                       DISPLAY "More matches exist - refine the name"
                   END-IF
                   PERFORM 406-PICK-NAME-MATCH
               END-IF
           END-IF.

      * Shows every term record on the account with its balance
      * worded the right way round and the hold, so the cashier can
      * tell the student what is owing; an account with no term
      * records cannot take a payment
       305-SHOW-ACCOUNT-BALANCES.
           MOVE ZERO TO TERMS-SHOWN-COUNT.
           MOVE PAYING-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE SPACES TO STUDENT-TERM.
           START STUDENT-FILE-OUT KEY NOT < STUDENT-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 407-READ-NEXT-STUDENT
                   PERFORM 408-SHOW-ONE-TERM
                       UNTIL STUDENT-FILE-STATUS-EOF
                           OR STUDENT-NUMBER NOT =
                               PAYING-STUDENT-NUMBER
           END-START.
           IF TERMS-SHOWN-COUNT = ZERO
               DISPLAY "Student number not found on file"
               SET ACCOUNT-NOT-FOUND TO TRUE
           END-IF.

      * Takes the term, the amount and the tender, then issues the
      * receipt once the cashier confirms; a term the student has no
      * record for, or a zero amount, cancels the payment
       306-TAKE-PAYMENT-DETAILS.
           SET PAYMENT-ENTRY-VALID TO TRUE.
           DISPLAY "Enter the term paid (blank for the oldest owing)"
           ACCEPT PAYING-TERM.
           IF PAYING-TERM NOT = SPACES
               PERFORM 310-VERIFY-PAYING-TERM
           END-IF.
           IF PAYMENT-ENTRY-VALID
               DISPLAY "Enter the amount received (#####)"
               ACCEPT PAYING-AMOUNT
               IF PAYING-AMOUNT = ZERO
                   DISPLAY "No amount entered - payment cancelled"
                   SET PAYMENT-ENTRY-INVALID TO TRUE
               END-IF
           END-IF.
           IF PAYMENT-ENTRY-VALID
               PERFORM 409-PROMPT-TENDER-TYPE
                   WITH TEST AFTER UNTIL TENDER-VALID
               PERFORM 410-SET-TENDER-TEXT
               MOVE PAYING-AMOUNT TO DISPLAY-AMOUNT
               DISPLAY "Take " DISPLAY-AMOUNT " by " TENDER-TEXT
                   " from " PAYING-STUDENT-NUMBER "? (Y/N) "
               ACCEPT CONFIRM-PROMPT
               IF CONFIRM-YES
                   PERFORM 311-ISSUE-RECEIPT
               ELSE
                   DISPLAY "Payment cancelled"
               END-IF
           END-IF.

      * Prompts for the drawer as counted, tender by tender, and
      * works out each tender's over or short against the shift's
      * receipts; the cash is counted float and all, and the float
      * is taken back off before it is compared
       307-PROMPT-DRAWER-COUNT.
           DISPLAY "End of shift - count the drawer".
           DISPLAY "Enter cash in the drawer, float included "
               "(#######)"
           ACCEPT CASH-IN-DRAWER.
           DISPLAY "Enter the debit terminal's batch total (#######)"
           ACCEPT DEBIT-BATCH-TOTAL.
           DISPLAY "Enter the total of the cheques in the drawer "
               "(#######)"
           ACCEPT CHEQUES-IN-DRAWER.
           COMPUTE CASH-COUNTED = CASH-IN-DRAWER - OPENING-FLOAT.
           COMPUTE COUNTED-TOTAL = CASH-COUNTED + DEBIT-BATCH-TOTAL
               + CHEQUES-IN-DRAWER.
           COMPUTE CASH-OVER-SHORT =
               CASH-COUNTED - CASH-RECEIPT-TOTAL.
           COMPUTE DEBIT-OVER-SHORT =
               DEBIT-BATCH-TOTAL - DEBIT-RECEIPT-TOTAL.
           COMPUTE CHEQUE-OVER-SHORT =
               CHEQUES-IN-DRAWER - CHEQUE-RECEIPT-TOTAL.
           COMPUTE TOTAL-OVER-SHORT =
               COUNTED-TOTAL - RECEIPTS-TAKEN-TOTAL.

      * Prints the balancing sheet - the shift's receipts one line
      * each, then each tender receipted against counted with its
      * over or short, the float, and the verdict
       308-PRINT-DRAWER-SHEET.
           OPEN EXTEND DRAWER-SHEET-FILE.
           PERFORM 411-PRINT-SHEET-HEADERS.
           PERFORM 412-PRINT-ONE-RECEIPT-LINE
               VARYING SHIFT-RECEIPT-SUB FROM 1 BY 1
                   UNTIL SHIFT-RECEIPT-SUB > RECEIPTS-TAKEN-COUNT.
           MOVE "TOTAL RECEIPTS ISSUED" TO TL-LABEL.
           MOVE RECEIPTS-TAKEN-COUNT TO TL-COUNT.
           MOVE RECEIPTS-TAKEN-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 2.
           WRITE PRINT-LINE FROM BALANCE-HEADING-LINE
               AFTER ADVANCING 3.
           MOVE "CASH (NET OF FLOAT)" TO BL-TENDER-TEXT.
           MOVE CASH-RECEIPT-COUNT TO BL-COUNT.
           MOVE CASH-RECEIPT-TOTAL TO BL-RECEIPTED.
           MOVE CASH-COUNTED TO BL-COUNTED.
           MOVE CASH-OVER-SHORT TO BL-OVER-SHORT.
           WRITE PRINT-LINE FROM BALANCE-LINE
               AFTER ADVANCING 2.
           MOVE "DEBIT" TO BL-TENDER-TEXT.
           MOVE DEBIT-RECEIPT-COUNT TO BL-COUNT.
           MOVE DEBIT-RECEIPT-TOTAL TO BL-RECEIPTED.
           MOVE DEBIT-BATCH-TOTAL TO BL-COUNTED.
           MOVE DEBIT-OVER-SHORT TO BL-OVER-SHORT.
           WRITE PRINT-LINE FROM BALANCE-LINE
               AFTER ADVANCING 1.
           MOVE "CHEQUE" TO BL-TENDER-TEXT.
           MOVE CHEQUE-RECEIPT-COUNT TO BL-COUNT.
           MOVE CHEQUE-RECEIPT-TOTAL TO BL-RECEIPTED.
           MOVE CHEQUES-IN-DRAWER TO BL-COUNTED.
           MOVE CHEQUE-OVER-SHORT TO BL-OVER-SHORT.
           WRITE PRINT-LINE FROM BALANCE-LINE
               AFTER ADVANCING 1.
           MOVE "TOTAL" TO BL-TENDER-TEXT.
           MOVE RECEIPTS-TAKEN-COUNT TO BL-COUNT.
           MOVE RECEIPTS-TAKEN-TOTAL TO BL-RECEIPTED.
           MOVE COUNTED-TOTAL TO BL-COUNTED.
           MOVE TOTAL-OVER-SHORT TO BL-OVER-SHORT.
           WRITE PRINT-LINE FROM BALANCE-LINE
               AFTER ADVANCING 2.
           MOVE "OPENING CASH FLOAT" TO TL-LABEL.
           MOVE ZERO TO TL-COUNT.
           MOVE OPENING-FLOAT TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE "CASH COUNTED IN DRAWER" TO TL-LABEL.
           MOVE CASH-IN-DRAWER TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           EVALUATE TRUE
               WHEN TOTAL-OVER-SHORT = ZERO
                   MOVE "*** DRAWER BALANCES ***" TO VL-VERDICT-TEXT
               WHEN TOTAL-OVER-SHORT > ZERO
                   MOVE "*** DRAWER OVER ***" TO VL-VERDICT-TEXT
               WHEN OTHER
                   MOVE "*** DRAWER SHORT ***" TO VL-VERDICT-TEXT
           END-EVALUATE.
           WRITE PRINT-LINE FROM VERDICT-LINE
               AFTER ADVANCING 2.
           CLOSE DRAWER-SHEET-FILE.

      * Appends the control record of the receipts the shift took,
      * so the counter's money shows as its own movement
       309-WRITE-CONTROL-RECORD.
           OPEN EXTEND CONTROL-FILE-OUT.
           MOVE "CASHIER" TO CONTROL-JOB-NAME.
           MOVE SHIFT-DATE TO CONTROL-RUN-DATE.
           MOVE RECEIPTS-TAKEN-COUNT TO CONTROL-RECORD-COUNT.
           MOVE RECEIPTS-TAKEN-TOTAL TO CONTROL-AMOUNT.
           WRITE CONTROL-RECORD-OUT.
           CLOSE CONTROL-FILE-OUT.

      * Proves the student has a record for the term keyed and that
      * the term has not been written off - money against bad debt
      * comes in through the collection agency, not the counter
       310-VERIFY-PAYING-TERM.
           MOVE PAYING-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE PAYING-TERM TO STUDENT-TERM.
           READ STUDENT-FILE-OUT
               INVALID KEY
                   DISPLAY "No record for this student and term - "
                       "payment cancelled"
                   SET PAYMENT-ENTRY-INVALID TO TRUE
               NOT INVALID KEY
                   IF STUDENT-WRITTEN-OFF
                       DISPLAY "Term is written off and with the "
                           "agency - payment cancelled"
                       SET PAYMENT-ENTRY-INVALID TO TRUE
                   END-IF
           END-READ.

      * Checks the apply run is not outstanding and the shift still
      * has room before the receipt is issued; only then is the
      * money journaled, queued and receipted
       311-ISSUE-RECEIPT.
           PERFORM 301-CHECK-PRIOR-APPLY-RUN.
           EVALUATE TRUE
               WHEN APPLY-RUN-INCOMPLETE
                   DISPLAY "Incomplete payment apply run outstanding "
                       "- payment not taken"
               WHEN RECEIPTS-TAKEN-COUNT = 500
                   DISPLAY "Shift is full at 500 receipts - close it "
                       "and open a new shift"
               WHEN OTHER
                   PERFORM 312-RECORD-RECEIPT
           END-EVALUATE.

      * Numbers the receipt, journals it, queues the payment for the
      * apply run, adds it into the shift totals and prints it
       312-RECORD-RECEIPT.
           ADD 1 TO LAST-RECEIPT-NUMBER.
           ACCEPT RECEIPT-CLOCK FROM TIME.
           MOVE LAST-RECEIPT-NUMBER TO RCPT-NUMBER.
           MOVE SHIFT-DATE TO RCPT-DATE.
           MOVE RECEIPT-CLOCK(1:6) TO RCPT-TIME.
           MOVE CASHIER-ID TO RCPT-CASHIER-ID.
           MOVE SHIFT-STAMP TO RCPT-SHIFT-ID.
           MOVE PAYING-STUDENT-NUMBER TO RCPT-STUDENT-NUMBER.
           MOVE PAYING-TERM TO RCPT-TERM.
           MOVE PAYING-AMOUNT TO RCPT-AMOUNT.
           EVALUATE TRUE
               WHEN TENDER-CASH
                   SET RCPT-TENDER-CASH TO TRUE
               WHEN TENDER-DEBIT
                   SET RCPT-TENDER-DEBIT TO TRUE
               WHEN OTHER
                   SET RCPT-TENDER-CHEQUE TO TRUE
           END-EVALUATE.
           WRITE RECEIPT-RECORD.
           MOVE PAYING-STUDENT-NUMBER TO CTR-STUDENT-NUMBER.
           MOVE PAYING-AMOUNT TO CTR-AMOUNT-PAID.
           MOVE "P" TO CTR-TRANS-CODE.
           MOVE PAYING-TERM TO CTR-TERM.
           MOVE SHIFT-DATE TO CTR-BATCH-DATE.
           WRITE COUNTER-RECORD-OUT.
           PERFORM 413-ADD-TO-SHIFT-TOTALS.
           PERFORM 414-PRINT-RECEIPT.
           DISPLAY "Receipt " LAST-RECEIPT-NUMBER " issued".

      * Queues what the shift sends to the bank for the bank
      * reconciliation under the shift date - the deposit bag of cash
      * and cheques as counted, and the debit terminal's batch, which
      * the card network settles to the bank on its own
       313-QUEUE-SHIFT-DEPOSITS.
           OPEN EXTEND DEPOSIT-QUEUE-FILE.
           MOVE ZERO TO DEP-BATCH-NUMBER.
           MOVE ZERO TO DEP-STUDENT-NUMBER.
           MOVE SHIFT-DATE TO DEP-DATE.
           IF CASH-COUNTED + CHEQUES-IN-DRAWER > ZERO
               SET DEP-FROM-COUNTER TO TRUE
               COMPUTE DEP-AMOUNT = CASH-COUNTED + CHEQUES-IN-DRAWER
               COMPUTE DEP-ITEM-COUNT =
                   CASH-RECEIPT-COUNT + CHEQUE-RECEIPT-COUNT
               WRITE DEPOSIT-RECORD
           END-IF.
           IF DEBIT-BATCH-TOTAL > ZERO
               SET DEP-FROM-TERMINAL TO TRUE
               MOVE DEBIT-BATCH-TOTAL TO DEP-AMOUNT
               MOVE DEBIT-RECEIPT-COUNT TO DEP-ITEM-COUNT
               WRITE DEPOSIT-RECORD
           END-IF.
           CLOSE DEPOSIT-QUEUE-FILE.

      * Signs the cashier on against the operator file - three tries
      * at the ID and password, each failure logged; a cashier who
      * cannot sign on, or an administrator, whose role is the
      * operator file alone, is turned away before anything opens.
      * The ID signed on with is the one the shift's receipts and
      * drawer sheet carry
       314-SIGN-ON-CASHIER.
           OPEN EXTEND AUDIT-FILE-OUT.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 420-TRY-ONE-SIGN-ON
               WITH TEST AFTER
                   UNTIL OPERATOR-SIGNED-ON OR SIGN-ON-TRIES = 3.
           CLOSE OPERATOR-FILE.
           EVALUATE TRUE
               WHEN OPERATOR-NOT-SIGNED-ON
                   DISPLAY "Sign-on refused - session ended"
               WHEN ROLE-ADMINISTRATOR
                   MOVE "COUNTER CASHIER SHIFT" TO SECURITY-DETAIL
                   PERFORM 315-REFUSE-ACTION
                   SET OPERATOR-NOT-AUTHORIZED TO TRUE
               WHEN OTHER
                   MOVE OPR-OPERATOR-ID TO CASHIER-ID
           END-EVALUATE.
           CLOSE AUDIT-FILE-OUT.

      * Tells the operator the action is not allowed for the role and
      * logs the refusal on the audit trail
       315-REFUSE-ACTION.
           DISPLAY "Not authorized for your role - "
               SECURITY-DETAIL.
           MOVE "REFUSE" TO SECURITY-ACTION.
           PERFORM 421-LOG-SECURITY-EVENT.

      * Keeps the run status of one checkpoint entry; the last one
      * read is the state the apply run ended in
       401-READ-ONE-CHECKPOINT.
           READ CHECKPOINT-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CHECKPOINT-RUN-STATUS TO APPLY-RUN-STATUS
           END-READ.

      * Keeps the receipt number off one journal record when it is
      * the highest seen so far
       402-READ-ONE-JOURNAL-RECORD.
           READ RECEIPT-JOURNAL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RCPT-NUMBER > LAST-RECEIPT-NUMBER
                       MOVE RCPT-NUMBER TO LAST-RECEIPT-NUMBER
                   END-IF
           END-READ.

      * Finds the trimmed length of the search text - the position
      * of its last non-blank character
       403-SIZE-SEARCH-NAME.
           MOVE ZERO TO SEARCH-NAME-LENGTH.
           PERFORM 415-NOTE-LAST-NONBLANK
               VARYING NAME-SCAN-SUB FROM 1 BY 1
                   UNTIL NAME-SCAN-SUB > 40.

      * Scans the whole file in key order, collecting every record
      * whose name contains the search text
       404-COLLECT-NAME-MATCHES.
           MOVE ZERO TO STUDENT-NUMBER.
           MOVE SPACES TO STUDENT-TERM.
           START STUDENT-FILE-OUT KEY NOT < STUDENT-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 407-READ-NEXT-STUDENT
                   PERFORM 416-MATCH-ONE-STUDENT
                       UNTIL STUDENT-FILE-STATUS-EOF
                           OR MATCH-COUNT = 50
           END-START.

      * Lists one matching record with its pick number
       405-SHOW-ONE-MATCH.
           MOVE MATCH-SUB TO DISPLAY-SUB.
           DISPLAY DISPLAY-SUB ") "
               MATCH-STUDENT-NUMBER(MATCH-SUB) " "
               MATCH-STUDENT-TERM(MATCH-SUB) " "
               MATCH-STUDENT-NAME(MATCH-SUB).

      * Lets the cashier pick one listed record; the balances shown
      * are the picked student's whole account
       406-PICK-NAME-MATCH.
           DISPLAY "Enter the line number to pay (0 cancels) "
           ACCEPT MATCH-PICK.
           IF MATCH-PICK >= 1 AND MATCH-PICK <= MATCH-COUNT
               MOVE MATCH-STUDENT-NUMBER(MATCH-PICK) TO
                   PAYING-STUDENT-NUMBER
               SET ACCOUNT-FOUND TO TRUE
           ELSE
               DISPLAY "Search cancelled"
           END-IF.

      * Reads the next student record in key order
       407-READ-NEXT-STUDENT.
           READ STUDENT-FILE-OUT NEXT RECORD.

      * Shows one term record - the first one also carries the name
      * and hold heading - and reads the next record
       408-SHOW-ONE-TERM.
           IF TERMS-SHOWN-COUNT = ZERO
               MOVE STUDENT-NAME TO PAYING-STUDENT-NAME
               DISPLAY " "
               DISPLAY "Student: " STUDENT-NUMBER " " STUDENT-NAME
               IF STUDENT-ON-HOLD
                   DISPLAY "*** REGISTRATION HOLD ***"
               END-IF
           END-IF.
           ADD 1 TO TERMS-SHOWN-COUNT.
           MOVE STUDENT-DUE-DATE TO UNEDITED-DATE.
           PERFORM 417-EDIT-DATE.
           IF TUITION-OWED < ZERO
               COMPUTE CREDIT-AMOUNT = ZERO - TUITION-OWED
               MOVE CREDIT-AMOUNT TO DISPLAY-AMOUNT
               DISPLAY "  Term " STUDENT-TERM
                   "  due " EDITED-DATE
                   "  CREDIT of " DISPLAY-AMOUNT
                   " owed to the student"
           ELSE
               MOVE TUITION-OWED TO DISPLAY-AMOUNT
               DISPLAY "  Term " STUDENT-TERM
                   "  due " EDITED-DATE
                   "  balance owing " DISPLAY-AMOUNT
           END-IF.
           PERFORM 407-READ-NEXT-STUDENT.

      * Prompts for the tender the money was taken in
       409-PROMPT-TENDER-TYPE.
           DISPLAY "Enter tender - Cash (C), Debit (D), Cheque (Q)"
           ACCEPT TENDER-PROMPT.

      * Words the tender just keyed for the screen and the receipt
       410-SET-TENDER-TEXT.
           EVALUATE TRUE
               WHEN TENDER-CASH
                   MOVE "CASH" TO TENDER-TEXT
               WHEN TENDER-DEBIT
                   MOVE "DEBIT" TO TENDER-TEXT
               WHEN OTHER
                   MOVE "CHEQUE" TO TENDER-TEXT
           END-EVALUATE.

      * Starts a new balancing sheet page - every sheet starts on a
      * fresh page of the extended file
       411-PRINT-SHEET-HEADERS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL-PAGE-NUMBER.
           MOVE SHIFT-STAMP-DATE TO HL-SHIFT-DATE.
           MOVE SHIFT-STAMP-TIME TO HL-SHIFT-TIME.
           MOVE CASHIER-ID TO HL-CASHIER-ID.
           WRITE PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2.
           MOVE ZERO TO LINE-COUNT.

      * Prints one of the shift's receipts on the balancing sheet
       412-PRINT-ONE-RECEIPT-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 411-PRINT-SHEET-HEADERS
           END-IF.
           MOVE SHIFT-RECEIPT-NUMBER(SHIFT-RECEIPT-SUB) TO
               DL-RECEIPT-NUMBER.
           MOVE SHIFT-STUDENT-NUMBER(SHIFT-RECEIPT-SUB) TO
               DL-STUDENT-NUMBER.
           MOVE SHIFT-TERM(SHIFT-RECEIPT-SUB) TO DL-TERM.
           EVALUATE SHIFT-TENDER-TYPE(SHIFT-RECEIPT-SUB)
               WHEN "C"
                   MOVE "CASH" TO DL-TENDER-TEXT
               WHEN "D"
                   MOVE "DEBIT" TO DL-TENDER-TEXT
               WHEN OTHER
                   MOVE "CHEQUE" TO DL-TENDER-TEXT
           END-EVALUATE.
           MOVE SHIFT-AMOUNT(SHIFT-RECEIPT-SUB) TO DL-AMOUNT.
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

      * Holds the receipt for the balancing sheet and adds it into
      * the shift's totals for its tender
       413-ADD-TO-SHIFT-TOTALS.
           ADD 1 TO RECEIPTS-TAKEN-COUNT.
           ADD PAYING-AMOUNT TO RECEIPTS-TAKEN-TOTAL.
           MOVE RCPT-NUMBER TO
               SHIFT-RECEIPT-NUMBER(RECEIPTS-TAKEN-COUNT).
           MOVE RCPT-STUDENT-NUMBER TO
               SHIFT-STUDENT-NUMBER(RECEIPTS-TAKEN-COUNT).
           MOVE RCPT-TERM TO SHIFT-TERM(RECEIPTS-TAKEN-COUNT).
           MOVE RCPT-AMOUNT TO SHIFT-AMOUNT(RECEIPTS-TAKEN-COUNT).
           MOVE RCPT-TENDER-TYPE TO
               SHIFT-TENDER-TYPE(RECEIPTS-TAKEN-COUNT).
           EVALUATE TRUE
               WHEN RCPT-TENDER-CASH
                   ADD 1 TO CASH-RECEIPT-COUNT
                   ADD RCPT-AMOUNT TO CASH-RECEIPT-TOTAL
               WHEN RCPT-TENDER-DEBIT
                   ADD 1 TO DEBIT-RECEIPT-COUNT
                   ADD RCPT-AMOUNT TO DEBIT-RECEIPT-TOTAL
               WHEN OTHER
                   ADD 1 TO CHEQUE-RECEIPT-COUNT
                   ADD RCPT-AMOUNT TO CHEQUE-RECEIPT-TOTAL
           END-EVALUATE.

      * Prints the student's receipt on a page of its own
       414-PRINT-RECEIPT.
           MOVE RCPT-NUMBER TO RH-RECEIPT-NUMBER.
           MOVE RCPT-DATE TO UNEDITED-DATE.
           PERFORM 417-EDIT-DATE.
           MOVE EDITED-DATE TO RS-DATE.
           MOVE RCPT-TIME(1:2) TO RS-HOUR.
           MOVE RCPT-TIME(3:2) TO RS-MINUTE.
           MOVE CASHIER-ID TO RS-CASHIER-ID.
           MOVE RCPT-STUDENT-NUMBER TO RT-STUDENT-NUMBER.
           MOVE PAYING-STUDENT-NAME TO RT-STUDENT-NAME.
           IF RCPT-TERM = SPACES
               MOVE "OLDEST TERM OWING" TO RT-TERM-TEXT
           ELSE
               MOVE RCPT-TERM TO RT-TERM-TEXT
           END-IF.
           MOVE RCPT-AMOUNT TO RA-AMOUNT.
           MOVE TENDER-TEXT TO RA-TENDER-TEXT.
           WRITE RECEIPT-PRINT-LINE FROM RECEIPT-HEADING-LINE
               AFTER ADVANCING PAGE.
           WRITE RECEIPT-PRINT-LINE FROM RECEIPT-STAMP-LINE
               AFTER ADVANCING 2.
           WRITE RECEIPT-PRINT-LINE FROM RECEIPT-STUDENT-LINE
               AFTER ADVANCING 2.
           WRITE RECEIPT-PRINT-LINE FROM RECEIPT-TERM-LINE
               AFTER ADVANCING 1.
           WRITE RECEIPT-PRINT-LINE FROM RECEIPT-AMOUNT-LINE
               AFTER ADVANCING 2.
           WRITE RECEIPT-PRINT-LINE FROM RECEIPT-NOTE-LINE
               AFTER ADVANCING 2.

      * Notes one position of the search text when it is non-blank;
      * the last one noted is the trimmed length
       415-NOTE-LAST-NONBLANK.
           IF SEARCH-NAME(NAME-SCAN-SUB:1) NOT = SPACE
               MOVE NAME-SCAN-SUB TO SEARCH-NAME-LENGTH
           END-IF.

      * Checks one record's name for the search text and keeps the
      * record when it matches, then reads the next record
       416-MATCH-ONE-STUDENT.
           MOVE FUNCTION UPPER-CASE(STUDENT-NAME) TO MATCH-WORK-NAME.
           PERFORM 418-SCAN-FOR-SEARCH-NAME.
           IF NAME-MATCHED
               ADD 1 TO MATCH-COUNT
               MOVE STUDENT-NUMBER TO
                   MATCH-STUDENT-NUMBER(MATCH-COUNT)
               MOVE STUDENT-TERM TO MATCH-STUDENT-TERM(MATCH-COUNT)
               MOVE STUDENT-NAME TO MATCH-STUDENT-NAME(MATCH-COUNT)
           END-IF.
           PERFORM 407-READ-NEXT-STUDENT.

      * Re-edits the CCYYMMDD date in UNEDITED-DATE with hyphens
       417-EDIT-DATE.
           MOVE UNEDITED-YEAR TO EDITED-YEAR.
           MOVE UNEDITED-MONTH TO EDITED-MONTH.
           MOVE UNEDITED-DAY TO EDITED-DAY.

      * Slides the search text along the record's name one position
      * at a time looking for a hit
       418-SCAN-FOR-SEARCH-NAME.
           SET NAME-NOT-MATCHED TO TRUE.
           COMPUTE SCAN-LIMIT = 41 - SEARCH-NAME-LENGTH.
           PERFORM 419-COMPARE-ONE-POSITION
               VARYING NAME-SCAN-SUB FROM 1 BY 1
                   UNTIL NAME-SCAN-SUB > SCAN-LIMIT.

      * Compares the search text against one position of the name
       419-COMPARE-ONE-POSITION.
           IF MATCH-WORK-NAME(NAME-SCAN-SUB:SEARCH-NAME-LENGTH) =
                   SEARCH-NAME(1:SEARCH-NAME-LENGTH)
               SET NAME-MATCHED TO TRUE
           END-IF.

      * Takes one ID and password and proves them against the
      * operator file; an unknown ID, a wrong password and a
      * deactivated operator are refused alike, so the message gives
      * nothing away
       420-TRY-ONE-SIGN-ON.
           ADD 1 TO SIGN-ON-TRIES.
           DISPLAY "Enter your operator ID (########)"
           ACCEPT OPERATOR-ID.
           DISPLAY "Enter your password"
           ACCEPT SIGN-ON-PASSWORD.
           MOVE OPERATOR-ID TO OPR-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPR-PASSWORD = SIGN-ON-PASSWORD
                           AND OPR-ACTIVE
                       SET OPERATOR-SIGNED-ON TO TRUE
                       MOVE OPR-ROLE TO OPERATOR-ROLE
                   END-IF
           END-READ.
           IF OPERATOR-NOT-SIGNED-ON
               DISPLAY "Operator ID or password not valid"
               MOVE "NOSIGN" TO SECURITY-ACTION
               MOVE "SIGN-ON FAILED" TO SECURITY-DETAIL
               PERFORM 421-LOG-SECURITY-EVENT
           END-IF.

      * Appends one audit trail entry for a failed sign-on or a
      * refused shift
       421-LOG-SECURITY-EVENT.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE ZERO TO AUDIT-STUDENT-NUMBER.
           MOVE SECURITY-ACTION TO AUDIT-ACTION.
           MOVE "CASHIER" TO AUDIT-PROGRAM-ID.
           MOVE SECURITY-DETAIL TO AUDIT-DETAIL.
           WRITE AUDIT-RECORD-OUT.

       END PROGRAM CASHIER.
