      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Define a data structure for student records. Each term
      *          charge is priced off the fee-code master from the
      *          student's program, credit hours and any extra fee
      *          codes, and every fee line behind the charge is kept on
      *          the itemized charge file, replacing any lines left
      *          under the same student and term by a record since
      *          deleted. A record keyed by hand may be abandoned at the
      *          program code prompt by leaving it blank, so a charge
      *          that will not price never traps the operator. Staff
      *          sign on against the operator file first, only a bursar
      *          or supervisor may load charges, and only a supervisor
      *          may start a new student file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT01.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BATCH-FILE-STATUS.

      * The fee-code master the term charge is priced from; OPTIONAL
      * so a missing master reports every charge unpriced rather than
      * failing the open
           SELECT OPTIONAL FEE-FILE
              ASSIGN TO "../FEEFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS FEE-RECORD-KEY
                 FILE STATUS IS FEE-FILE-STATUS.

      * The itemized fee lines behind each term charge written;
      * OPTIONAL so the first run ever creates it rather than failing
      * the open
           SELECT OPTIONAL CHARGE-FILE-OUT
              ASSIGN TO "../CHARGEFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CHARGE-RECORD-KEY
                 FILE STATUS IS CHARGE-FILE-STATUS.

      * Audit trail of who entered or changed each student record;
      * OPTIONAL so the first run ever creates it rather than failing
      * the open
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CONTROL-FILE-STATUS.

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
       FD STUDENT-FILE-OUT.
           COPY STUDENT.

      * Define one enrollment extract record - student number, name,
      * the program and credit hours the charge is priced from, term,
      * due date and up to five extra fee codes beyond the program's
      * tuition, blank when unused
       FD BATCH-INPUT-FILE.
       01 BATCH-RECORD-IN.
           05 BATCH-STUDENT-NUMBER PIC 9(7).
           05 BATCH-STUDENT-NAME PIC X(40).
           05 BATCH-PROGRAM-CODE PIC X(6).
           05 BATCH-CREDIT-HOURS PIC 9(2).
           05 BATCH-STUDENT-TERM PIC X(6).
           05 BATCH-STUDENT-DUE-DATE PIC 9(8).
           05 BATCH-EXTRA-FEE-CODES.
               10 BATCH-EXTRA-FEE-CODE PIC X(4) OCCURS 5 TIMES.

      * Define the fee-code master record
       FD FEE-FILE.
           COPY FEECODE.

      * Define one itemized fee line
       FD CHARGE-FILE-OUT.
           COPY CHARGE.

      * Define the audit trail record
       FD AUDIT-FILE-OUT.
       FD CONTROL-FILE-OUT.
           COPY BATCHCTL.

      * Define the operator record
       FD OPERATOR-FILE.
           COPY OPERATOR.

       WORKING-STORAGE SECTION.
      * Storage needed for input prompt
       01 CONTROL-FIELDS.
           88 BATCH-FILE-STATUS-OK VALUE "00".
           88 BATCH-FILE-STATUS-EOF VALUE "10".

      * Status of the last I-O operation against FEE-FILE
       01 FEE-FILE-STATUS PIC X(2).

      * Status of the last I-O operation against CHARGE-FILE-OUT
       01 CHARGE-FILE-STATUS PIC X(2).
           88 CHARGE-FILE-STATUS-EOF VALUE "10".

      * Status of the last I-O operation against AUDIT-FILE-OUT
       01 AUDIT-FILE-STATUS PIC X(2).

      * Status of the last I-O operation against CONTROL-FILE-OUT
       01 CONTROL-FILE-STATUS PIC X(2).

      * Status of the last I-O operation against OPERATOR-FILE
       01 OPERATOR-FILE-STATUS PIC X(2).

      * The operator's sign-on - the password keyed, the tries taken
      * and the role the operator file gives the operator
       01 SIGN-ON-FIELDS.
           05 SIGN-ON-PASSWORD PIC X(12).
           05 SIGN-ON-TRIES PIC 9(1) COMP VALUE ZERO.
           05 SIGN-ON-SWITCH PIC X(1) VALUE "N".
               88 OPERATOR-SIGNED-ON VALUE "Y".
               88 OPERATOR-NOT-SIGNED-ON VALUE "N".
               88 OPERATOR-NOT-AUTHORIZED VALUE "R".
           05 OPERATOR-ROLE PIC X(1) VALUE SPACE.
               88 ROLE-SUPERVISOR VALUE "S".
               88 ROLE-MAY-LOAD-CHARGES VALUES "B" "S".

      * The failed sign-on or refused action being logged, and the
      * student it was tried against
       01 SECURITY-EVENT-FIELDS.
           05 SECURITY-ACTION PIC X(6).
           05 SECURITY-STUDENT-NUMBER PIC 9(7) VALUE ZERO.
           05 SECURITY-DETAIL PIC X(30).

      * Movement this run added to the master file, reported to the
      * balancing job as one control total record
       01 CHARGES-LOADED-TOTALS.
           05 STUDENT-RECORDS-LOADED-COUNT PIC 9(7) COMP VALUE ZERO.
           05 CHARGES-LOADED-AMOUNT PIC 9(9) COMP VALUE ZERO.

      * The same movement broken down by fee type, one control total
      * record each, so the journal can post every kind of fee to its
      * own revenue account
       01 FEE-TYPE-LOADED-TOTALS.
           05 TUITION-LINE-COUNT PIC 9(7) COMP VALUE ZERO.
           05 TUITION-LOADED-AMOUNT PIC 9(9) COMP VALUE ZERO.
           05 LAB-LINE-COUNT PIC 9(7) COMP VALUE ZERO.
           05 LAB-LOADED-AMOUNT PIC 9(9) COMP VALUE ZERO.
           05 ANCILLARY-LINE-COUNT PIC 9(7) COMP VALUE ZERO.
           05 ANCILLARY-LOADED-AMOUNT PIC 9(9) COMP VALUE ZERO.
           05 STUDENT-ASSOC-LINE-COUNT PIC 9(7) COMP VALUE ZERO.
           05 STUDENT-ASSOC-LOADED-AMOUNT PIC 9(9) COMP VALUE ZERO.

      * The date stamped on every fee line this run writes
       01 LOAD-DATE PIC 9(8).

      * What the current term charge is priced from - the program,
      * the credit hours and up to five extra fee codes beyond the
      * program's tuition
       01 PRICING-INPUT-FIELDS.
           05 PRICE-PROGRAM-CODE PIC X(6).
           05 PRICE-CREDIT-HOURS PIC 9(2).
           05 PRICE-EXTRA-FEE-CODES.
               10 PRICE-EXTRA-FEE-CODE PIC X(4) OCCURS 5 TIMES.
           05 PRICE-FEE-CODE PIC X(4).
           05 EXTRA-FEE-SUB PIC 9(2) COMP VALUE ZERO.

      * Set when any fee on the current charge could not be priced;
      * a charge that does not price in full is never written
       01 PRICING-SWITCH PIC X(1) VALUE "Y".
           88 PRICING-OK VALUE "Y".
           88 PRICING-FAILED VALUE "N".

      * Cleared when the operator abandons the record being keyed by
      * leaving the program code blank; nothing is written for it
       01 RECORD-ENTRY-SWITCH PIC X(1) VALUE "Y".
           88 RECORD-ENTRY-ACTIVE VALUE "Y".
           88 RECORD-ENTRY-CANCELLED VALUE "N".

      * Set when the fee-code master holds a rate for the fee code
      * being looked up
       01 FEE-RATE-SWITCH PIC X(1) VALUE "N".
           88 FEE-RATE-FOUND VALUE "Y".
           88 FEE-RATE-NOT-FOUND VALUE "N".

      * Set when the fee code being priced is already a line on the
      * current charge, so the same fee is never billed twice
       01 LINE-REPEAT-SWITCH PIC X(1) VALUE "N".
           88 LINE-REPEATED VALUE "Y".
           88 LINE-NOT-REPEATED VALUE "N".

      * The fee lines priced for the current charge, held until the
      * student record is written so no line is ever left behind a
      * charge that did not load - the program's tuition plus up to
      * five extra fees
       01 CHARGE-LINE-AREA.
           05 CHARGE-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
           05 CHARGE-LINE-SUB PIC 9(2) COMP VALUE ZERO.
           05 PRICED-LINE-AMOUNT PIC 9(7) COMP VALUE ZERO.
           05 PRICED-CHARGE-TOTAL PIC 9(7) COMP VALUE ZERO.
           05 CHARGE-LINE-ENTRY OCCURS 6 TIMES.
               10 LINE-FEE-CODE PIC X(4).
               10 LINE-DESCRIPTION PIC X(30).
               10 LINE-FEE-TYPE PIC X(1).
               10 LINE-RATE-BASIS PIC X(1).
               10 LINE-RATE-AMOUNT PIC 9(5).
               10 LINE-AMOUNT PIC 9(5).

      * The priced charge edited for the operator's screen
       01 DISPLAY-CHARGE-AMOUNT PIC ZZ,ZZ9.

      * Set when an enrollment extract was found at startup, so the
      * whole run is driven from the extract instead of ACCEPT prompts
       01 BATCH-MODE-SWITCH PIC X(1) VALUE "N".
      * already screened by 404-CHECK-DUPLICATE-STUDENT-NUMBER)
       01 STUDENT-RECORDS-REJECTED-COUNT PIC 9(5) COMP VALUE ZERO.

      * Count of extract records this run could not price off the
      * fee-code master, so never wrote
       01 STUDENT-RECORDS-UNPRICED-COUNT PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       100-CREATE-STUDENT-RECORDS.
           PERFORM 201-INITIALIZE-STUDENT-RECORDS.
           IF OPERATOR-SIGNED-ON
               IF BATCH-MODE-ACTIVE
                   PERFORM 204-LOAD-BATCH-RECORD
                       UNTIL BATCH-FILE-STATUS-EOF
               ELSE
                   PERFORM 202-CREATE-STUDENT-RECORD
      * Loop until user enters N when they are done inputting records
                       UNTIL NEW-REC-PROMPT = "N" OR "n"
               END-IF
               PERFORM 203-TERMINATE-STUDENT-RECORDS
           ELSE
               CLOSE AUDIT-FILE-OUT
           END-IF.
           STOP RUN.

      * Opens the audit trail and signs the operator on, then opens
      * the file and looks for an enrollment extract to bulk-load;
      * only prompts for manual entry when no extract was supplied
       201-INITIALIZE-STUDENT-RECORDS.
           PERFORM 308-OPEN-AUDIT-FILE.
           PERFORM 406-SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               ACCEPT LOAD-DATE FROM DATE YYYYMMDD
               PERFORM 301-OPEN-STUDENT-FILE
               OPEN INPUT FEE-FILE
               PERFORM 306-OPEN-BATCH-FILE
               IF BATCH-MODE-INACTIVE
                   PERFORM 302-PROMPT-NEW-RECORD
               END-IF
           END-IF.

      * Prompts the user for student details and writes the record
      * unless the operator abandoned it
       202-CREATE-STUDENT-RECORD.
           PERFORM 303-PROMPT-STUDENT-DATA.
           IF RECORD-ENTRY-ACTIVE
               PERFORM 304-WRITE-STUDENT-RECORD
           END-IF.
           PERFORM 302-PROMPT-NEW-RECORD.

      * Closes the output file, the audit trail and, if a batch file
       203-TERMINATE-STUDENT-RECORDS.
           PERFORM 310-WRITE-CONTROL-RECORD.
           CLOSE STUDENT-FILE-OUT.
           CLOSE FEE-FILE.
           CLOSE CHARGE-FILE-OUT.
           CLOSE AUDIT-FILE-OUT.
           IF BATCH-MODE-ACTIVE
               CLOSE BATCH-INPUT-FILE
               DISPLAY "Records rejected (duplicate number): "
                   STUDENT-RECORDS-REJECTED-COUNT
               DISPLAY "Records rejected (could not be priced): "
                   STUDENT-RECORDS-UNPRICED-COUNT
           END-IF.

      * Moves one enrollment extract record into the student record,
      * prices the term charge and writes it directly, then reads the
      * next extract record; a charge that will not price is counted
      * and left off the master
       204-LOAD-BATCH-RECORD.
           MOVE BATCH-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE BATCH-STUDENT-NAME TO STUDENT-NAME.
           MOVE BATCH-STUDENT-TERM TO STUDENT-TERM.
           MOVE BATCH-STUDENT-DUE-DATE TO STUDENT-DUE-DATE.
           MOVE BATCH-PROGRAM-CODE TO PRICE-PROGRAM-CODE.
           MOVE BATCH-CREDIT-HOURS TO PRICE-CREDIT-HOURS.
           MOVE BATCH-EXTRA-FEE-CODES TO PRICE-EXTRA-FEE-CODES.
           PERFORM 311-PRICE-TERM-CHARGE.
           IF PRICING-OK
               PERFORM 304-WRITE-STUDENT-RECORD
           ELSE
               ADD 1 TO STUDENT-RECORDS-UNPRICED-COUNT
           END-IF.
           PERFORM 307-READ-BATCH-RECORD.

      * Open the output file for student records, either starting a
      * enrollment data. STUDENT-FILE-OUT is keyed on STUDENT-NUMBER,
      * so adding to an existing file is done in I-O mode, which also
      * lets 404-CHECK-DUPLICATE-STUDENT-NUMBER look a number up
      * directly instead of scanning the whole file. The itemized
      * charge file follows the master - started fresh with it or
      * added to with it. Starting fresh deletes every record already
      * on file, so only a supervisor may; anyone else is refused and
      * adds to the file instead.
       301-OPEN-STUDENT-FILE.
           DISPLAY "Start a new student file? (Y/N) "
           ACCEPT NEW-FILE-PROMPT.
           IF (NEW-FILE-PROMPT = "Y" OR "y")
                   AND NOT ROLE-SUPERVISOR
               MOVE "START NEW STUDENT FILE" TO SECURITY-DETAIL
               PERFORM 313-REFUSE-ACTION
               MOVE "N" TO NEW-FILE-PROMPT
           END-IF.
           IF NEW-FILE-PROMPT = "Y" OR "y"
               OPEN OUTPUT STUDENT-FILE-OUT
               OPEN OUTPUT CHARGE-FILE-OUT
           ELSE
               OPEN I-O STUDENT-FILE-OUT
               OPEN I-O CHARGE-FILE-OUT
           END-IF.

      * Ask user if they would like to add a new student record

      * Prompts for the student information; the term is taken right
      * after the number because the two together are the record key
      * the duplicate check runs against; the charge is keyed again
      * until it prices or the operator abandons the record
       303-PROMPT-STUDENT-DATA.
           SET RECORD-ENTRY-ACTIVE TO TRUE.
           PERFORM 401-PROMPT-STUDENT-NUMBER.
           PERFORM 407-PROMPT-STUDENT-TERM.
           PERFORM 404-CHECK-DUPLICATE-STUDENT-NUMBER
               WITH TEST AFTER UNTIL DUPLICATE-NOT-FOUND.
           PERFORM 402-PROMPT-STUDENT-NAME.
           PERFORM 403-PROMPT-TERM-CHARGE
               WITH TEST AFTER
                   UNTIL PRICING-OK OR RECORD-ENTRY-CANCELLED.
           IF RECORD-ENTRY-ACTIVE
               PERFORM 408-PROMPT-DUE-DATE
           END-IF.

      * Writes the student data to the file and appends an audit trail
      * entry for it, then writes the fee lines priced behind the
      * charge. When starting a new file there is nothing yet
      * to key a READ against, so the number just used is also kept
      * in KNOWN-STUDENT-TABLE for the rest of this session.
       304-WRITE-STUDENT-RECORD.
           MOVE "N" TO STUDENT-HOLD-FLAG.
           SET STUDENT-ACCOUNT-OPEN TO TRUE.
           MOVE ZERO TO STUDENT-WRITTEN-OFF-AMOUNT.
           WRITE STUDENT-RECORD-OUT
               INVALID KEY
                   DISPLAY "Student/term already on file: "
                   ADD 1 TO STUDENT-RECORDS-LOADED-COUNT
                   ADD TUITION-OWED TO CHARGES-LOADED-AMOUNT
                   PERFORM 309-WRITE-AUDIT-RECORD
                   PERFORM 312-WRITE-CHARGE-LINES
           END-WRITE.
           IF (NEW-FILE-PROMPT = "Y" OR "y")
                   AND KNOWN-STUDENT-COUNT < 9999
           DISPLAY "Enter Student name (Last, First)"
           ACCEPT STUDENT-NAME.

      * Prompts for the program code; a blank code abandons the
      * record, anything else goes on to be priced
       403-PROMPT-TERM-CHARGE.
           DISPLAY "Enter program code (e.g. CST01, blank to cancel)"
           ACCEPT PRICE-PROGRAM-CODE.
           IF PRICE-PROGRAM-CODE = SPACES
               DISPLAY "No program code - record cancelled"
               SET RECORD-ENTRY-CANCELLED TO TRUE
           ELSE
               PERFORM 418-PRICE-KEYED-CHARGE
           END-IF.

      * Rejects a student/term key that is already on file. When
      * adding to an existing file this looks the key up directly;
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE "WRITE" TO AUDIT-ACTION.
           MOVE "PROJECT01" TO AUDIT-PROGRAM-ID.
           MOVE SPACES TO AUDIT-DETAIL.
           WRITE AUDIT-RECORD-OUT.

      * Appends one control total record covering the whole run, so
      * the balancing report can tie the charges loaded back to the
      * master file movement, followed by one per fee type adding
      * back to it, so the journal can post each to its own revenue
      * account
       310-WRITE-CONTROL-RECORD.
           OPEN EXTEND CONTROL-FILE-OUT.
           MOVE "PROJECT01" TO CONTROL-JOB-NAME.
           MOVE STUDENT-RECORDS-LOADED-COUNT TO CONTROL-RECORD-COUNT.
           MOVE CHARGES-LOADED-AMOUNT TO CONTROL-AMOUNT.
           WRITE CONTROL-RECORD-OUT.
           MOVE "CHGTUIT" TO CONTROL-JOB-NAME.
           MOVE TUITION-LINE-COUNT TO CONTROL-RECORD-COUNT.
           MOVE TUITION-LOADED-AMOUNT TO CONTROL-AMOUNT.
           WRITE CONTROL-RECORD-OUT.
           MOVE "CHGLAB" TO CONTROL-JOB-NAME.
           MOVE LAB-LINE-COUNT TO CONTROL-RECORD-COUNT.
           MOVE LAB-LOADED-AMOUNT TO CONTROL-AMOUNT.
           WRITE CONTROL-RECORD-OUT.
           MOVE "CHGANCIL" TO CONTROL-JOB-NAME.
           MOVE ANCILLARY-LINE-COUNT TO CONTROL-RECORD-COUNT.
           MOVE ANCILLARY-LOADED-AMOUNT TO CONTROL-AMOUNT.
           WRITE CONTROL-RECORD-OUT.
           MOVE "CHGSTUAS" TO CONTROL-JOB-NAME.
           MOVE STUDENT-ASSOC-LINE-COUNT TO CONTROL-RECORD-COUNT.
           MOVE STUDENT-ASSOC-LOADED-AMOUNT TO CONTROL-AMOUNT.
           WRITE CONTROL-RECORD-OUT.
           CLOSE CONTROL-FILE-OUT.

      * Prices the current term charge off the fee-code master - the
      * program's tuition under fee code TUIT, then each extra fee
      * code - and sets TUITION-OWED to the total of the lines; any
      * fee that will not price, or a total the master record cannot
      * hold, leaves the charge unpriced
       311-PRICE-TERM-CHARGE.
           SET PRICING-OK TO TRUE.
           MOVE ZERO TO CHARGE-LINE-COUNT.
           MOVE ZERO TO PRICED-CHARGE-TOTAL.
           MOVE "TUIT" TO PRICE-FEE-CODE.
           PERFORM 409-PRICE-ONE-FEE-CODE.
           PERFORM 410-PRICE-ONE-EXTRA-FEE
               VARYING EXTRA-FEE-SUB FROM 1 BY 1
                   UNTIL EXTRA-FEE-SUB > 5.
           IF PRICED-CHARGE-TOTAL > 99999
               DISPLAY "Priced charge over 99,999 for "
                   STUDENT-NUMBER " " STUDENT-TERM
               SET PRICING-FAILED TO TRUE
           END-IF.
           IF PRICING-OK
               MOVE PRICED-CHARGE-TOTAL TO TUITION-OWED
           END-IF.

      * Writes every fee line priced behind the charge just written,
      * first clearing any lines still filed under the student and
      * term from a record since deleted from the master, so only the
      * new charge's lines stand behind it. A new file has no old
      * lines to clear.
       312-WRITE-CHARGE-LINES.
           IF NOT (NEW-FILE-PROMPT = "Y" OR "y")
               PERFORM 314-CLEAR-OLD-CHARGE-LINES
           END-IF.
           PERFORM 411-WRITE-ONE-CHARGE-LINE
               VARYING CHARGE-LINE-SUB FROM 1 BY 1
                   UNTIL CHARGE-LINE-SUB > CHARGE-LINE-COUNT.

      * Tells the operator the action is not allowed for the role and
      * logs the refusal on the audit trail
       313-REFUSE-ACTION.
           DISPLAY "Not authorized for your role - "
               SECURITY-DETAIL.
           MOVE "REFUSE" TO SECURITY-ACTION.
           PERFORM 417-LOG-SECURITY-EVENT.

      * Deletes every charge line filed under the student and term
      * about to be written
       314-CLEAR-OLD-CHARGE-LINES.
           MOVE STUDENT-NUMBER TO CHARGE-STUDENT-NUMBER.
           MOVE STUDENT-TERM TO CHARGE-TERM.
           MOVE SPACES TO CHARGE-FEE-CODE.
           START CHARGE-FILE-OUT KEY NOT < CHARGE-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 420-READ-NEXT-CHARGE-LINE
                   PERFORM 419-DELETE-OLD-CHARGE-LINE
                       UNTIL CHARGE-FILE-STATUS-EOF
                           OR CHARGE-STUDENT-NUMBER NOT =
                               STUDENT-NUMBER
                           OR CHARGE-TERM NOT = STUDENT-TERM
           END-START.

      * Signs the operator on against the operator file - three tries
      * at the ID and password, each failure logged - and keeps the
      * ID for every audit entry written during this run; an operator
      * who cannot sign on, or whose role may not load charges, is
      * turned away before any file is opened
       406-SIGN-ON-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 416-TRY-ONE-SIGN-ON
               WITH TEST AFTER
                   UNTIL OPERATOR-SIGNED-ON OR SIGN-ON-TRIES = 3.
           CLOSE OPERATOR-FILE.
           EVALUATE TRUE
               WHEN OPERATOR-NOT-SIGNED-ON
                   DISPLAY "Sign-on refused - session ended"
               WHEN NOT ROLE-MAY-LOAD-CHARGES
                   MOVE "LOAD STUDENT CHARGES" TO SECURITY-DETAIL
                   PERFORM 313-REFUSE-ACTION
                   SET OPERATOR-NOT-AUTHORIZED TO TRUE
           END-EVALUATE.

      * Prompts and stores the academic term the tuition is billed for
       407-PROMPT-STUDENT-TERM.
           DISPLAY "Enter tuition due date (CCYYMMDD)"
           ACCEPT STUDENT-DUE-DATE.

      * Looks one fee code up on the fee-code master - under the
      * student's program first, then under ALL for a fee every
      * program pays - and keeps the priced line; a code already
      * priced on this charge is passed over so a fee never bills
      * twice
       409-PRICE-ONE-FEE-CODE.
           SET LINE-NOT-REPEATED TO TRUE.
           PERFORM 413-CHECK-ONE-CHARGE-LINE
               VARYING CHARGE-LINE-SUB FROM 1 BY 1
                   UNTIL CHARGE-LINE-SUB > CHARGE-LINE-COUNT.
           IF LINE-NOT-REPEATED
               SET FEE-RATE-NOT-FOUND TO TRUE
               MOVE PRICE-PROGRAM-CODE TO FEE-PROGRAM-CODE
               PERFORM 414-READ-FEE-RATE
               IF FEE-RATE-NOT-FOUND
                   MOVE "ALL" TO FEE-PROGRAM-CODE
                   PERFORM 414-READ-FEE-RATE
               END-IF
               IF FEE-RATE-FOUND
                   PERFORM 415-KEEP-ONE-CHARGE-LINE
               ELSE
                   DISPLAY "No rate on the fee master for program "
                       PRICE-PROGRAM-CODE " term " STUDENT-TERM
                       " fee " PRICE-FEE-CODE
                   SET PRICING-FAILED TO TRUE
               END-IF
           END-IF.

      * Prices one of the extra fee codes when one was given
       410-PRICE-ONE-EXTRA-FEE.
           IF PRICE-EXTRA-FEE-CODE(EXTRA-FEE-SUB) NOT = SPACES
               MOVE PRICE-EXTRA-FEE-CODE(EXTRA-FEE-SUB) TO
                   PRICE-FEE-CODE
               PERFORM 409-PRICE-ONE-FEE-CODE
           END-IF.

      * Writes one priced fee line to the itemized charge file and
      * adds it into its fee type's control total
       411-WRITE-ONE-CHARGE-LINE.
           MOVE STUDENT-NUMBER TO CHARGE-STUDENT-NUMBER.
           MOVE STUDENT-TERM TO CHARGE-TERM.
           MOVE LINE-FEE-CODE(CHARGE-LINE-SUB) TO CHARGE-FEE-CODE.
           MOVE PRICE-PROGRAM-CODE TO CHARGE-PROGRAM-CODE.
           MOVE LINE-DESCRIPTION(CHARGE-LINE-SUB) TO
               CHARGE-DESCRIPTION.
           MOVE LINE-FEE-TYPE(CHARGE-LINE-SUB) TO CHARGE-FEE-TYPE.
           MOVE LINE-RATE-BASIS(CHARGE-LINE-SUB) TO CHARGE-RATE-BASIS.
           MOVE PRICE-CREDIT-HOURS TO CHARGE-CREDIT-HOURS.
           MOVE LINE-RATE-AMOUNT(CHARGE-LINE-SUB) TO
               CHARGE-RATE-AMOUNT.
           MOVE LINE-AMOUNT(CHARGE-LINE-SUB) TO CHARGE-AMOUNT.
           MOVE LOAD-DATE TO CHARGE-POSTING-DATE.
           WRITE CHARGE-RECORD
               INVALID KEY
                   DISPLAY "Error writing charge line: "
                       CHARGE-RECORD-KEY
           END-WRITE.
           EVALUATE TRUE
               WHEN CHARGE-TYPE-LAB
                   ADD 1 TO LAB-LINE-COUNT
                   ADD CHARGE-AMOUNT TO LAB-LOADED-AMOUNT
               WHEN CHARGE-TYPE-ANCILLARY
                   ADD 1 TO ANCILLARY-LINE-COUNT
                   ADD CHARGE-AMOUNT TO ANCILLARY-LOADED-AMOUNT
               WHEN CHARGE-TYPE-STUDENT-ASSOC
                   ADD 1 TO STUDENT-ASSOC-LINE-COUNT
                   ADD CHARGE-AMOUNT TO STUDENT-ASSOC-LOADED-AMOUNT
               WHEN OTHER
                   ADD 1 TO TUITION-LINE-COUNT
                   ADD CHARGE-AMOUNT TO TUITION-LOADED-AMOUNT
           END-EVALUATE.

      * Prompts for one extra fee code; a blank entry ends the list
       412-PROMPT-EXTRA-FEE-CODE.
           ADD 1 TO EXTRA-FEE-SUB.
           DISPLAY "Enter extra fee code (blank when done)"
           ACCEPT PRICE-FEE-CODE.
           MOVE PRICE-FEE-CODE TO PRICE-EXTRA-FEE-CODE(EXTRA-FEE-SUB).

      * Notes when the fee code being priced is already one of the
      * current charge's lines
       413-CHECK-ONE-CHARGE-LINE.
           IF LINE-FEE-CODE(CHARGE-LINE-SUB) = PRICE-FEE-CODE
               SET LINE-REPEATED TO TRUE
           END-IF.

      * Reads the fee-code master for the fee code being priced under
      * the program code already moved to the key
       414-READ-FEE-RATE.
           MOVE STUDENT-TERM TO FEE-TERM.
           MOVE PRICE-FEE-CODE TO FEE-CODE.
           READ FEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FEE-RATE-FOUND TO TRUE
           END-READ.

      * Prices the fee just read - the flat rate, or the rate times
      * the credit hours - and keeps it as the charge's next line; a
      * per-credit-hour fee with no hours, or a line too large for
      * the record, leaves the charge unpriced
       415-KEEP-ONE-CHARGE-LINE.
           IF FEE-PER-CREDIT-HOUR
               COMPUTE PRICED-LINE-AMOUNT =
                   FEE-RATE-AMOUNT * PRICE-CREDIT-HOURS
           ELSE
               MOVE FEE-RATE-AMOUNT TO PRICED-LINE-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN FEE-PER-CREDIT-HOUR
                       AND PRICE-CREDIT-HOURS = ZERO
                   DISPLAY "Credit hours needed to price fee "
                       PRICE-FEE-CODE
                   SET PRICING-FAILED TO TRUE
               WHEN PRICED-LINE-AMOUNT > 99999
                   DISPLAY "Fee " PRICE-FEE-CODE
                       " prices over 99,999"
                   SET PRICING-FAILED TO TRUE
               WHEN OTHER
                   ADD 1 TO CHARGE-LINE-COUNT
                   MOVE PRICE-FEE-CODE TO
                       LINE-FEE-CODE(CHARGE-LINE-COUNT)
                   MOVE FEE-DESCRIPTION TO
                       LINE-DESCRIPTION(CHARGE-LINE-COUNT)
                   MOVE FEE-TYPE TO LINE-FEE-TYPE(CHARGE-LINE-COUNT)
                   MOVE FEE-RATE-BASIS TO
                       LINE-RATE-BASIS(CHARGE-LINE-COUNT)
                   MOVE FEE-RATE-AMOUNT TO
                       LINE-RATE-AMOUNT(CHARGE-LINE-COUNT)
                   MOVE PRICED-LINE-AMOUNT TO
                       LINE-AMOUNT(CHARGE-LINE-COUNT)
                   ADD PRICED-LINE-AMOUNT TO PRICED-CHARGE-TOTAL
           END-EVALUATE.

      * Takes one ID and password and proves them against the
      * operator file; an unknown ID, a wrong password and a
      * deactivated operator are refused alike, so the message gives
      * nothing away
       416-TRY-ONE-SIGN-ON.
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
               PERFORM 417-LOG-SECURITY-EVENT
           END-IF.

      * Appends one audit trail entry for a failed sign-on or a
      * refused action
       417-LOG-SECURITY-EVENT.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SECURITY-STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE SECURITY-ACTION TO AUDIT-ACTION.
           MOVE "PROJECT01" TO AUDIT-PROGRAM-ID.
           MOVE SECURITY-DETAIL TO AUDIT-DETAIL.
           WRITE AUDIT-RECORD-OUT.

      * Prompts for the credit hours and any extra fee codes and
      * prices the term charge off the fee-code master; a charge that
      * will not price shows why and is keyed again
       418-PRICE-KEYED-CHARGE.
           DISPLAY "Enter credit hours (##)"
           ACCEPT PRICE-CREDIT-HOURS.
           MOVE SPACES TO PRICE-EXTRA-FEE-CODES.
           MOVE ZERO TO EXTRA-FEE-SUB.
           PERFORM 412-PROMPT-EXTRA-FEE-CODE
               WITH TEST AFTER
                   UNTIL EXTRA-FEE-SUB = 5
                       OR PRICE-FEE-CODE = SPACES.
           PERFORM 311-PRICE-TERM-CHARGE.
           IF PRICING-OK
               MOVE TUITION-OWED TO DISPLAY-CHARGE-AMOUNT
               DISPLAY "Term charge priced at " DISPLAY-CHARGE-AMOUNT
           ELSE
               DISPLAY "Charge could not be priced - re-enter"
           END-IF.

      * Deletes the old charge line just read and reads the next
       419-DELETE-OLD-CHARGE-LINE.
           DELETE CHARGE-FILE-OUT
               INVALID KEY
                   DISPLAY "Error deleting charge line: "
                       CHARGE-RECORD-KEY
           END-DELETE.
           PERFORM 420-READ-NEXT-CHARGE-LINE.

      * Reads the next charge line in key order
       420-READ-NEXT-CHARGE-LINE.
           READ CHARGE-FILE-OUT NEXT RECORD.

       END PROGRAM PROJECT01.
