      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Year-end tuition tax slips - for the calendar year
      *          asked for, and the filer's registration number and name
      *          keyed with it, works out per student the eligible
      *          tuition billed for the terms that start in the year and
      *          the months of the year the student was enrolled, taking
      *          each term's start off the term calendar; a blank filer
      *          number or name stops the run before any slip or return
      *          is written. Terms still on STUDENTFILE.TXT and terms
      *          ARCHPURGE has already moved to ARCHFILE.TXT both count.
      *          A term's original charge is its balance plus the net
      *          activity posted against it on PAYHISTFILE.TXT;
      *          withdrawal credits and adjustments come off it, and
      *          what a sponsor paid is left out of the student's claim
      *          and shown on the slip as paid by a third party. One
      *          slip is printed per student and kept on TAXSLIP.TXT,
      *          and each slip goes onto the fixed-format information
      *          return for the tax authority with its header and
      *          control-total trailer. A rerun after the figures change
      *          reissues the slip as an amendment against the original,
      *          and a slip whose figures stand is not issued again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRCPT.
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

      * The terms ARCHPURGE has taken off the master; OPTIONAL so a
      * shop that has never archived a term still issues its slips
           SELECT OPTIONAL ARCHIVE-FILE-IN
              ASSIGN TO "../ARCHFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ARCHIVE-FILE-STATUS.

      * The term calendar each term's start is read off; OPTIONAL so
      * a missing calendar lists every term as not on it rather than
      * failing the open
           SELECT OPTIONAL CALENDAR-FILE
              ASSIGN TO "../TERMCAL.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CAL-TERM
                 FILE STATUS IS CALENDAR-FILE-STATUS.

      * Permanent history, netted term by term back to the original
      * charge; OPTIONAL so a shop with no history yet still runs
           SELECT OPTIONAL PAYMENT-HISTORY-FILE
              ASSIGN TO "../PAYHISTFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PAYMENT-HISTORY-STATUS.

      * The tax year's terms gathered by student, rebuilt every run
           SELECT WORK-FILE
              ASSIGN TO "../TAXWORK.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS TW-RECORD-KEY
                 FILE STATUS IS WORK-FILE-STATUS.

      * Every slip issued, kept so an amended slip can be reissued
      * against the original; OPTIONAL so the first year-end run
      * ever creates it rather than failing the open
           SELECT OPTIONAL SLIP-FILE
              ASSIGN TO "../TAXSLIP.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SLIP-RECORD-KEY
                 FILE STATUS IS SLIP-FILE-STATUS.

           SELECT RETURN-FILE-OUT
              ASSIGN TO "../TAXRETURN.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RETURN-FILE-STATUS.

           SELECT SLIP-PRINT-FILE
              ASSIGN TO "../TAXPRINT.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SLIP-PRINT-STATUS.

           SELECT PRINT-FILE
              ASSIGN TO "../TAXRCPT.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Define the record read from the student master
       FD STUDENT-FILE-OUT.
           COPY STUDENT.

      * Define one archived term - the master's layout; lines written
      * before the account status and written-off amount were added
      * are 67 bytes, and only the leading fields are read here
       FD ARCHIVE-FILE-IN.
       01 ARCHIVE-RECORD-IN.
           05 ARCH-STUDENT-NUMBER PIC 9(7).
           05 ARCH-TERM PIC X(6).
           05 ARCH-STUDENT-NAME PIC X(40).
           05 ARCH-TUITION-OWED PIC S9(5).
           05 FILLER PIC X(15).

      * Define the term calendar record
       FD CALENDAR-FILE.
           COPY TERMCAL.

      * Define the payment history record
       FD PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

      * Define one term of the tax year - its start, whether its
      * fees fall in the year or only its months do, its balance and
      * the history netted against it
       FD WORK-FILE.
       01 TAX-WORK-RECORD.
           05 TW-RECORD-KEY.
               10 TW-STUDENT-NUMBER PIC 9(7).
               10 TW-TERM PIC X(6).
           05 TW-STUDENT-NAME PIC X(40).
           05 TW-START-DATE PIC 9(8).
           05 TW-FEES-SWITCH PIC X(1).
               88 TW-FEES-IN-YEAR VALUE "Y".
               88 TW-MONTHS-ONLY VALUE "N".
           05 TW-TUITION-OWED PIC S9(7).
           05 TW-HISTORY-NET PIC S9(7).
           05 TW-ADJUSTED-AMOUNT PIC 9(7).
           05 TW-WITHDRAWN-AMOUNT PIC 9(7).
           05 TW-SPONSORED-AMOUNT PIC 9(7).

      * Define the tax slip record
       FD SLIP-FILE.
           COPY TAXSLIP.

      * Define the information return record - a header naming the
      * filer and year, one detail per slip issued or amended, and a
      * trailer carrying the control totals
       FD RETURN-FILE-OUT.
       01 RETURN-RECORD-OUT.
           05 RET-RECORD-TYPE PIC X(1).
               88 RET-HEADER-RECORD VALUE "H".
               88 RET-DETAIL-RECORD VALUE "D".
               88 RET-TRAILER-RECORD VALUE "T".
           05 RET-HEADER-DATA.
               10 RET-FILER-NUMBER PIC X(10).
               10 RET-TAX-YEAR PIC 9(4).
               10 RET-CREATED-DATE PIC 9(8).
               10 RET-FILER-NAME PIC X(40).
               10 FILLER PIC X(17).
           05 RET-DETAIL-DATA REDEFINES RET-HEADER-DATA.
               10 RET-REPORT-TYPE PIC X(1).
                   88 RET-ORIGINAL-SLIP VALUE "O".
                   88 RET-AMENDED-SLIP VALUE "A".
               10 RET-STUDENT-NUMBER PIC 9(7).
               10 RET-STUDENT-NAME PIC X(40).
               10 RET-ELIGIBLE-AMOUNT PIC 9(7).
               10 RET-MONTHS PIC 9(2).
               10 FILLER PIC X(22).
           05 RET-TRAILER-DATA REDEFINES RET-HEADER-DATA.
               10 RET-SLIP-COUNT PIC 9(6).
               10 RET-ORIGINAL-COUNT PIC 9(6).
               10 RET-AMENDED-COUNT PIC 9(6).
               10 RET-ELIGIBLE-TOTAL PIC 9(11).
               10 RET-MONTHS-TOTAL PIC 9(7).
               10 FILLER PIC X(43).

      * Define the printed slip line
       FD SLIP-PRINT-FILE.
       01 SLIP-PRINT-LINE PIC X(60).

      * Define the printed run report line
       FD PRINT-FILE.
       01 PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 STUDENT-FILE-STATUS PIC X(2).
           88 STUDENT-FILE-STATUS-EOF VALUE "10".
       01 ARCHIVE-FILE-STATUS PIC X(2).
           88 ARCHIVE-FILE-STATUS-OK VALUE "00".
           88 ARCHIVE-FILE-STATUS-EOF VALUE "10".
       01 CALENDAR-FILE-STATUS PIC X(2).
       01 PAYMENT-HISTORY-STATUS PIC X(2).
           88 PAYMENT-HISTORY-STATUS-OK VALUE "00".
           88 PAYMENT-HISTORY-STATUS-EOF VALUE "10".
       01 WORK-FILE-STATUS PIC X(2).
           88 WORK-FILE-STATUS-EOF VALUE "10".
       01 SLIP-FILE-STATUS PIC X(2).
       01 RETURN-FILE-STATUS PIC X(2).
       01 SLIP-PRINT-STATUS PIC X(2).
       01 PRINT-FILE-STATUS PIC X(2).

      * The institution as registered with the tax authority, keyed
      * at the start of the run and shown on the information
      * return's header
       01 FILER-IDENTIFICATION.
           05 FILER-NUMBER PIC X(10) VALUE SPACES.
           05 FILER-NAME PIC X(40) VALUE SPACES.

      * The months a term runs from the month it starts; the calendar
      * carries no end date, so a term starting late in the year
      * carries its last months into the next year's slip
       01 TERM-LENGTH-MONTHS PIC 9(2) VALUE 4.

      * The tax year asked for, and the date this run was made
       01 RUN-IDENTIFICATION.
           05 TAX-YEAR-ENTRY PIC X(4).
           05 TAX-YEAR PIC 9(4).
           05 PRIOR-TAX-YEAR PIC 9(4).
           05 RUN-DATE PIC 9(8).

      * The term being placed in the year, from the master or the
      * archive
       01 CANDIDATE-TERM-FIELDS.
           05 CANDIDATE-STUDENT-NUMBER PIC 9(7).
           05 CANDIDATE-TERM PIC X(6).
           05 CANDIDATE-STUDENT-NAME PIC X(40).
           05 CANDIDATE-TUITION-OWED PIC S9(7).
           05 CANDIDATE-SOURCE PIC X(1).
               88 CANDIDATE-FROM-MASTER VALUE "M".
               88 CANDIDATE-FROM-ARCHIVE VALUE "A".
           05 CANDIDATE-START-DATE.
               10 CANDIDATE-START-YEAR PIC 9(4).
               10 CANDIDATE-START-MONTH PIC 9(2).
               10 CANDIDATE-START-DAY PIC 9(2).

      * The student whose slip is being built, the year's totals for
      * the slip and the months of the year enrolled in
       01 STUDENT-SLIP-FIELDS.
           05 CURRENT-STUDENT-NUMBER PIC 9(7) VALUE ZERO.
           05 CURRENT-STUDENT-NAME PIC X(40).
           05 STUDENT-ELIGIBLE PIC 9(7) VALUE ZERO.
           05 STUDENT-SPONSORED PIC 9(7) VALUE ZERO.
           05 STUDENT-MONTHS PIC 9(2) VALUE ZERO.
           05 MONTH-ENROLLED-FLAG PIC X(1) OCCURS 12 TIMES.

      * The term being added to the student's slip
       01 TERM-SLIP-FIELDS.
           05 TERM-START-DATE.
               10 TERM-START-YEAR PIC 9(4).
               10 TERM-START-MONTH PIC 9(2).
               10 TERM-START-DAY PIC 9(2).
           05 TERM-CHARGE PIC S9(7) COMP VALUE ZERO.
           05 TERM-ELIGIBLE PIC S9(7) COMP VALUE ZERO.
           05 TERM-SPONSORED PIC S9(7) COMP VALUE ZERO.
           05 TERM-MONTHS PIC 9(2) VALUE ZERO.
           05 MONTH-STEP PIC 9(2) COMP VALUE ZERO.
           05 MONTH-NUMBER PIC 9(2) COMP VALUE ZERO.
           05 MONTH-YEAR PIC 9(4) COMP VALUE ZERO.

      * The student's terms held for the printed slip
       01 SLIP-TERM-TABLE-AREA.
           05 SLIP-TERM-COUNT PIC 9(2) COMP VALUE ZERO.
           05 SLIP-TERM-SUB PIC 9(2) COMP VALUE ZERO.
           05 SLIP-TERM-ENTRY OCCURS 12 TIMES.
               10 SLIP-TERM-CODE PIC X(6).
               10 SLIP-TERM-START-DATE PIC 9(8).
               10 SLIP-TERM-MONTHS PIC 9(2).
               10 SLIP-TERM-ELIGIBLE PIC 9(7).
               10 SLIP-TERM-SPONSORED PIC 9(7).
               10 SLIP-TERM-FEES-SWITCH PIC X(1).
                   88 SLIP-TERM-MONTHS-ONLY VALUE "N".

      * Switch set when one of the slip's terms carries only months,
      * its fees having gone on the prior year's slip
       01 PRIOR-YEAR-TERM-SWITCH PIC X(1) VALUE "N".
           88 PRIOR-YEAR-TERM-ON-SLIP VALUE "Y".
           88 NO-PRIOR-YEAR-TERM VALUE "N".

      * The slip as it stood before this run amended it
       01 PREVIOUS-SLIP-FIELDS.
           05 PREVIOUS-ISSUE-DATE PIC 9(8).
           05 PREVIOUS-ELIGIBLE PIC 9(7).
           05 PREVIOUS-MONTHS PIC 9(2).

      * The distinct terms found with no entry on the term calendar,
      * listed so the calendar can be completed and the run repeated
       01 MISSING-TERM-TABLE-AREA.
           05 MISSING-TERM-COUNT PIC 9(3) COMP VALUE ZERO.
           05 MISSING-TERM-SUB PIC 9(3) COMP VALUE ZERO.
           05 MISSING-TERM-ENTRY OCCURS 100 TIMES.
               10 MISSING-TERM PIC X(6).
               10 MISSING-RECORD-COUNT PIC 9(5) COMP.

      * Counts and dollars reported at the end of the run, and the
      * control totals of the information return
       01 RUN-TOTALS.
           05 MASTER-TERMS-COUNT PIC 9(5) COMP VALUE ZERO.
           05 ARCHIVE-TERMS-COUNT PIC 9(5) COMP VALUE ZERO.
           05 DUPLICATE-TERMS-COUNT PIC 9(5) COMP VALUE ZERO.
           05 MISSING-TERMS-COUNT PIC 9(5) COMP VALUE ZERO.
           05 MISSING-OVERFLOW-COUNT PIC 9(5) COMP VALUE ZERO.
           05 STUDENTS-COUNT PIC 9(5) COMP VALUE ZERO.
           05 NO-ELIGIBLE-COUNT PIC 9(5) COMP VALUE ZERO.
           05 UNCHANGED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 FAILED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 ORIGINAL-SLIP-COUNT PIC 9(5) COMP VALUE ZERO.
           05 ORIGINAL-SLIP-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 AMENDED-SLIP-COUNT PIC 9(5) COMP VALUE ZERO.
           05 AMENDED-SLIP-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 RETURN-SLIP-COUNT PIC 9(6) COMP VALUE ZERO.
           05 RETURN-ELIGIBLE-TOTAL PIC 9(11) COMP VALUE ZERO.
           05 RETURN-MONTHS-TOTAL PIC 9(7) COMP VALUE ZERO.

      * Report page and line control
       01 REPORT-CONTROL-FIELDS.
           05 PAGE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 LINE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 LINES-PER-PAGE PIC 9(3) COMP VALUE 20.

      * Dates edited for the slip and the report
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

      * Printed slip layouts
       01 SLIP-HEADING-LINE.
           05 FILLER PIC X(27) VALUE "TUITION TAX SLIP  TAX YEAR".
           05 SH-TAX-YEAR PIC 9(4).
           05 FILLER PIC X(5) VALUE SPACES.
           05 SH-SLIP-TYPE PIC X(24).

       01 SLIP-STAMP-LINE.
           05 FILLER PIC X(7) VALUE "ISSUED ".
           05 SS-ISSUE-DATE PIC X(10).
           05 FILLER PIC X(43) VALUE SPACES.

       01 SLIP-STUDENT-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT ".
           05 SL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.

       01 SLIP-COLUMN-LINE.
           05 FILLER PIC X(8) VALUE "TERM".
           05 FILLER PIC X(12) VALUE "STARTED".
           05 FILLER PIC X(8) VALUE "  MONTHS".
           05 FILLER PIC X(12) VALUE "    ELIGIBLE".
           05 FILLER PIC X(14) VALUE "  SPONSOR PAID".
           05 FILLER PIC X(6) VALUE SPACES.

       01 SLIP-TERM-LINE.
           05 ST-TERM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ST-START-DATE PIC X(10).
           05 FILLER PIC X(8) VALUE SPACES.
           05 ST-MONTHS PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ST-ELIGIBLE PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 ST-SPONSORED PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ST-PRIOR-YEAR-MARK PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.

       01 SLIP-TOTAL-LINE.
           05 FILLER PIC X(26) VALUE "TOTAL FOR THE YEAR".
           05 STL-MONTHS PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 STL-ELIGIBLE PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 STL-SPONSORED PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(6) VALUE SPACES.

       01 SLIP-AMENDS-LINE.
           05 FILLER PIC X(31) VALUE
               "AMENDS THE SLIP FIRST ISSUED".
           05 SA-ORIGINAL-DATE PIC X(10).
           05 FILLER PIC X(19) VALUE SPACES.

       01 SLIP-REPORTED-LINE.
           05 SR-REPORTED-LABEL PIC X(35).
           05 SR-ELIGIBLE PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(8) VALUE "  MONTHS".
           05 FILLER PIC X(1) VALUE SPACES.
           05 SR-MONTHS PIC Z9.
           05 FILLER PIC X(5) VALUE SPACES.

       01 SLIP-SPONSOR-NOTE-LINE.
           05 FILLER PIC X(60) VALUE
               "SPONSOR-PAID TUITION IS NOT ELIGIBLE TO BE CLAIMED".

       01 SLIP-PRIOR-YEAR-NOTE-LINE.
           05 FILLER PIC X(60) VALUE
               "* FEES REPORTED FOR THE PRIOR TAX YEAR - MONTHS ONLY".

      * Run report headings and line layouts
       01 HEADING-LINE-1.
           05 FILLER PIC X(27) VALUE "TUITION TAX SLIP RUN  YEAR".
           05 HL-TAX-YEAR PIC 9(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 HL-RUN-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL-PAGE-NUMBER PIC ZZ9.
           05 FILLER PIC X(70) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "STU NUM".
           05 FILLER PIC X(25) VALUE "STUDENT NAME".
           05 FILLER PIC X(14) VALUE "SLIP".
           05 FILLER PIC X(8) VALUE "  MONTHS".
           05 FILLER PIC X(12) VALUE "    ELIGIBLE".
           05 FILLER PIC X(14) VALUE "  SPONSOR PAID".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(45) VALUE "NOTE".

       01 DETAIL-LINE.
           05 DL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-STUDENT-NAME PIC X(25).
           05 DL-SLIP-TYPE PIC X(14).
           05 FILLER PIC X(6) VALUE SPACES.
           05 DL-MONTHS PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-ELIGIBLE PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 DL-SPONSORED PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-NOTE PIC X(40).
           05 FILLER PIC X(5) VALUE SPACES.

       01 MISSING-TERM-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 ML-TERM PIC X(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 ML-RECORD-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(10) VALUE " RECORD(S)".
           05 FILLER PIC X(96) VALUE SPACES.

       01 TOTAL-LINE.
           05 TL-LABEL PIC X(40).
           05 TL-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TL-AMOUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.
       100-ISSUE-TAX-SLIPS.
           PERFORM 201-INITIALIZE-TAX-RUN.
           PERFORM 202-LOAD-MASTER-TERMS.
           PERFORM 203-LOAD-ARCHIVED-TERMS.
           PERFORM 204-SCAN-PAYMENT-HISTORY.
           PERFORM 205-ISSUE-SLIPS.
           PERFORM 206-TERMINATE-TAX-RUN.
           STOP RUN.

      * Asks for the tax year and the filer's registration, stamps
      * the run and builds an empty work file for the year's terms;
      * a year that is not a number, or a blank filer number or
      * name, stops the run before anything is touched
       201-INITIALIZE-TAX-RUN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "Enter the tax year (CCYY)"
           ACCEPT TAX-YEAR-ENTRY.
           IF TAX-YEAR-ENTRY IS NOT NUMERIC
                   OR TAX-YEAR-ENTRY = "0000"
               DISPLAY "Tax year not valid - no slips issued"
               STOP RUN
           END-IF.
           DISPLAY "Enter the filer's registration number"
           ACCEPT FILER-NUMBER.
           DISPLAY "Enter the filer's name as registered"
           ACCEPT FILER-NAME.
           IF FILER-NUMBER = SPACES OR FILER-NAME = SPACES
               DISPLAY "Filer number and name are required - no "
                   "slips or return issued"
               STOP RUN
           END-IF.
           MOVE TAX-YEAR-ENTRY TO TAX-YEAR.
           COMPUTE PRIOR-TAX-YEAR = TAX-YEAR - 1.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           OPEN INPUT CALENDAR-FILE.

      * Places every term on the master
       202-LOAD-MASTER-TERMS.
           OPEN INPUT STUDENT-FILE-OUT.
           PERFORM 401-READ-STUDENT-RECORD.
           PERFORM 301-TAKE-MASTER-TERM
               UNTIL STUDENT-FILE-STATUS-EOF.
           CLOSE STUDENT-FILE-OUT.

      * Places every archived term; an archived copy of a term that
      * is still on the master is passed over in favour of the master
       203-LOAD-ARCHIVED-TERMS.
           OPEN INPUT ARCHIVE-FILE-IN.
           IF ARCHIVE-FILE-STATUS-OK
               PERFORM 302-READ-ARCHIVE-RECORD
                   UNTIL ARCHIVE-FILE-STATUS-EOF
           END-IF.
           CLOSE ARCHIVE-FILE-IN.
           CLOSE CALENDAR-FILE.

      * Reads the payment history once, netting each entry against
      * the term of the year it posted to
       204-SCAN-PAYMENT-HISTORY.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF PAYMENT-HISTORY-STATUS-OK
               PERFORM 305-READ-ONE-HISTORY-RECORD
                   UNTIL PAYMENT-HISTORY-STATUS-EOF
           END-IF.
           CLOSE PAYMENT-HISTORY-FILE.

      * Works the year's terms student by student, settling each
      * student's slip against the slip file, and closes the return
      * with its control totals
       205-ISSUE-SLIPS.
           OPEN I-O SLIP-FILE.
           OPEN OUTPUT RETURN-FILE-OUT.
           OPEN OUTPUT SLIP-PRINT-FILE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 402-PRINT-PAGE-HEADERS.
           PERFORM 306-WRITE-RETURN-HEADER.
           MOVE ZERO TO TW-STUDENT-NUMBER.
           MOVE SPACES TO TW-TERM.
           START WORK-FILE KEY NOT < TW-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 407-READ-NEXT-WORK-RECORD
                   PERFORM 307-TAKE-ONE-WORK-RECORD
                       UNTIL WORK-FILE-STATUS-EOF
           END-START.
           IF CURRENT-STUDENT-NUMBER NOT = ZERO
               PERFORM 309-SETTLE-STUDENT-SLIP
           END-IF.
           PERFORM 314-WRITE-RETURN-TRAILER.
           PERFORM 403-PRINT-TOTALS.
           CLOSE SLIP-FILE.
           CLOSE RETURN-FILE-OUT.
           CLOSE SLIP-PRINT-FILE.
           CLOSE PRINT-FILE.
           CLOSE WORK-FILE.

      * Reports what the run issued
       206-TERMINATE-TAX-RUN.
           DISPLAY "Tax year: " TAX-YEAR.
           DISPLAY "Original slips issued: " ORIGINAL-SLIP-COUNT.
           DISPLAY "Amended slips issued: " AMENDED-SLIP-COUNT.
           DISPLAY "Slips unchanged: " UNCHANGED-COUNT.
           IF MISSING-TERMS-COUNT > ZERO
               DISPLAY "Records for terms not on the calendar: "
                   MISSING-TERMS-COUNT
           END-IF.
           IF FAILED-COUNT > ZERO
               DISPLAY "Slips not recorded - see report: "
                   FAILED-COUNT
           END-IF.

      * Places one master term and reads the next
       301-TAKE-MASTER-TERM.
           MOVE STUDENT-NUMBER TO CANDIDATE-STUDENT-NUMBER.
           MOVE STUDENT-TERM TO CANDIDATE-TERM.
           MOVE STUDENT-NAME TO CANDIDATE-STUDENT-NAME.
           MOVE TUITION-OWED TO CANDIDATE-TUITION-OWED.
           SET CANDIDATE-FROM-MASTER TO TRUE.
           PERFORM 303-PLACE-TERM-IN-YEAR.
           PERFORM 401-READ-STUDENT-RECORD.

      * Places one archived term
       302-READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ARCH-STUDENT-NUMBER TO
                       CANDIDATE-STUDENT-NUMBER
                   MOVE ARCH-TERM TO CANDIDATE-TERM
                   MOVE ARCH-STUDENT-NAME TO CANDIDATE-STUDENT-NAME
                   MOVE ARCH-TUITION-OWED TO CANDIDATE-TUITION-OWED
                   SET CANDIDATE-FROM-ARCHIVE TO TRUE
                   PERFORM 303-PLACE-TERM-IN-YEAR
           END-READ.

      * Reads the term's start off the calendar; a term not on the
      * calendar cannot be placed and is listed instead
       303-PLACE-TERM-IN-YEAR.
           MOVE CANDIDATE-TERM TO CAL-TERM.
           READ CALENDAR-FILE
               INVALID KEY
                   PERFORM 404-NOTE-MISSING-TERM
               NOT INVALID KEY
                   MOVE CAL-START-DATE TO CANDIDATE-START-DATE
                   PERFORM 304-WRITE-WORK-TERM
           END-READ.

      * Keeps a term starting in the tax year with its fees, and a
      * term starting late in the prior year whose months run into
      * the tax year for its months alone; every other term belongs
      * to some other year's slip
       304-WRITE-WORK-TERM.
           MOVE CANDIDATE-STUDENT-NUMBER TO TW-STUDENT-NUMBER.
           MOVE CANDIDATE-TERM TO TW-TERM.
           MOVE CANDIDATE-STUDENT-NAME TO TW-STUDENT-NAME.
           MOVE CANDIDATE-START-DATE TO TW-START-DATE.
           MOVE CANDIDATE-TUITION-OWED TO TW-TUITION-OWED.
           MOVE ZERO TO TW-HISTORY-NET.
           MOVE ZERO TO TW-ADJUSTED-AMOUNT.
           MOVE ZERO TO TW-WITHDRAWN-AMOUNT.
           MOVE ZERO TO TW-SPONSORED-AMOUNT.
           EVALUATE TRUE
               WHEN CANDIDATE-START-YEAR = TAX-YEAR
                   SET TW-FEES-IN-YEAR TO TRUE
                   PERFORM 405-WRITE-WORK-RECORD
               WHEN CANDIDATE-START-YEAR = PRIOR-TAX-YEAR
                       AND CANDIDATE-START-MONTH
                           + TERM-LENGTH-MONTHS > 13
                   SET TW-MONTHS-ONLY TO TRUE
                   PERFORM 405-WRITE-WORK-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Nets one history entry into its term when the term is one of
      * the year's
       305-READ-ONE-HISTORY-RECORD.
           READ PAYMENT-HISTORY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PAYHIST-STUDENT-NUMBER TO TW-STUDENT-NUMBER
                   MOVE PAYHIST-TERM TO TW-TERM
                   READ WORK-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 406-APPLY-ONE-HISTORY-ENTRY
                           REWRITE TAX-WORK-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ
           END-READ.

      * Writes the return header naming the filer and the tax year
       306-WRITE-RETURN-HEADER.
           MOVE SPACES TO RETURN-RECORD-OUT.
           SET RET-HEADER-RECORD TO TRUE.
           MOVE FILER-NUMBER TO RET-FILER-NUMBER.
           MOVE TAX-YEAR TO RET-TAX-YEAR.
           MOVE RUN-DATE TO RET-CREATED-DATE.
           MOVE FILER-NAME TO RET-FILER-NAME.
           WRITE RETURN-RECORD-OUT.

      * Settles the slip of the student before when the student
      * changes, then adds the term to the current student's slip
      * and reads the next
       307-TAKE-ONE-WORK-RECORD.
           IF TW-STUDENT-NUMBER NOT = CURRENT-STUDENT-NUMBER
               IF CURRENT-STUDENT-NUMBER NOT = ZERO
                   PERFORM 309-SETTLE-STUDENT-SLIP
               END-IF
               PERFORM 308-START-STUDENT-SLIP
           END-IF.
           PERFORM 310-ADD-TERM-TO-SLIP.
           PERFORM 407-READ-NEXT-WORK-RECORD.

      * Clears the slip totals, terms and months for a new student
       308-START-STUDENT-SLIP.
           ADD 1 TO STUDENTS-COUNT.
           MOVE TW-STUDENT-NUMBER TO CURRENT-STUDENT-NUMBER.
           MOVE TW-STUDENT-NAME TO CURRENT-STUDENT-NAME.
           MOVE ZERO TO STUDENT-ELIGIBLE.
           MOVE ZERO TO STUDENT-SPONSORED.
           MOVE ZERO TO STUDENT-MONTHS.
           MOVE ZERO TO SLIP-TERM-COUNT.
           SET NO-PRIOR-YEAR-TERM TO TRUE.
           PERFORM 408-CLEAR-ONE-MONTH
               VARYING MONTH-NUMBER FROM 1 BY 1
                   UNTIL MONTH-NUMBER > 12.

      * Settles the student's slip against the slip file - a first
      * slip is issued when there is eligible tuition to report, and
      * a slip already issued is amended only when its figures have
      * changed
       309-SETTLE-STUDENT-SLIP.
           MOVE TAX-YEAR TO SLIP-TAX-YEAR.
           MOVE CURRENT-STUDENT-NUMBER TO SLIP-STUDENT-NUMBER.
           READ SLIP-FILE
               INVALID KEY
                   PERFORM 311-ISSUE-ORIGINAL-SLIP
               NOT INVALID KEY
                   PERFORM 312-CHECK-ISSUED-SLIP
           END-READ.

      * Adds one term's months and, when its fees fall in the year,
      * its eligible tuition to the slip - the original charge less
      * withdrawal credits, adjustments and what a sponsor paid,
      * never below nothing
       310-ADD-TERM-TO-SLIP.
           MOVE TW-START-DATE TO TERM-START-DATE.
           MOVE ZERO TO TERM-MONTHS.
           MOVE ZERO TO TERM-ELIGIBLE.
           MOVE ZERO TO TERM-SPONSORED.
           PERFORM 409-MARK-ONE-MONTH
               VARYING MONTH-STEP FROM ZERO BY 1
                   UNTIL MONTH-STEP = TERM-LENGTH-MONTHS.
           IF TW-FEES-IN-YEAR
               COMPUTE TERM-CHARGE = TW-TUITION-OWED + TW-HISTORY-NET
               IF TERM-CHARGE < ZERO
                   MOVE ZERO TO TERM-CHARGE
               END-IF
               MOVE TW-SPONSORED-AMOUNT TO TERM-SPONSORED
               IF TERM-SPONSORED > TERM-CHARGE
                   MOVE TERM-CHARGE TO TERM-SPONSORED
               END-IF
               COMPUTE TERM-ELIGIBLE = TERM-CHARGE
                   - TW-ADJUSTED-AMOUNT - TW-WITHDRAWN-AMOUNT
                   - TERM-SPONSORED
               IF TERM-ELIGIBLE < ZERO
                   MOVE ZERO TO TERM-ELIGIBLE
               END-IF
               ADD TERM-ELIGIBLE TO STUDENT-ELIGIBLE
               ADD TERM-SPONSORED TO STUDENT-SPONSORED
           ELSE
               SET PRIOR-YEAR-TERM-ON-SLIP TO TRUE
           END-IF.
           IF SLIP-TERM-COUNT < 12
               ADD 1 TO SLIP-TERM-COUNT
               MOVE TW-TERM TO SLIP-TERM-CODE(SLIP-TERM-COUNT)
               MOVE TW-START-DATE TO
                   SLIP-TERM-START-DATE(SLIP-TERM-COUNT)
               MOVE TERM-MONTHS TO SLIP-TERM-MONTHS(SLIP-TERM-COUNT)
               MOVE TERM-ELIGIBLE TO
                   SLIP-TERM-ELIGIBLE(SLIP-TERM-COUNT)
               MOVE TERM-SPONSORED TO
                   SLIP-TERM-SPONSORED(SLIP-TERM-COUNT)
               MOVE TW-FEES-SWITCH TO
                   SLIP-TERM-FEES-SWITCH(SLIP-TERM-COUNT)
           END-IF.

      * Issues the student's first slip for the year - recorded on
      * the slip file, printed and put on the return; a student with
      * no eligible tuition gets no slip
       311-ISSUE-ORIGINAL-SLIP.
           IF STUDENT-ELIGIBLE = ZERO
               ADD 1 TO NO-ELIGIBLE-COUNT
           ELSE
               MOVE TAX-YEAR TO SLIP-TAX-YEAR
               MOVE CURRENT-STUDENT-NUMBER TO SLIP-STUDENT-NUMBER
               MOVE CURRENT-STUDENT-NAME TO SLIP-STUDENT-NAME
               SET SLIP-ORIGINAL TO TRUE
               MOVE ZERO TO SLIP-AMENDMENT-NUMBER
               MOVE RUN-DATE TO SLIP-ISSUE-DATE
               MOVE STUDENT-ELIGIBLE TO SLIP-ELIGIBLE-AMOUNT
               MOVE STUDENT-SPONSORED TO SLIP-SPONSOR-AMOUNT
               MOVE STUDENT-MONTHS TO SLIP-MONTHS
               MOVE RUN-DATE TO SLIP-ORIGINAL-ISSUE-DATE
               MOVE STUDENT-ELIGIBLE TO SLIP-ORIGINAL-ELIGIBLE
               MOVE STUDENT-MONTHS TO SLIP-ORIGINAL-MONTHS
               WRITE TAX-SLIP-RECORD
                   INVALID KEY
                       PERFORM 412-PRINT-FAILED-SLIP
                   NOT INVALID KEY
                       ADD 1 TO ORIGINAL-SLIP-COUNT
                       ADD STUDENT-ELIGIBLE TO ORIGINAL-SLIP-TOTAL
                       PERFORM 313-DELIVER-SLIP
               END-WRITE
           END-IF.

      * Compares the slip on file with the figures worked out now;
      * changed figures reissue it as the next amendment, keeping
      * the original's date and figures on the record
       312-CHECK-ISSUED-SLIP.
           IF SLIP-ELIGIBLE-AMOUNT = STUDENT-ELIGIBLE
                   AND SLIP-SPONSOR-AMOUNT = STUDENT-SPONSORED
                   AND SLIP-MONTHS = STUDENT-MONTHS
               ADD 1 TO UNCHANGED-COUNT
           ELSE
               MOVE SLIP-ISSUE-DATE TO PREVIOUS-ISSUE-DATE
               MOVE SLIP-ELIGIBLE-AMOUNT TO PREVIOUS-ELIGIBLE
               MOVE SLIP-MONTHS TO PREVIOUS-MONTHS
               SET SLIP-AMENDED TO TRUE
               ADD 1 TO SLIP-AMENDMENT-NUMBER
               MOVE CURRENT-STUDENT-NAME TO SLIP-STUDENT-NAME
               MOVE RUN-DATE TO SLIP-ISSUE-DATE
               MOVE STUDENT-ELIGIBLE TO SLIP-ELIGIBLE-AMOUNT
               MOVE STUDENT-SPONSORED TO SLIP-SPONSOR-AMOUNT
               MOVE STUDENT-MONTHS TO SLIP-MONTHS
               REWRITE TAX-SLIP-RECORD
                   INVALID KEY
                       PERFORM 412-PRINT-FAILED-SLIP
                   NOT INVALID KEY
                       ADD 1 TO AMENDED-SLIP-COUNT
                       ADD STUDENT-ELIGIBLE TO AMENDED-SLIP-TOTAL
                       PERFORM 313-DELIVER-SLIP
               END-REWRITE
           END-IF.

      * Prints the slip just recorded, lists it on the run report
      * and puts it on the return
       313-DELIVER-SLIP.
           PERFORM 410-PRINT-SLIP.
           PERFORM 411-PRINT-DETAIL-LINE.
           MOVE SPACES TO RETURN-RECORD-OUT.
           SET RET-DETAIL-RECORD TO TRUE.
           IF SLIP-AMENDED
               SET RET-AMENDED-SLIP TO TRUE
           ELSE
               SET RET-ORIGINAL-SLIP TO TRUE
           END-IF.
           MOVE SLIP-STUDENT-NUMBER TO RET-STUDENT-NUMBER.
           MOVE SLIP-STUDENT-NAME TO RET-STUDENT-NAME.
           MOVE SLIP-ELIGIBLE-AMOUNT TO RET-ELIGIBLE-AMOUNT.
           MOVE SLIP-MONTHS TO RET-MONTHS.
           WRITE RETURN-RECORD-OUT.
           ADD 1 TO RETURN-SLIP-COUNT.
           ADD SLIP-ELIGIBLE-AMOUNT TO RETURN-ELIGIBLE-TOTAL.
           ADD SLIP-MONTHS TO RETURN-MONTHS-TOTAL.

      * Writes the return trailer with the slip counts and the
      * control totals the tax authority proves the file against
       314-WRITE-RETURN-TRAILER.
           MOVE SPACES TO RETURN-RECORD-OUT.
           SET RET-TRAILER-RECORD TO TRUE.
           MOVE RETURN-SLIP-COUNT TO RET-SLIP-COUNT.
           MOVE ORIGINAL-SLIP-COUNT TO RET-ORIGINAL-COUNT.
           MOVE AMENDED-SLIP-COUNT TO RET-AMENDED-COUNT.
           MOVE RETURN-ELIGIBLE-TOTAL TO RET-ELIGIBLE-TOTAL.
           MOVE RETURN-MONTHS-TOTAL TO RET-MONTHS-TOTAL.
           WRITE RETURN-RECORD-OUT.

      * Reads the next master record in key order
       401-READ-STUDENT-RECORD.
           READ STUDENT-FILE-OUT NEXT RECORD.

      * Starts a new report page - page and column headings, line
      * count reset
       402-PRINT-PAGE-HEADERS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL-PAGE-NUMBER.
           MOVE TAX-YEAR TO HL-TAX-YEAR.
           MOVE RUN-DATE TO HL-RUN-DATE.
           IF PAGE-COUNT = 1
               WRITE PRINT-LINE FROM HEADING-LINE-1
           ELSE
               WRITE PRINT-LINE FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2.
           MOVE ZERO TO LINE-COUNT.

      * Prints the terms gathered, the slips issued, amended and
      * left standing, and the terms that could not be placed for
      * want of a calendar entry
       403-PRINT-TOTALS.
           MOVE "TERMS FROM THE MASTER IN THE YEAR" TO TL-LABEL.
           MOVE MASTER-TERMS-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE "TERMS FROM THE ARCHIVE IN THE YEAR" TO TL-LABEL.
           MOVE ARCHIVE-TERMS-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "ARCHIVED TERMS ALSO ON THE MASTER" TO TL-LABEL.
           MOVE DUPLICATE-TERMS-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "STUDENTS WITH TERMS IN THE YEAR" TO TL-LABEL.
           MOVE STUDENTS-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "STUDENTS WITH NO ELIGIBLE TUITION" TO TL-LABEL.
           MOVE NO-ELIGIBLE-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "ORIGINAL SLIPS ISSUED" TO TL-LABEL.
           MOVE ORIGINAL-SLIP-COUNT TO TL-COUNT.
           MOVE ORIGINAL-SLIP-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "AMENDED SLIPS ISSUED" TO TL-LABEL.
           MOVE AMENDED-SLIP-COUNT TO TL-COUNT.
           MOVE AMENDED-SLIP-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "SLIPS ALREADY ISSUED - UNCHANGED" TO TL-LABEL.
           MOVE UNCHANGED-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "SLIPS NOT RECORDED" TO TL-LABEL.
           MOVE FAILED-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE "SLIPS ON THE INFORMATION RETURN" TO TL-LABEL.
           MOVE RETURN-SLIP-COUNT TO TL-COUNT.
           MOVE RETURN-ELIGIBLE-TOTAL TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1.
           IF MISSING-TERM-COUNT > ZERO
               MOVE "TERMS NOT ON THE TERM CALENDAR - NOT COUNTED"
                   TO PRINT-LINE
               WRITE PRINT-LINE
                   AFTER ADVANCING 2
               PERFORM 413-PRINT-ONE-MISSING-TERM
                   VARYING MISSING-TERM-SUB FROM 1 BY 1
                       UNTIL MISSING-TERM-SUB > MISSING-TERM-COUNT
           END-IF.
           IF MISSING-OVERFLOW-COUNT > ZERO
               MOVE "RECORDS OF FURTHER TERMS NOT LISTED" TO TL-LABEL
               MOVE MISSING-OVERFLOW-COUNT TO TL-COUNT
               MOVE ZERO TO TL-AMOUNT
               WRITE PRINT-LINE FROM TOTAL-LINE
                   AFTER ADVANCING 1
           END-IF.

      * Counts a record whose term is not on the calendar against
      * that term, starting a new entry the first time it is seen
       404-NOTE-MISSING-TERM.
           ADD 1 TO MISSING-TERMS-COUNT.
           MOVE 1 TO MISSING-TERM-SUB.
           PERFORM 414-STEP-MISSING-TERM-SEARCH
               UNTIL MISSING-TERM-SUB > MISSING-TERM-COUNT
                   OR MISSING-TERM(MISSING-TERM-SUB) =
                       CANDIDATE-TERM.
           EVALUATE TRUE
               WHEN MISSING-TERM-SUB NOT > MISSING-TERM-COUNT
                   ADD 1 TO MISSING-RECORD-COUNT(MISSING-TERM-SUB)
               WHEN MISSING-TERM-COUNT = 100
                   ADD 1 TO MISSING-OVERFLOW-COUNT
               WHEN OTHER
                   ADD 1 TO MISSING-TERM-COUNT
                   MOVE CANDIDATE-TERM TO
                       MISSING-TERM(MISSING-TERM-COUNT)
                   MOVE 1 TO MISSING-RECORD-COUNT(MISSING-TERM-COUNT)
           END-EVALUATE.

      * Writes the term to the work file and counts where it came
      * from; the master's copy is loaded first, so a duplicate is
      * always the archive's
       405-WRITE-WORK-RECORD.
           WRITE TAX-WORK-RECORD
               INVALID KEY
                   ADD 1 TO DUPLICATE-TERMS-COUNT
               NOT INVALID KEY
                   IF CANDIDATE-FROM-MASTER
                       ADD 1 TO MASTER-TERMS-COUNT
                   ELSE
                       ADD 1 TO ARCHIVE-TERMS-COUNT
                   END-IF
           END-WRITE.

      * Nets one history entry the way the statement nets it - money
      * that came off the balance added back, money put on taken off
      * and agency recoveries passed over - so the balance plus the
      * net is the original charge; a correction keyed to the balance
      * restates the charge itself, so it is passed over too and the
      * corrected charge stands as billed; adjustments, withdrawal
      * credits and sponsor payments are also totalled on their own
      * to come off the eligible tuition
       406-APPLY-ONE-HISTORY-ENTRY.
           EVALUATE TRUE
               WHEN PAYHIST-RECOVERY
                       OR PAYHIST-CORRECTION-UP
                       OR PAYHIST-CORRECTION-DOWN
                   CONTINUE
               WHEN PAYHIST-NSF-REVERSAL
                       OR PAYHIST-NSF-FEE
                       OR PAYHIST-REFUND
                       OR PAYHIST-LATE-FEE
                   SUBTRACT PAYHIST-AMOUNT-PAID FROM TW-HISTORY-NET
               WHEN OTHER
                   ADD PAYHIST-AMOUNT-PAID TO TW-HISTORY-NET
           END-EVALUATE.
           EVALUATE TRUE
               WHEN PAYHIST-ADJUSTMENT
                   ADD PAYHIST-AMOUNT-PAID TO TW-ADJUSTED-AMOUNT
               WHEN PAYHIST-WITHDRAWAL-CREDIT
                   ADD PAYHIST-AMOUNT-PAID TO TW-WITHDRAWN-AMOUNT
               WHEN PAYHIST-SPONSOR-PAYMENT
                   ADD PAYHIST-AMOUNT-PAID TO TW-SPONSORED-AMOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Reads the next term of the year in student order
       407-READ-NEXT-WORK-RECORD.
           READ WORK-FILE NEXT RECORD.

      * Clears one month of the student's enrollment
       408-CLEAR-ONE-MONTH.
           MOVE "N" TO MONTH-ENROLLED-FLAG(MONTH-NUMBER).

      * Counts one month of the term when it falls in the tax year,
      * adding it to the student's months only the first time, so
      * terms that share a month do not count it twice
       409-MARK-ONE-MONTH.
           COMPUTE MONTH-NUMBER = TERM-START-MONTH + MONTH-STEP.
           MOVE TERM-START-YEAR TO MONTH-YEAR.
           IF MONTH-NUMBER > 12
               SUBTRACT 12 FROM MONTH-NUMBER
               ADD 1 TO MONTH-YEAR
           END-IF.
           IF MONTH-YEAR = TAX-YEAR
               ADD 1 TO TERM-MONTHS
               IF MONTH-ENROLLED-FLAG(MONTH-NUMBER) NOT = "Y"
                   MOVE "Y" TO MONTH-ENROLLED-FLAG(MONTH-NUMBER)
                   ADD 1 TO STUDENT-MONTHS
               END-IF
           END-IF.

      * Prints the slip on a page of its own - marked as an amendment
      * of the original with the figures reported before when it is
      * one
       410-PRINT-SLIP.
           MOVE TAX-YEAR TO SH-TAX-YEAR.
           IF SLIP-AMENDED
               MOVE SPACES TO SH-SLIP-TYPE
               STRING "AMENDED SLIP NO. " DELIMITED BY SIZE
                   SLIP-AMENDMENT-NUMBER DELIMITED BY SIZE
                   INTO SH-SLIP-TYPE
               END-STRING
           ELSE
               MOVE "ORIGINAL" TO SH-SLIP-TYPE
           END-IF.
           MOVE SLIP-ISSUE-DATE TO UNEDITED-DATE.
           PERFORM 416-EDIT-DATE.
           MOVE EDITED-DATE TO SS-ISSUE-DATE.
           MOVE SLIP-STUDENT-NUMBER TO SL-STUDENT-NUMBER.
           MOVE SLIP-STUDENT-NAME TO SL-STUDENT-NAME.
           WRITE SLIP-PRINT-LINE FROM SLIP-HEADING-LINE
               AFTER ADVANCING PAGE.
           WRITE SLIP-PRINT-LINE FROM SLIP-STAMP-LINE
               AFTER ADVANCING 2.
           WRITE SLIP-PRINT-LINE FROM SLIP-STUDENT-LINE
               AFTER ADVANCING 2.
           WRITE SLIP-PRINT-LINE FROM SLIP-COLUMN-LINE
               AFTER ADVANCING 2.
           PERFORM 415-PRINT-ONE-SLIP-TERM
               VARYING SLIP-TERM-SUB FROM 1 BY 1
                   UNTIL SLIP-TERM-SUB > SLIP-TERM-COUNT.
           MOVE SLIP-MONTHS TO STL-MONTHS.
           MOVE SLIP-ELIGIBLE-AMOUNT TO STL-ELIGIBLE.
           MOVE SLIP-SPONSOR-AMOUNT TO STL-SPONSORED.
           WRITE SLIP-PRINT-LINE FROM SLIP-TOTAL-LINE
               AFTER ADVANCING 2.
           IF SLIP-SPONSOR-AMOUNT > ZERO
               WRITE SLIP-PRINT-LINE FROM SLIP-SPONSOR-NOTE-LINE
                   AFTER ADVANCING 2
           END-IF.
           IF PRIOR-YEAR-TERM-ON-SLIP
               WRITE SLIP-PRINT-LINE FROM SLIP-PRIOR-YEAR-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
           IF SLIP-AMENDED
               MOVE SLIP-ORIGINAL-ISSUE-DATE TO UNEDITED-DATE
               PERFORM 416-EDIT-DATE
               MOVE EDITED-DATE TO SA-ORIGINAL-DATE
               WRITE SLIP-PRINT-LINE FROM SLIP-AMENDS-LINE
                   AFTER ADVANCING 2
               MOVE "ORIGINALLY REPORTED - ELIGIBLE" TO
                   SR-REPORTED-LABEL
               MOVE SLIP-ORIGINAL-ELIGIBLE TO SR-ELIGIBLE
               MOVE SLIP-ORIGINAL-MONTHS TO SR-MONTHS
               WRITE SLIP-PRINT-LINE FROM SLIP-REPORTED-LINE
                   AFTER ADVANCING 1
               IF SLIP-AMENDMENT-NUMBER > 1
                   MOVE PREVIOUS-ISSUE-DATE TO UNEDITED-DATE
                   PERFORM 416-EDIT-DATE
                   MOVE SPACES TO SR-REPORTED-LABEL
                   STRING "LAST REPORTED " DELIMITED BY SIZE
                       EDITED-DATE DELIMITED BY SIZE
                       " - ELIGIBLE" DELIMITED BY SIZE
                       INTO SR-REPORTED-LABEL
                   END-STRING
                   MOVE PREVIOUS-ELIGIBLE TO SR-ELIGIBLE
                   MOVE PREVIOUS-MONTHS TO SR-MONTHS
                   WRITE SLIP-PRINT-LINE FROM SLIP-REPORTED-LINE
                       AFTER ADVANCING 1
               END-IF
           END-IF.

      * Prints one slip on the run report, breaking to a new page
      * first when the current page is full
       411-PRINT-DETAIL-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 402-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SLIP-STUDENT-NUMBER TO DL-STUDENT-NUMBER.
           MOVE SLIP-STUDENT-NAME TO DL-STUDENT-NAME.
           MOVE SLIP-MONTHS TO DL-MONTHS.
           MOVE SLIP-ELIGIBLE-AMOUNT TO DL-ELIGIBLE.
           MOVE SLIP-SPONSOR-AMOUNT TO DL-SPONSORED.
           MOVE SPACES TO DL-NOTE.
           IF SLIP-AMENDED
               MOVE SPACES TO DL-SLIP-TYPE
               STRING "AMENDED NO. " DELIMITED BY SIZE
                   SLIP-AMENDMENT-NUMBER DELIMITED BY SIZE
                   INTO DL-SLIP-TYPE
               END-STRING
               MOVE SLIP-ORIGINAL-ISSUE-DATE TO UNEDITED-DATE
               PERFORM 416-EDIT-DATE
               STRING "AMENDS SLIP FIRST ISSUED " DELIMITED BY SIZE
                   EDITED-DATE DELIMITED BY SIZE
                   INTO DL-NOTE
               END-STRING
           ELSE
               MOVE "ORIGINAL" TO DL-SLIP-TYPE
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

      * Lists a slip the slip file would not take, so it can be
      * issued by a rerun once the file is put right
       412-PRINT-FAILED-SLIP.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 402-PRINT-PAGE-HEADERS
           END-IF.
           ADD 1 TO FAILED-COUNT.
           MOVE CURRENT-STUDENT-NUMBER TO DL-STUDENT-NUMBER.
           MOVE CURRENT-STUDENT-NAME TO DL-STUDENT-NAME.
           MOVE "NOT ISSUED" TO DL-SLIP-TYPE.
           MOVE STUDENT-MONTHS TO DL-MONTHS.
           MOVE STUDENT-ELIGIBLE TO DL-ELIGIBLE.
           MOVE STUDENT-SPONSORED TO DL-SPONSORED.
           MOVE "SLIP FILE WRITE FAILED - RERUN" TO DL-NOTE.
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

      * Prints one term missing from the calendar with its records
       413-PRINT-ONE-MISSING-TERM.
           MOVE MISSING-TERM(MISSING-TERM-SUB) TO ML-TERM.
           MOVE MISSING-RECORD-COUNT(MISSING-TERM-SUB) TO
               ML-RECORD-COUNT.
           WRITE PRINT-LINE FROM MISSING-TERM-LINE
               AFTER ADVANCING 1.

      * Steps the missing-term search on to the next entry
       414-STEP-MISSING-TERM-SEARCH.
           ADD 1 TO MISSING-TERM-SUB.

      * Prints one of the slip's terms, marking a term whose fees
      * went on the prior year's slip
       415-PRINT-ONE-SLIP-TERM.
           MOVE SLIP-TERM-CODE(SLIP-TERM-SUB) TO ST-TERM.
           MOVE SLIP-TERM-START-DATE(SLIP-TERM-SUB) TO UNEDITED-DATE.
           PERFORM 416-EDIT-DATE.
           MOVE EDITED-DATE TO ST-START-DATE.
           MOVE SLIP-TERM-MONTHS(SLIP-TERM-SUB) TO ST-MONTHS.
           MOVE SLIP-TERM-ELIGIBLE(SLIP-TERM-SUB) TO ST-ELIGIBLE.
           MOVE SLIP-TERM-SPONSORED(SLIP-TERM-SUB) TO ST-SPONSORED.
           IF SLIP-TERM-MONTHS-ONLY(SLIP-TERM-SUB)
               MOVE "*" TO ST-PRIOR-YEAR-MARK
           ELSE
               MOVE SPACE TO ST-PRIOR-YEAR-MARK
           END-IF.
           WRITE SLIP-PRINT-LINE FROM SLIP-TERM-LINE
               AFTER ADVANCING 1.

      * Edits a CCYYMMDD date for printing
       416-EDIT-DATE.
           MOVE UNEDITED-YEAR TO EDITED-YEAR.
           MOVE UNEDITED-MONTH TO EDITED-MONTH.
           MOVE UNEDITED-DAY TO EDITED-DAY.

       END PROGRAM TAXRCPT.
