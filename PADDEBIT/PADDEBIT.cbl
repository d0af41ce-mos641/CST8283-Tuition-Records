      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Build the pre-authorized debit request file for the
      *          bank ahead of the plan due dates. For every student
      *          whose debit authorization stands, each installment on
      *          PLANFILE.TXT falling due within the bank's lead time,
      *          and not already asked for, is requested for what is
      *          still unpaid on it - the amount due less what
      *          PLAN-AMOUNT-PAID already shows - drawn on its due date
      *          from the account on the authorization. The request
      *          file carries a header and a control-total trailer the
      *          way the bank's own files do, and a listing shows every
      *          installment drawn or passed over. Each authorization's
      *          drawn-through date moves on only once the whole
      *          request file is written, so a run that fails part way
      *          can simply be run again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADDEBIT.
       AUTHOR. MOSTAPHA A.
       SECURITY. NON CONFIDENTIAL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The debit authorizations, read in key order and rewritten
      * with how far each has been drawn; OPTIONAL so a shop with no
      * sign-ups yet still cuts an empty request file
           SELECT OPTIONAL AUTH-FILE
              ASSIGN TO "../PADAUTH.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PAD-STUDENT-NUMBER
                 FILE STATUS IS AUTH-FILE-STATUS.

      * The installment schedules, read by student; OPTIONAL because
      * a shop with no plans yet has no plan file
           SELECT OPTIONAL PLAN-FILE
              ASSIGN TO "../PLANFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PLAN-RECORD-KEY
                 FILE STATUS IS PLAN-FILE-STATUS.

      * The student master, read only to prove the plan's term is
      * still on file and to put the name on the listing
           SELECT STUDENT-FILE-OUT
              ASSIGN TO "../STUDENTFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS STUDENT-RECORD-KEY
                 FILE STATUS IS STUDENT-FILE-STATUS.

           SELECT REQUEST-FILE-OUT
              ASSIGN TO "../PADREQ.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS REQUEST-FILE-STATUS.

           SELECT PRINT-FILE
              ASSIGN TO "../PADDEBIT.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Define the debit authorization record
       FD AUTH-FILE.
           COPY PADAUTH.

      * Define one installment of a payment plan
       FD PLAN-FILE.
           COPY PAYPLAN.

      * Define the record read from the student master
       FD STUDENT-FILE-OUT.
           COPY STUDENT.

      * Define the debit request record sent to the bank
       FD REQUEST-FILE-OUT.
           COPY PADDEBIT.

      * Define the printed listing line
       FD PRINT-FILE.
       01 PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 AUTH-FILE-STATUS PIC X(2).
           88 AUTH-FILE-STATUS-EOF VALUE "10".
       01 PLAN-FILE-STATUS PIC X(2).
           88 PLAN-FILE-STATUS-EOF VALUE "10".
       01 STUDENT-FILE-STATUS PIC X(2).
       01 REQUEST-FILE-STATUS PIC X(2).
       01 PRINT-FILE-STATUS PIC X(2).

      * The days ahead of a due date the bank needs the request in
      * hand to draw the installment on time
       01 DEBIT-LEAD-DAYS PIC 9(3) VALUE 5.

      * Date and time of this run, and the last due date it draws
       01 RUN-IDENTIFICATION.
           05 RUN-DATE PIC 9(8).
           05 RUN-TIME PIC 9(8).
           05 WINDOW-END-DATE PIC 9(8).

      * The latest due date drawn or passed over for the student
       01 NEW-THROUGH-DATE PIC 9(8).

      * Unpaid on the installment being weighed
       01 UNPAID-AMOUNT PIC S9(6) COMP VALUE ZERO.

      * Switch showing whether the plan's term is still on the master
       01 TERM-SWITCH PIC X(1) VALUE "N".
           88 TERM-ON-FILE VALUE "Y".
           88 TERM-NOT-ON-FILE VALUE "N".

      * The drawn-through date each authorization moves on to, held
      * until the whole request file is written
       01 THROUGH-UPDATE-TABLE.
           05 THROUGH-UPDATE-COUNT PIC 9(4) COMP VALUE ZERO.
           05 THROUGH-UPDATE-SUB PIC 9(4) COMP VALUE ZERO.
           05 THROUGH-UPDATE-ENTRY OCCURS 2000 TIMES.
               10 THROUGH-STUDENT-NUMBER PIC 9(7).
               10 THROUGH-DUE-DATE PIC 9(8).

      * Switch set when the update table fills, so the students left
      * wait for the next run rather than be drawn and not recorded
       01 TABLE-FULL-SWITCH PIC X(1) VALUE "N".
           88 THROUGH-TABLE-FULL VALUE "Y".

      * Counts and dollars across the whole run
       01 RUN-TOTALS.
           05 AUTHS-DRAWN-COUNT PIC 9(5) COMP VALUE ZERO.
           05 REQUESTS-WRITTEN-COUNT PIC 9(6) COMP VALUE ZERO.
           05 REQUESTS-WRITTEN-TOTAL PIC 9(9) COMP VALUE ZERO.
           05 INSTALLMENTS-PASSED-COUNT PIC 9(5) COMP VALUE ZERO.

      * Report page and line control
       01 REPORT-CONTROL-FIELDS.
           05 PAGE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 LINE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 LINES-PER-PAGE PIC 9(3) COMP VALUE 20.

      * A CCYYMMDD date split apart and re-edited with hyphens so the
      * listing shows readable dates
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
               "PRE-AUTHORIZED DEBIT REQUESTS".
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 HL-RUN-DATE PIC X(10).
           05 FILLER PIC X(16) VALUE "  DUE THROUGH ".
           05 HL-WINDOW-DATE PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL-PAGE-NUMBER PIC ZZ9.
           05 FILLER PIC X(42) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "STU NUM".
           05 FILLER PIC X(27) VALUE "STUDENT NAME".
           05 FILLER PIC X(8) VALUE "TERM".
           05 FILLER PIC X(5) VALUE "INS".
           05 FILLER PIC X(12) VALUE "DUE DATE".
           05 FILLER PIC X(9) VALUE "AMT DUE".
           05 FILLER PIC X(10) VALUE "AMT PAID".
           05 FILLER PIC X(9) VALUE "DRAWN".
           05 FILLER PIC X(42) VALUE "NOTE".

       01 DETAIL-LINE.
           05 DL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-STUDENT-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-TERM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-INSTALLMENT PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-DUE-DATE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-AMOUNT-DUE PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-AMOUNT-PAID PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-AMOUNT-DRAWN PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-NOTE PIC X(30).
           05 FILLER PIC X(13) VALUE SPACES.

       01 COUNT-LINE.
           05 CL-COUNT-LABEL PIC X(30).
           05 CL-COUNT-VALUE PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
       100-BUILD-DEBIT-REQUESTS.
           PERFORM 201-INITIALIZE-DEBIT-RUN.
           PERFORM 202-DRAW-ONE-AUTHORIZATION
               UNTIL AUTH-FILE-STATUS-EOF
                   OR THROUGH-TABLE-FULL.
           PERFORM 203-TERMINATE-DEBIT-RUN.
           STOP RUN.

      * Stamps the run, works out the last due date the bank's lead
      * time reaches, opens the files, writes the request header and
      * the first page header, and positions at the first
      * authorization
       201-INITIALIZE-DEBIT-RUN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           COMPUTE WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RUN-DATE) + DEBIT-LEAD-DAYS).
           OPEN I-O AUTH-FILE.
           OPEN INPUT PLAN-FILE.
           OPEN INPUT STUDENT-FILE-OUT.
           OPEN OUTPUT REQUEST-FILE-OUT.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO PAD-DEBIT-RECORD.
           SET PADD-HEADER-RECORD TO TRUE.
           MOVE RUN-DATE TO PADD-FILE-DATE.
           MOVE RUN-TIME(1:6) TO PADD-FILE-TIME.
           WRITE PAD-DEBIT-RECORD.
           PERFORM 401-PRINT-PAGE-HEADERS.
           MOVE ZERO TO PAD-STUDENT-NUMBER.
           START AUTH-FILE KEY NOT < PAD-STUDENT-NUMBER
               INVALID KEY
                   SET AUTH-FILE-STATUS-EOF TO TRUE
               NOT INVALID KEY
                   PERFORM 301-READ-NEXT-AUTHORIZATION
           END-START.

      * Draws the installments coming due for one standing
      * authorization and notes how far it has now been drawn, then
      * reads the next authorization
       202-DRAW-ONE-AUTHORIZATION.
           IF PAD-AUTH-ACTIVE
               MOVE PAD-REQUESTED-THROUGH TO NEW-THROUGH-DATE
               PERFORM 302-SCAN-STUDENT-PLANS
               IF NEW-THROUGH-DATE > PAD-REQUESTED-THROUGH
                   PERFORM 303-HOLD-THROUGH-UPDATE
               END-IF
           END-IF.
           PERFORM 301-READ-NEXT-AUTHORIZATION.

      * Writes the trailer, moves each drawn authorization on now
      * that the request file is whole, prints the totals and closes
      * the files
       203-TERMINATE-DEBIT-RUN.
           MOVE SPACES TO PAD-DEBIT-RECORD.
           SET PADD-TRAILER-RECORD TO TRUE.
           MOVE REQUESTS-WRITTEN-COUNT TO PADD-ITEM-COUNT.
           MOVE REQUESTS-WRITTEN-TOTAL TO PADD-TOTAL-AMOUNT.
           WRITE PAD-DEBIT-RECORD.
           CLOSE REQUEST-FILE-OUT.
           PERFORM 304-MOVE-ONE-THROUGH-DATE
               VARYING THROUGH-UPDATE-SUB FROM 1 BY 1
                   UNTIL THROUGH-UPDATE-SUB > THROUGH-UPDATE-COUNT.
           MOVE "DEBIT REQUESTS WRITTEN:" TO CL-COUNT-LABEL.
           MOVE REQUESTS-WRITTEN-COUNT TO CL-COUNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 2.
           MOVE "TOTAL DOLLARS REQUESTED:" TO CL-COUNT-LABEL.
           MOVE REQUESTS-WRITTEN-TOTAL TO CL-COUNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 1.
           MOVE "AUTHORIZATIONS DRAWN:" TO CL-COUNT-LABEL.
           MOVE AUTHS-DRAWN-COUNT TO CL-COUNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 1.
           MOVE "INSTALLMENTS PASSED OVER:" TO CL-COUNT-LABEL.
           MOVE INSTALLMENTS-PASSED-COUNT TO CL-COUNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 1.
           CLOSE AUTH-FILE.
           CLOSE PLAN-FILE.
           CLOSE STUDENT-FILE-OUT.
           CLOSE PRINT-FILE.
           IF THROUGH-TABLE-FULL
               DISPLAY "Update table full at 2000 students - the "
                   "rest are drawn on the next run"
           END-IF.
           DISPLAY "Debit requests written: " REQUESTS-WRITTEN-COUNT.
           DISPLAY "Authorizations drawn: " AUTHS-DRAWN-COUNT.

      * Reads the next authorization in key order
       301-READ-NEXT-AUTHORIZATION.
           READ AUTH-FILE NEXT RECORD.

      * Reads the student's installments across all their plans in
      * key order, weighing each one against the window
       302-SCAN-STUDENT-PLANS.
           MOVE PAD-STUDENT-NUMBER TO PLAN-STUDENT-NUMBER.
           MOVE SPACES TO PLAN-TERM.
           MOVE ZERO TO PLAN-INSTALLMENT-NUMBER.
           START PLAN-FILE KEY NOT < PLAN-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 402-READ-NEXT-PLAN-RECORD
                   PERFORM 403-WEIGH-ONE-INSTALLMENT
                       UNTIL PLAN-FILE-STATUS-EOF
                           OR PLAN-STUDENT-NUMBER NOT =
                               PAD-STUDENT-NUMBER
           END-START.

      * Holds the authorization's new drawn-through date for the end
      * of the run; the last slot filled stops the run drawing more
       303-HOLD-THROUGH-UPDATE.
           ADD 1 TO AUTHS-DRAWN-COUNT.
           ADD 1 TO THROUGH-UPDATE-COUNT.
           MOVE PAD-STUDENT-NUMBER TO
               THROUGH-STUDENT-NUMBER(THROUGH-UPDATE-COUNT).
           MOVE NEW-THROUGH-DATE TO
               THROUGH-DUE-DATE(THROUGH-UPDATE-COUNT).
           IF THROUGH-UPDATE-COUNT = 2000
               SET THROUGH-TABLE-FULL TO TRUE
           END-IF.

      * Rewrites one drawn authorization with its new drawn-through
      * date
       304-MOVE-ONE-THROUGH-DATE.
           MOVE THROUGH-STUDENT-NUMBER(THROUGH-UPDATE-SUB) TO
               PAD-STUDENT-NUMBER.
           READ AUTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE THROUGH-DUE-DATE(THROUGH-UPDATE-SUB) TO
                       PAD-REQUESTED-THROUGH
                   REWRITE PAD-AUTH-RECORD
                       INVALID KEY
                           DISPLAY "Error rewriting authorization "
                               PAD-STUDENT-NUMBER
                   END-REWRITE
           END-READ.

      * Writes the debit request for one installment and lists it
       305-WRITE-DEBIT-REQUEST.
           MOVE SPACES TO PAD-DEBIT-RECORD.
           SET PADD-DETAIL-RECORD TO TRUE.
           MOVE PLAN-STUDENT-NUMBER TO PADD-STUDENT-NUMBER.
           MOVE PLAN-TERM TO PADD-TERM.
           MOVE PLAN-INSTALLMENT-NUMBER TO PADD-INSTALLMENT-NUMBER.
           MOVE PLAN-DUE-DATE TO PADD-DEBIT-DATE.
           MOVE UNPAID-AMOUNT TO PADD-AMOUNT.
           MOVE PAD-BANK-NUMBER TO PADD-BANK-NUMBER.
           MOVE PAD-TRANSIT-NUMBER TO PADD-TRANSIT-NUMBER.
           MOVE PAD-ACCOUNT-NUMBER TO PADD-ACCOUNT-NUMBER.
           SET PADD-RESULT-PENDING TO TRUE.
           MOVE SPACES TO PADD-RETURN-REASON.
           MOVE ZERO TO PADD-SETTLE-DATE.
           WRITE PAD-DEBIT-RECORD.
           ADD 1 TO REQUESTS-WRITTEN-COUNT.
           ADD UNPAID-AMOUNT TO REQUESTS-WRITTEN-TOTAL.
           MOVE UNPAID-AMOUNT TO DL-AMOUNT-DRAWN.
           MOVE SPACES TO DL-NOTE.
           PERFORM 405-PRINT-INSTALLMENT-LINE.

      * Starts a new page - page and column headings, line count
      * reset
       401-PRINT-PAGE-HEADERS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL-PAGE-NUMBER.
           MOVE RUN-DATE TO UNEDITED-DATE.
           PERFORM 406-EDIT-DATE.
           MOVE EDITED-DATE TO HL-RUN-DATE.
           MOVE WINDOW-END-DATE TO UNEDITED-DATE.
           PERFORM 406-EDIT-DATE.
           MOVE EDITED-DATE TO HL-WINDOW-DATE.
           IF PAGE-COUNT = 1
               WRITE PRINT-LINE FROM HEADING-LINE-1
           ELSE
               WRITE PRINT-LINE FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE PRINT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2.
           MOVE ZERO TO LINE-COUNT.

      * Reads the next installment record in key order
       402-READ-NEXT-PLAN-RECORD.
           READ PLAN-FILE NEXT RECORD.

      * Weighs one installment - one falling due after the date the
      * authorization was last drawn through and within the lead time
      * is drawn for what is still unpaid, unless nothing is or its
      * term has left the master file - then reads the next
       403-WEIGH-ONE-INSTALLMENT.
           IF PLAN-DUE-DATE > PAD-REQUESTED-THROUGH
                   AND PLAN-DUE-DATE NOT > WINDOW-END-DATE
               IF PLAN-DUE-DATE > NEW-THROUGH-DATE
                   MOVE PLAN-DUE-DATE TO NEW-THROUGH-DATE
               END-IF
               COMPUTE UNPAID-AMOUNT =
                   PLAN-AMOUNT-DUE - PLAN-AMOUNT-PAID
               PERFORM 404-READ-PLAN-TERM-RECORD
               EVALUATE TRUE
                   WHEN TERM-NOT-ON-FILE
                       MOVE ZERO TO DL-AMOUNT-DRAWN
                       MOVE "NOT DRAWN - TERM NOT ON FILE" TO DL-NOTE
                       PERFORM 405-PRINT-INSTALLMENT-LINE
                       ADD 1 TO INSTALLMENTS-PASSED-COUNT
                   WHEN UNPAID-AMOUNT NOT > ZERO
                       MOVE ZERO TO DL-AMOUNT-DRAWN
                       MOVE "NOT DRAWN - ALREADY PAID" TO DL-NOTE
                       PERFORM 405-PRINT-INSTALLMENT-LINE
                       ADD 1 TO INSTALLMENTS-PASSED-COUNT
                   WHEN OTHER
                       PERFORM 305-WRITE-DEBIT-REQUEST
               END-EVALUATE
           END-IF.
           PERFORM 402-READ-NEXT-PLAN-RECORD.

      * Reads the master record for the installment's term, for the
      * name on the listing
       404-READ-PLAN-TERM-RECORD.
           MOVE PLAN-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE PLAN-TERM TO STUDENT-TERM.
           READ STUDENT-FILE-OUT
               INVALID KEY
                   SET TERM-NOT-ON-FILE TO TRUE
                   MOVE "(NOT ON MASTER FILE)" TO DL-STUDENT-NAME
               NOT INVALID KEY
                   SET TERM-ON-FILE TO TRUE
                   MOVE STUDENT-NAME TO DL-STUDENT-NAME
           END-READ.

      * Prints one installment weighed - drawn or passed over
       405-PRINT-INSTALLMENT-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 401-PRINT-PAGE-HEADERS
           END-IF.
           MOVE PLAN-STUDENT-NUMBER TO DL-STUDENT-NUMBER.
           MOVE PLAN-TERM TO DL-TERM.
           MOVE PLAN-INSTALLMENT-NUMBER TO DL-INSTALLMENT.
           MOVE PLAN-DUE-DATE TO UNEDITED-DATE.
           PERFORM 406-EDIT-DATE.
           MOVE EDITED-DATE TO DL-DUE-DATE.
           MOVE PLAN-AMOUNT-DUE TO DL-AMOUNT-DUE.
           MOVE PLAN-AMOUNT-PAID TO DL-AMOUNT-PAID.
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

      * Re-edits the CCYYMMDD date in UNEDITED-DATE with hyphens
       406-EDIT-DATE.
           MOVE UNEDITED-YEAR TO EDITED-YEAR.
           MOVE UNEDITED-MONTH TO EDITED-MONTH.
           MOVE UNEDITED-DAY TO EDITED-DAY.

       END PROGRAM PADDEBIT.
