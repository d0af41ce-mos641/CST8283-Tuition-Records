      *          reason per line, so bad extract data never reaches
      *          the student master file. The run ends with records
      *          read/accepted/rejected counts that balance back to
      *          what the records office says they sent. Each record's
      *          program, credit hours and extra fee codes are priced
      *          off the fee-code master the same way PROJECT01 will
      *          price them, so a charge that cannot be priced is
      *          caught here rather than at the load. The term must
      *          also be one the registrar has published on the term
      *          calendar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHEDIT.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BATCH-FILE-STATUS.

      * The fee-code master every record's charge is priced against;
      * OPTIONAL so a missing master rejects every record as unpriced
      * rather than failing the open
           SELECT OPTIONAL FEE-FILE
              ASSIGN TO "../FEEFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS FEE-RECORD-KEY
                 FILE STATUS IS FEE-FILE-STATUS.

      * The term calendar each record's term must be published on;
      * OPTIONAL so a missing calendar rejects every record as an
      * unknown term rather than failing the open
           SELECT OPTIONAL CALENDAR-FILE
              ASSIGN TO "../TERMCAL.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CAL-TERM
                 FILE STATUS IS CALENDAR-FILE-STATUS.

      * Records that passed every edit, in the exact layout PROJECT01
      * bulk-loads, ready to stand in for the raw extract
           SELECT CLEAN-LOAD-FILE
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

      * Define the term calendar record
       FD CALENDAR-FILE.
           COPY TERMCAL.

      * Define the clean load record written for each accepted record
       FD CLEAN-LOAD-FILE.
       01 CLEAN-RECORD-OUT PIC X(89).

      * Define the printed error report line
       FD ERROR-REPORT-FILE.
      * Status of the last I-O operation against each file
       01 BATCH-FILE-STATUS PIC X(2).
           88 BATCH-FILE-STATUS-EOF VALUE "10".
       01 FEE-FILE-STATUS PIC X(2).
       01 CALENDAR-FILE-STATUS PIC X(2).
       01 CLEAN-LOAD-STATUS PIC X(2).
       01 ERROR-REPORT-STATUS PIC X(2).
       01 CONTROL-FILE-STATUS PIC X(2).

      * Counts reported at the end of the run, and the priced charge
      * dollars riding on the accepted records
       01 EDIT-RUN-TOTALS.
           05 RECORDS-READ-COUNT PIC 9(5) COMP VALUE ZERO.
           88 RECORD-IN-ERROR VALUE "Y".
           88 RECORD-CLEAN VALUE "N".

      * The current record's charge as priced off the fee-code master,
      * and the fee code being checked
       01 FEE-CHECK-FIELDS.
           05 RECORD-CHARGE-TOTAL PIC 9(7) COMP VALUE ZERO.
           05 CHECK-FEE-CODE PIC X(4).
           05 EXTRA-FEE-SUB PIC 9(2) COMP VALUE ZERO.
           05 PRIOR-FEE-SUB PIC 9(2) COMP VALUE ZERO.

      * Set when the fee-code master holds a rate for the fee code
      * being checked
       01 FEE-RATE-SWITCH PIC X(1) VALUE "N".
           88 FEE-RATE-FOUND VALUE "Y".
           88 FEE-RATE-NOT-FOUND VALUE "N".

      * Set when an extra fee code repeats one already on the record
       01 FEE-REPEAT-SWITCH PIC X(1) VALUE "N".
           88 FEE-CODE-REPEATED VALUE "Y".
           88 FEE-CODE-NOT-REPEATED VALUE "N".

      * A reason naming the fee code it concerns
       01 FEE-REASON-TEXT.
           05 FRT-REASON PIC X(32).
           05 FRT-FEE-CODE PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.

      * The term's season code, pulled apart for validation - the
      * extract carries terms like FALL26, a season followed by a
      * two-digit year
      * Opens the files, prints the report heading and primes the read
       201-INITIALIZE-EDIT.
           OPEN INPUT BATCH-INPUT-FILE.
           OPEN INPUT FEE-FILE.
           OPEN INPUT CALENDAR-FILE.
           OPEN OUTPUT CLEAN-LOAD-FILE.
           OPEN OUTPUT ERROR-REPORT-FILE.
           WRITE ERROR-PRINT-LINE FROM ERROR-HEADING-LINE.
           PERFORM 302-VALIDATE-BATCH-RECORD.
           IF RECORD-CLEAN
               ADD 1 TO RECORDS-ACCEPTED-COUNT
               ADD RECORD-CHARGE-TOTAL TO ACCEPTED-TUITION-TOTAL
               PERFORM 303-WRITE-CLEAN-RECORD
           ELSE
               ADD 1 TO RECORDS-REJECTED-COUNT
           DISPLAY "Records accepted: " RECORDS-ACCEPTED-COUNT.
           DISPLAY "Records rejected: " RECORDS-REJECTED-COUNT.
           CLOSE BATCH-INPUT-FILE.
           CLOSE FEE-FILE.
           CLOSE CALENDAR-FILE.
           CLOSE CLEAN-LOAD-FILE.
           CLOSE ERROR-REPORT-FILE.
           PERFORM 304-WRITE-CONTROL-RECORD.
           READ BATCH-INPUT-FILE.

      * Runs every field edit against the current record; each edit
      * that fails writes its own reason line on the error report.
      * The charge is only priced once the program and credit hours
      * have passed their own edits.
       302-VALIDATE-BATCH-RECORD.
           SET RECORD-CLEAN TO TRUE.
           MOVE ZERO TO RECORD-CHARGE-TOTAL.
           PERFORM 401-CHECK-STUDENT-NUMBER.
           PERFORM 402-CHECK-STUDENT-NAME.
           PERFORM 403-CHECK-PROGRAM-AND-HOURS.
           PERFORM 404-CHECK-STUDENT-TERM.
           PERFORM 405-CHECK-DUE-DATE.
           IF BATCH-PROGRAM-CODE NOT = SPACES
                   AND BATCH-CREDIT-HOURS IS NUMERIC
               PERFORM 409-CHECK-FEE-CODES
           END-IF.

      * Writes the record that passed every edit to the clean load
      * file unchanged
               PERFORM 406-WRITE-ERROR-LINE
           END-IF.

      * The program code must not be blank and the credit hours must
      * be all digits
       403-CHECK-PROGRAM-AND-HOURS.
           IF BATCH-PROGRAM-CODE = SPACES
               MOVE "PROGRAM CODE IS BLANK" TO EL-REASON
               PERFORM 406-WRITE-ERROR-LINE
           END-IF.
           IF BATCH-CREDIT-HOURS IS NOT NUMERIC
               MOVE "CREDIT HOURS NOT NUMERIC" TO EL-REASON
               PERFORM 406-WRITE-ERROR-LINE
           END-IF.

      * The term must be a known season code followed by a two-digit
      * year, the same FALL26 style the rest of the system carries,
      * and a well-formed term must be on the term calendar
       404-CHECK-STUDENT-TERM.
           MOVE BATCH-STUDENT-TERM(1:4) TO TERM-SEASON.
           MOVE BATCH-STUDENT-TERM(5:2) TO TERM-YEAR.
                   OR TERM-YEAR IS NOT NUMERIC
               MOVE "TERM CODE NOT VALID" TO EL-REASON
               PERFORM 406-WRITE-ERROR-LINE
           ELSE
               MOVE BATCH-STUDENT-TERM TO CAL-TERM
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE "TERM NOT ON TERM CALENDAR" TO EL-REASON
                       PERFORM 406-WRITE-ERROR-LINE
               END-READ
           END-IF.

      * The due date must be numeric and a real calendar date
               END-IF
           END-IF.

      * Prices the record off the fee-code master the way PROJECT01
      * will - the program's tuition under fee code TUIT and each
      * extra fee code must carry a rate for the term, a per-credit-
      * hour fee needs credit hours, no fee code may appear twice and
      * the total must fit the master record
       409-CHECK-FEE-CODES.
           MOVE "TUIT" TO CHECK-FEE-CODE.
           PERFORM 410-CHECK-ONE-FEE-CODE.
           PERFORM 411-CHECK-ONE-EXTRA-FEE
               VARYING EXTRA-FEE-SUB FROM 1 BY 1
                   UNTIL EXTRA-FEE-SUB > 5.
           IF RECORD-CHARGE-TOTAL > 99999
               MOVE "PRICED CHARGE OVER 99,999" TO EL-REASON
               PERFORM 406-WRITE-ERROR-LINE
           END-IF.

      * Looks one fee code up under the record's program, then under
      * ALL for a fee every program pays, and adds its price into the
      * record's charge
       410-CHECK-ONE-FEE-CODE.
           SET FEE-RATE-NOT-FOUND TO TRUE.
           MOVE BATCH-PROGRAM-CODE TO FEE-PROGRAM-CODE.
           PERFORM 412-READ-FEE-RATE.
           IF FEE-RATE-NOT-FOUND
               MOVE "ALL" TO FEE-PROGRAM-CODE
               PERFORM 412-READ-FEE-RATE
           END-IF.
           MOVE CHECK-FEE-CODE TO FRT-FEE-CODE.
           EVALUATE TRUE
               WHEN FEE-RATE-NOT-FOUND
                   MOVE "NO RATE ON FEE MASTER FOR FEE" TO FRT-REASON
                   MOVE FEE-REASON-TEXT TO EL-REASON
                   PERFORM 406-WRITE-ERROR-LINE
               WHEN FEE-PER-CREDIT-HOUR
                       AND BATCH-CREDIT-HOURS = ZERO
                   MOVE "CREDIT HOURS NEEDED FOR FEE" TO FRT-REASON
                   MOVE FEE-REASON-TEXT TO EL-REASON
                   PERFORM 406-WRITE-ERROR-LINE
               WHEN FEE-PER-CREDIT-HOUR
                   COMPUTE RECORD-CHARGE-TOTAL = RECORD-CHARGE-TOTAL
                       + FEE-RATE-AMOUNT * BATCH-CREDIT-HOURS
               WHEN OTHER
                   ADD FEE-RATE-AMOUNT TO RECORD-CHARGE-TOTAL
           END-EVALUATE.

      * Checks one of the extra fee codes when one was given - it may
      * not repeat the tuition code or an earlier extra code, and it
      * must price
       411-CHECK-ONE-EXTRA-FEE.
           IF BATCH-EXTRA-FEE-CODE(EXTRA-FEE-SUB) NOT = SPACES
               MOVE BATCH-EXTRA-FEE-CODE(EXTRA-FEE-SUB) TO
                   CHECK-FEE-CODE
               SET FEE-CODE-NOT-REPEATED TO TRUE
               IF CHECK-FEE-CODE = "TUIT"
                   SET FEE-CODE-REPEATED TO TRUE
               END-IF
               PERFORM 413-COMPARE-PRIOR-FEE-CODE
                   VARYING PRIOR-FEE-SUB FROM 1 BY 1
                       UNTIL PRIOR-FEE-SUB NOT < EXTRA-FEE-SUB
               IF FEE-CODE-REPEATED
                   MOVE CHECK-FEE-CODE TO FRT-FEE-CODE
                   MOVE "FEE CODE REPEATED ON RECORD" TO FRT-REASON
                   MOVE FEE-REASON-TEXT TO EL-REASON
                   PERFORM 406-WRITE-ERROR-LINE
               ELSE
                   PERFORM 410-CHECK-ONE-FEE-CODE
               END-IF
           END-IF.

      * Reads the fee-code master for the fee code being checked
      * under the program code already moved to the key
       412-READ-FEE-RATE.
           MOVE BATCH-STUDENT-TERM TO FEE-TERM.
           MOVE CHECK-FEE-CODE TO FEE-CODE.
           READ FEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FEE-RATE-FOUND TO TRUE
           END-READ.

      * Notes when the extra fee code being checked repeats one
      * earlier on the record
       413-COMPARE-PRIOR-FEE-CODE.
           IF BATCH-EXTRA-FEE-CODE(PRIOR-FEE-SUB) = CHECK-FEE-CODE
               SET FEE-CODE-REPEATED TO TRUE
           END-IF.

       END PROGRAM BATCHEDIT.
