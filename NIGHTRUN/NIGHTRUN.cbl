      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Night-run driver - walks the operator through the batch
      *          window's steps in their required order, proving each
      *          step's outcome off the evidence it leaves behind (its
      *          BATCHCTL.TXT control record, the payment apply
      *          checkpoint trail, the export trailer) before clearing
      *          the next step to run. LOCKBOX is skipped when the
      *          checkpoint trail ends on an active entry, and the
      *          stream halts with a clear message when a step fails -
      *          including holding GLEXPORT back when the balancing
      *          proof came out of balance, and proving the daily
      *          journal's trailer balances before the night closes. On
      *          the first night of the month the late-payment fee
      *          assessment runs after the payment apply step. The apply
      *          step also logs the day's front-counter receipts - what
      *          the cashiers took, summed across every shift that
      *          closed that day, and what PAYAPPLY applied off the
      *          counter queue - and warns when money was receipted at
      *          the counter but none of it was applied. Every step's
      *          start, finish and movement is stamped on the run log,
      *          so an out-of-order night can no longer happen quietly.
      *          The account integrity check closes the night, and the
      *          operator is warned - the night is not halted - when it
      *          finds the file has drifted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTRUN.
      * The date this night run covers - only evidence stamped with
      * it proves a step ran tonight
       01 RUN-DATE PIC 9(8).
       01 RUN-DATE-PARTS REDEFINES RUN-DATE.
           05 RUN-YEAR-MONTH PIC 9(6).
           05 RUN-DAY PIC 9(2).

      * The day of the month the late-payment fee assessment is due;
      * on any other night the step is passed over unless the
      * operator has already run it today
       01 LATE-FEE-RUN-DAY PIC 9(2) VALUE 1.

      * Set when a step fails; every later step is held back
       01 STREAM-HALT-SWITCH PIC X(1) VALUE "N".
      * The clock time stamped on each log line
       01 STAMP-TIME PIC 9(8).

      * What the cashiers receipted at the counter today, kept while
      * the apply step's counter movement is looked for
       01 COUNTER-CHECK-FIELDS.
           05 COUNTER-TAKEN-SWITCH PIC X(1) VALUE "N".
               88 COUNTER-RECEIPTS-TAKEN VALUE "Y".
           05 COUNTER-TAKEN-COUNT PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       100-DRIVE-NIGHT-RUN.
           PERFORM 201-INITIALIZE-DRIVER.
               PERFORM 205-RUN-PAYAPPLY-STEP
           END-IF.
           IF NOT STREAM-HALTED
               PERFORM 206-RUN-LATEFEE-STEP
           END-IF.
           IF NOT STREAM-HALTED
               PERFORM 207-RUN-HOLDUPDT-STEP
           END-IF.
           IF NOT STREAM-HALTED
               PERFORM 208-RUN-BALRPT-STEP
           END-IF.
           IF NOT STREAM-HALTED
               PERFORM 209-RUN-GLEXPORT-STEP
           END-IF.
           IF NOT STREAM-HALTED
               PERFORM 210-RUN-GLJRNL-STEP
           END-IF.
           IF NOT STREAM-HALTED
               PERFORM 211-RUN-INTEGCHK-STEP
           END-IF.
           PERFORM 212-TERMINATE-DRIVER.
           STOP RUN.

      * Opens the run log and stamps the night's start
                       DISPLAY "Note - " LAST-REJECTED-COUNT
                           " payments went to suspense"
                   END-IF
                   PERFORM 305-CHECK-COUNTER-MOVEMENT
           END-EVALUATE.

      * The monthly late-fee assessment follows the apply step so
      * tonight's payments count before any balance is judged late;
      * on its night it must leave a control record, and on other
      * nights it is passed over - though a run the operator made
      * today is still logged with its movement
       206-RUN-LATEFEE-STEP.
           MOVE "LATEFEE" TO EXPECTED-JOB-NAME.
           IF RUN-DAY = LATE-FEE-RUN-DAY
               PERFORM 402-LOG-STEP-START
               DISPLAY "Step 5 - late-fee night: run LATEFEE now, "
                   "then press ENTER"
               ACCEPT OPERATOR-REPLY
               PERFORM 301-FIND-CONTROL-RECORD
               IF CONTROL-FOUND
                   PERFORM 403-LOG-STEP-FINISH
               ELSE
                   MOVE "LEFT NO CONTROL RECORD FOR TODAY" TO
                       LGL-TEXT
                   PERFORM 404-HALT-STREAM
               END-IF
           ELSE
               PERFORM 301-FIND-CONTROL-RECORD
               IF CONTROL-FOUND
                   PERFORM 403-LOG-STEP-FINISH
               ELSE
                   MOVE EXPECTED-JOB-NAME TO LGL-STEP-NAME
                   MOVE "SKIPPED - NOT THE MONTHLY ASSESSMENT NIGHT"
                       TO LGL-TEXT
                   MOVE ZERO TO LGL-COUNT
                   MOVE ZERO TO LGL-AMOUNT
                   PERFORM 401-WRITE-LOG-LINE
               END-IF
               DISPLAY "Step 5 - LATEFEE not due tonight"
           END-IF.

      * The hold update follows the apply step so tonight's payments
      * release tonight's holds
       207-RUN-HOLDUPDT-STEP.
           MOVE "HOLDUPDT" TO EXPECTED-JOB-NAME.
           PERFORM 402-LOG-STEP-START.
           DISPLAY "Step 6 - run HOLDUPDT now, then press ENTER".
           ACCEPT OPERATOR-REPLY.
           PERFORM 301-FIND-CONTROL-RECORD.
           IF CONTROL-FOUND

      * The balancing proof must run - and prove - before the export
      * overwrites the opening position it reads from
       208-RUN-BALRPT-STEP.
           MOVE "BALRPT" TO EXPECTED-JOB-NAME.
           PERFORM 402-LOG-STEP-START.
           DISPLAY "Step 7 - run BALRPT now, then press ENTER".
           ACCEPT OPERATOR-REPLY.
           PERFORM 301-FIND-CONTROL-RECORD.
           EVALUATE TRUE
      * whole, but the trailer is undated and last night's export
      * always has one - only the export's own control record stamped
      * with tonight's date proves it ran tonight
       209-RUN-GLEXPORT-STEP.
           MOVE "GLEXPORT" TO EXPECTED-JOB-NAME.
           PERFORM 402-LOG-STEP-START.
           DISPLAY "Step 8 - run GLEXPORT now, then press ENTER".
           ACCEPT OPERATOR-REPLY.
           PERFORM 303-CHECK-GL-TRAILER.
           PERFORM 301-FIND-CONTROL-RECORD.
      * to build over unmapped movement and then yesterday's file is
      * still on disk - and must prove total debits equal total
      * credits
       210-RUN-GLJRNL-STEP.
           MOVE "GLJRNL" TO EXPECTED-JOB-NAME.
           PERFORM 402-LOG-STEP-START.
           DISPLAY "Step 9 - run GLJRNL now, then press ENTER".
           ACCEPT OPERATOR-REPLY.
           PERFORM 304-CHECK-JOURNAL-TRAILER.
           EVALUATE TRUE
                   PERFORM 401-WRITE-LOG-LINE
           END-EVALUATE.

      * The integrity check runs once the night's movement is all on
      * file; exceptions are logged and the operator warned, but the
      * stream is not halted - nothing is left to run after it, and
      * the exceptions are for the bursar to work through next day
       211-RUN-INTEGCHK-STEP.
           MOVE "INTEGCHK" TO EXPECTED-JOB-NAME.
           PERFORM 402-LOG-STEP-START.
           DISPLAY "Step 10 - run INTEGCHK now, then press ENTER".
           ACCEPT OPERATOR-REPLY.
           PERFORM 301-FIND-CONTROL-RECORD.
           EVALUATE TRUE
               WHEN CONTROL-NOT-FOUND
                   MOVE "LEFT NO CONTROL RECORD FOR TODAY" TO
                       LGL-TEXT
                   PERFORM 404-HALT-STREAM
               WHEN FOUND-RECORD-COUNT > ZERO
                   MOVE EXPECTED-JOB-NAME TO LGL-STEP-NAME
                   MOVE "WARNING - INTEGRITY EXCEPTIONS - SEE REPORT"
                       TO LGL-TEXT
                   MOVE FOUND-RECORD-COUNT TO LGL-COUNT
                   MOVE FOUND-AMOUNT TO LGL-AMOUNT
                   PERFORM 401-WRITE-LOG-LINE
                   DISPLAY "Warning - the integrity check found "
                       FOUND-RECORD-COUNT " exception(s); see "
                       "INTEGRPT.TXT"
               WHEN OTHER
                   MOVE EXPECTED-JOB-NAME TO LGL-STEP-NAME
                   MOVE "FINISHED - NO EXCEPTIONS" TO LGL-TEXT
                   MOVE ZERO TO LGL-COUNT
                   MOVE ZERO TO LGL-AMOUNT
                   PERFORM 401-WRITE-LOG-LINE
           END-EVALUATE.

      * Stamps the night's end - clean or halted - and closes the log
       212-TERMINATE-DRIVER.
           MOVE "NIGHTRUN" TO LGL-STEP-NAME.
           IF STREAM-HALTED
               MOVE "NIGHT RUN HALTED" TO LGL-TEXT
           CLOSE LOG-FILE.

      * Scans the control file for the last record the expected job
      * stamped with today's date, keeping its count and amount - or,
      * for the cashier workstation, which writes one record per
      * shift, the sum of all of today's; a missing file just means
      * no job has ever run
       301-FIND-CONTROL-RECORD.
           SET CONTROL-NOT-FOUND TO TRUE.
           MOVE ZERO TO FOUND-RECORD-COUNT.
           END-IF.
           CLOSE JOURNAL-FILE-IN.

      * Logs the counter receipts the cashiers took today and those
      * the apply step applied off the counter queue; receipts taken
      * with none applied mean the queue was missed or every item
      * went to suspense, so the operator is warned - the stream is
      * not halted, as the money is safe in the queue or on suspense
       305-CHECK-COUNTER-MOVEMENT.
           MOVE "N" TO COUNTER-TAKEN-SWITCH.
           MOVE "CASHIER" TO EXPECTED-JOB-NAME.
           PERFORM 301-FIND-CONTROL-RECORD.
           IF CONTROL-FOUND
               SET COUNTER-RECEIPTS-TAKEN TO TRUE
               MOVE FOUND-RECORD-COUNT TO COUNTER-TAKEN-COUNT
               MOVE EXPECTED-JOB-NAME TO LGL-STEP-NAME
               MOVE "COUNTER RECEIPTS TAKEN TODAY" TO LGL-TEXT
               MOVE FOUND-RECORD-COUNT TO LGL-COUNT
               MOVE FOUND-AMOUNT TO LGL-AMOUNT
               PERFORM 401-WRITE-LOG-LINE
           END-IF.
           MOVE "PAYCOUNTR" TO EXPECTED-JOB-NAME.
           PERFORM 301-FIND-CONTROL-RECORD.
           EVALUATE TRUE
               WHEN CONTROL-FOUND
                   MOVE EXPECTED-JOB-NAME TO LGL-STEP-NAME
                   MOVE "COUNTER RECEIPTS APPLIED" TO LGL-TEXT
                   MOVE FOUND-RECORD-COUNT TO LGL-COUNT
                   MOVE FOUND-AMOUNT TO LGL-AMOUNT
                   PERFORM 401-WRITE-LOG-LINE
               WHEN COUNTER-RECEIPTS-TAKEN
                   MOVE EXPECTED-JOB-NAME TO LGL-STEP-NAME
                   MOVE "WARNING - COUNTER RECEIPTS TAKEN, NONE "
                       & "APPLIED" TO LGL-TEXT
                   MOVE COUNTER-TAKEN-COUNT TO LGL-COUNT
                   MOVE ZERO TO LGL-AMOUNT
                   PERFORM 401-WRITE-LOG-LINE
                   DISPLAY "Warning - counter receipts were taken "
                       "today but none were applied; check the "
                       "counter queue and suspense"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE "PAYAPPLY" TO EXPECTED-JOB-NAME.

      * Stamps and writes one run log line
       401-WRITE-LOG-LINE.
           MOVE RUN-DATE TO LGL-DATE.
           SET STREAM-HALTED TO TRUE.

      * Keeps the evidence off one control record when it is the
      * expected job's record for today; the cashier shifts' records
      * are added together
       405-READ-ONE-CONTROL-RECORD.
           READ CONTROL-FILE-IN
               AT END
                   IF CONTROL-JOB-NAME = EXPECTED-JOB-NAME
                           AND CONTROL-RUN-DATE = RUN-DATE
                       SET CONTROL-FOUND TO TRUE
                       IF EXPECTED-JOB-NAME = "CASHIER"
                           ADD CONTROL-RECORD-COUNT TO
                               FOUND-RECORD-COUNT
                           ADD CONTROL-AMOUNT TO FOUND-AMOUNT
                       ELSE
                           MOVE CONTROL-RECORD-COUNT TO
                               FOUND-RECORD-COUNT
                           MOVE CONTROL-AMOUNT TO FOUND-AMOUNT
                       END-IF
                   END-IF
           END-READ.

