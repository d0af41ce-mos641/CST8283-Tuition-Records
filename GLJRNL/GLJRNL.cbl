      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Build the daily general ledger journal from the day's
      *          actual activity - the charges PROJECT01 loaded, by fee
      *          type so tuition, lab, ancillary and student association
      *          fees each credit their own revenue, the payments,
      *          releases, counter receipts, pre-authorized debits,
      *          reversals, fees, adjustments and sponsor settlements
      *          PAYAPPLY applied, the refunds the disbursement run cut,
      *          the late-payment fees the monthly assessment charged,
      *          the bad debt the write-off run took off, the agency
      *          recoveries PAYAPPLY posted against it and the
      *          commission the agency kept out of them, and the tuition
      *          the withdrawal run credited back - off their
      *          BATCHCTL.TXT control records for the day. Each journal
      *          line is coded with the debit and credit account numbers
      *          from GLACCTS.TXT, the account-mapping file the finance
      *          office maintains, and the trailer proves total debits
      *          equal total credits. Movement with no mapping line
      *          sinks the whole journal - finance adds the mapping and
      *          reruns - so no activity is ever dropped quietly.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
           88 MAP-MATCHED VALUE "Y".

      * The kinds of movement the batch jobs report, in the job
      * names their control records carry; the charges load reports
      * each fee type under its own name so each posts to its own
      * revenue account, and its overall PROJECT01 total is left out
      * so the charges are not journaled twice
       01 ACTIVITY-CODE-LIST.
           05 FILLER PIC X(9) VALUE "CHGTUIT".
           05 FILLER PIC X(9) VALUE "CHGLAB".
           05 FILLER PIC X(9) VALUE "CHGANCIL".
           05 FILLER PIC X(9) VALUE "CHGSTUAS".
           05 FILLER PIC X(9) VALUE "PAYAPPLY".
           05 FILLER PIC X(9) VALUE "SUSPREL".
           05 FILLER PIC X(9) VALUE "PAYNSF".
           05 FILLER PIC X(9) VALUE "PAYADJ".
           05 FILLER PIC X(9) VALUE "PAYSPON".
           05 FILLER PIC X(9) VALUE "REFUNDDSB".
           05 FILLER PIC X(9) VALUE "LATEFEE".
           05 FILLER PIC X(9) VALUE "WRITEOFF".
           05 FILLER PIC X(9) VALUE "PAYRECOV".
           05 FILLER PIC X(9) VALUE "PAYRECCOM".
           05 FILLER PIC X(9) VALUE "WITHDRAW".
           05 FILLER PIC X(9) VALUE "PAYCOUNTR".
           05 FILLER PIC X(9) VALUE "PAYPAD".
       01 ACTIVITY-CODE-TABLE REDEFINES ACTIVITY-CODE-LIST.
           05 ACTIVITY-CODE PIC X(9) OCCURS 18 TIMES.

      * The day's dollars and account coding per kind of movement
       01 ACTIVITY-WORK-AREA.
           05 ACTIVITY-SUB PIC 9(2) COMP VALUE ZERO.
           05 ACTIVITY-ENTRY OCCURS 18 TIMES.
               10 ACTIVITY-AMOUNT PIC 9(9).
               10 ACTIVITY-DEBIT-ACCOUNT PIC 9(6).
               10 ACTIVITY-CREDIT-ACCOUNT PIC 9(6).
           ACCEPT JOURNAL-DATE FROM DATE YYYYMMDD.
           PERFORM 401-CLEAR-ONE-ACTIVITY
               VARYING ACTIVITY-SUB FROM 1 BY 1
                   UNTIL ACTIVITY-SUB > 18.

      * Reads the control file, adding every record stamped with the
      * journal date into the matching kind of movement; records from
       204-VERIFY-MAPPING-COVERAGE.
           PERFORM 404-CHECK-ONE-ACTIVITY
               VARYING ACTIVITY-SUB FROM 1 BY 1
                   UNTIL ACTIVITY-SUB > 18.

      * Writes the journal when every movement mapped - one coded
      * line per kind of movement with dollars, then the balancing
               OPEN OUTPUT JOURNAL-FILE-OUT
               PERFORM 405-WRITE-ONE-JOURNAL-LINE
                   VARYING ACTIVITY-SUB FROM 1 BY 1
                       UNTIL ACTIVITY-SUB > 18
               PERFORM 406-WRITE-TRAILER-RECORD
               CLOSE JOURNAL-FILE-OUT
               DISPLAY "Journal lines written: " JOURNAL-LINES-WRITTEN
                   IF CONTROL-RUN-DATE = JOURNAL-DATE
                       PERFORM 407-APPLY-ONE-CONTROL-RECORD
                           VARYING ACTIVITY-SUB FROM 1 BY 1
                               UNTIL ACTIVITY-SUB > 18
                   END-IF
           END-READ.

           MOVE "N" TO MAP-MATCHED-SWITCH.
           PERFORM 409-CODE-ONE-ACTIVITY
               VARYING ACTIVITY-SUB FROM 1 BY 1
                   UNTIL ACTIVITY-SUB > 18.
           IF NOT MAP-MATCHED
               DISPLAY "Mapping line names no known movement: "
                   MAP-ACTIVITY-CODE
