      *          with readable dates and times, and the report ends
      *          with counts of actions per operator per day, so a
      *          billing dispute no longer means scrolling the raw
      *          file counting columns by hand. Each entry shows the
      *          program that logged it and what was tried, failed
      *          sign-ons and refused actions are counted alongside
      *          the rest, and the security exceptions alone can be
      *          selected for the auditors.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITRPT.
               88 SELECT-BY-STUDENT VALUE "S" "s".
               88 SELECT-BY-OPERATOR VALUE "O" "o".
               88 SELECT-BY-DATE VALUE "D" "d".
               88 SELECT-SECURITY-ONLY VALUE "X" "x".
           05 SELECT-STUDENT-NUMBER PIC 9(7).
           05 SELECT-OPERATOR-ID PIC X(8).
           05 SELECT-FROM-DATE PIC 9(8).
       01 INQUIRY-RUN-TOTALS.
           05 ENTRIES-READ-COUNT PIC 9(5) COMP VALUE ZERO.
           05 ENTRIES-PRINTED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 SIGN-ONS-FAILED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 ACTIONS-REFUSED-COUNT PIC 9(5) COMP VALUE ZERO.

      * Actions per operator per day, accumulated over the matching
      * entries and printed as the closing summary
               10 SUMMARY-WRITE-COUNT PIC 9(5) COMP.
               10 SUMMARY-UPDATE-COUNT PIC 9(5) COMP.
               10 SUMMARY-DELETE-COUNT PIC 9(5) COMP.
               10 SUMMARY-FAILED-COUNT PIC 9(5) COMP.
               10 SUMMARY-REFUSED-COUNT PIC 9(5) COMP.

      * A CCYYMMDD date and an HHMMSS time re-edited with separators
      * so the report reads without counting columns
           05 FILLER PIC X(12) VALUE "DATE".
           05 FILLER PIC X(10) VALUE "TIME".
           05 FILLER PIC X(9) VALUE "STU NUM".
           05 FILLER PIC X(8) VALUE "ACTION".
           05 FILLER PIC X(11) VALUE "PROGRAM".
           05 FILLER PIC X(30) VALUE "DETAIL".
           05 FILLER PIC X(42) VALUE SPACES.

       01 DETAIL-LINE.
           05 DL-OPERATOR-ID PIC X(8).
           05 DL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-AUDIT-ACTION PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-PROGRAM-ID PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-AUDIT-DETAIL PIC X(30).
           05 FILLER PIC X(42) VALUE SPACES.

       01 SUMMARY-HEADING-LINE.
           05 FILLER PIC X(32) VALUE "ACTIONS PER OPERATOR PER DAY".
           05 FILLER PIC X(8) VALUE "WRITES".
           05 FILLER PIC X(8) VALUE "UPDATES".
           05 FILLER PIC X(8) VALUE "DELETES".
           05 FILLER PIC X(8) VALUE "FAILED".
           05 FILLER PIC X(8) VALUE "REFUSED".
           05 FILLER PIC X(70) VALUE SPACES.

       01 SUMMARY-DETAIL-LINE.
           05 SDL-OPERATOR-ID PIC X(8).
           05 SDL-UPDATE-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SDL-DELETE-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SDL-FAILED-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SDL-REFUSED-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(72) VALUE SPACES.

       01 COUNT-LINE.
           05 CL-COUNT-LABEL PIC X(25).
               AFTER ADVANCING 2.
           MOVE "AUDIT ENTRIES SELECTED:" TO CL-COUNT-LABEL.
           MOVE ENTRIES-PRINTED-COUNT TO CL-COUNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 1.
           MOVE "FAILED SIGN-ONS SELECTED:" TO CL-COUNT-LABEL.
           MOVE SIGN-ONS-FAILED-COUNT TO CL-COUNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 1.
           MOVE "REFUSED ACTIONS SELECTED:" TO CL-COUNT-LABEL.
           MOVE ACTIONS-REFUSED-COUNT TO CL-COUNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE
               AFTER ADVANCING 1.
           CLOSE AUDIT-FILE-IN.
           CLOSE PRINT-FILE.
           DISPLAY "Audit entries read: " ENTRIES-READ-COUNT.
           DISPLAY "Audit entries selected: " ENTRIES-PRINTED-COUNT.
           DISPLAY "Failed sign-ons selected: " SIGN-ONS-FAILED-COUNT.
           DISPLAY "Refused actions selected: " ACTIONS-REFUSED-COUNT.

      * Reads the next audit trail entry
       301-READ-AUDIT-ENTRY.
                           AND AUDIT-DATE <= SELECT-TO-DATE
                       SET ENTRY-MATCHED TO TRUE
                   END-IF
               WHEN SELECT-SECURITY-ONLY
                   IF AUDIT-SIGN-ON-FAILED OR AUDIT-ACTION-REFUSED
                       SET ENTRY-MATCHED TO TRUE
                   END-IF
               WHEN OTHER
                   SET ENTRY-MATCHED TO TRUE
           END-EVALUATE.
           MOVE EDITED-TIME TO DL-AUDIT-TIME.
           MOVE AUDIT-STUDENT-NUMBER TO DL-STUDENT-NUMBER.
           MOVE AUDIT-ACTION TO DL-AUDIT-ACTION.
           MOVE AUDIT-PROGRAM-ID TO DL-PROGRAM-ID.
           MOVE AUDIT-DETAIL TO DL-AUDIT-DETAIL.
           WRITE PRINT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1.

      * Asks how to select the entries to report
       304-PROMPT-SELECTION.
           DISPLAY "Select by student (S), operator (O), date range"
               " (D), security exceptions (X), or all entries (A)? "
           ACCEPT SELECT-MODE-PROMPT.
           EVALUATE TRUE
               WHEN SELECT-BY-STUDENT

      * Folds the matching entry into its operator's counts for the
      * day, starting a new table entry the first time an operator
      * and day pair is seen; failed sign-ons and refused actions
      * are counted for the run as well
       305-COUNT-OPERATOR-DAY.
           EVALUATE TRUE
               WHEN AUDIT-SIGN-ON-FAILED
                   ADD 1 TO SIGN-ONS-FAILED-COUNT
               WHEN AUDIT-ACTION-REFUSED
                   ADD 1 TO ACTIONS-REFUSED-COUNT
           END-EVALUATE.
           MOVE ZERO TO SUMMARY-FOUND-SUB.
           PERFORM 403-LOOK-FOR-OPERATOR-DAY
               VARYING SUMMARY-SUB FROM 1 BY 1
                       SUMMARY-WRITE-COUNT(SUMMARY-FOUND-SUB)
                       SUMMARY-UPDATE-COUNT(SUMMARY-FOUND-SUB)
                       SUMMARY-DELETE-COUNT(SUMMARY-FOUND-SUB)
                       SUMMARY-FAILED-COUNT(SUMMARY-FOUND-SUB)
                       SUMMARY-REFUSED-COUNT(SUMMARY-FOUND-SUB)
               ELSE
                   SET SUMMARY-TABLE-FULL TO TRUE
               END-IF
                   WHEN "DELETE"
                       ADD 1 TO
                           SUMMARY-DELETE-COUNT(SUMMARY-FOUND-SUB)
                   WHEN "NOSIGN"
                       ADD 1 TO
                           SUMMARY-FAILED-COUNT(SUMMARY-FOUND-SUB)
                   WHEN "REFUSE"
                       ADD 1 TO
                           SUMMARY-REFUSED-COUNT(SUMMARY-FOUND-SUB)
               END-EVALUATE
           END-IF.

           MOVE SUMMARY-WRITE-COUNT(SUMMARY-SUB) TO SDL-WRITE-COUNT.
           MOVE SUMMARY-UPDATE-COUNT(SUMMARY-SUB) TO SDL-UPDATE-COUNT.
           MOVE SUMMARY-DELETE-COUNT(SUMMARY-SUB) TO SDL-DELETE-COUNT.
           MOVE SUMMARY-FAILED-COUNT(SUMMARY-SUB) TO SDL-FAILED-COUNT.
           MOVE SUMMARY-REFUSED-COUNT(SUMMARY-SUB) TO
               SDL-REFUSED-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-DETAIL-LINE
               AFTER ADVANCING 1.

