      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Read-only account inquiry for counter staff - looks a
      *          student up by number or by the same partial-name search
      *          STUMAINT offers, then shows the whole account at once:
      *          every term's balance (worded as a credit when the
      *          student is owed money), due dates, the registration
      *          hold, any term written off as bad debt with what the
      *          agency has still to recover, each term's charge
      *          itemized fee by fee off the itemized charge file, and
      *          the student's payment history in posting order, with
      *          any correction staff keyed to a balance shown as a
      *          correction increase or decrease. Every file is opened
      *          INPUT, so there is no path that writes anything - safe
      *          to hand to the front counter.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUINQ.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PAYMENT-HISTORY-STATUS.

      * The itemized charge lines behind each term's balance;
      * OPTIONAL because terms loaded before charges were itemized
      * have none
           SELECT OPTIONAL CHARGE-FILE
              ASSIGN TO "../CHARGEFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CHARGE-RECORD-KEY
                 FILE STATUS IS CHARGE-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

      * Define the itemized charge line
       FD CHARGE-FILE.
           COPY CHARGE.

       WORKING-STORAGE SECTION.
      * Status of the last I-O operation against each file
       01 STUDENT-FILE-STATUS PIC X(2).
       01 PAYMENT-HISTORY-STATUS PIC X(2).
           88 PAYMENT-HISTORY-STATUS-OK VALUE "00".
           88 PAYMENT-HISTORY-STATUS-EOF VALUE "10".
       01 CHARGE-FILE-STATUS PIC X(2).
           88 CHARGE-FILE-STATUS-EOF VALUE "10".

      * Storage needed for input prompts
       01 CONTROL-FIELDS.
                   88 HISTORY-ADJUSTMENT VALUE "A".
                   88 HISTORY-REFUND VALUE "D".
                   88 HISTORY-SPONSOR-PAYMENT VALUE "S".
                   88 HISTORY-LATE-FEE VALUE "L".
                   88 HISTORY-WRITE-OFF VALUE "W".
                   88 HISTORY-RECOVERY VALUE "C".
                   88 HISTORY-WITHDRAWAL-CREDIT VALUE "X".
                   88 HISTORY-CORRECTION-UP VALUE "U".
                   88 HISTORY-CORRECTION-DOWN VALUE "N".
               10 HISTORY-TERM PIC X(6).

      * How many term records the account showed
       01 TERMS-SHOWN-COUNT PIC 9(3) COMP VALUE ZERO.

      * How many itemized charge lines the current term showed
       01 CHARGES-SHOWN-COUNT PIC 9(3) COMP VALUE ZERO.

      * The wording shown beside one history entry's type
       01 HISTORY-TYPE-TEXT PIC X(20).

      * Opens everything read-only and loads the payment history
       201-INITIALIZE-INQUIRY.
           OPEN INPUT STUDENT-FILE-OUT.
           OPEN INPUT CHARGE-FILE.
           PERFORM 301-LOAD-PAYMENT-HISTORY.

      * Finds one student - by number or by name search - and shows
           DISPLAY "Look up another student? (Y/N) "
           ACCEPT ANOTHER-LOOKUP-PROMPT.

      * Closes the student and charge files; the history file was
      * closed as soon as the table was loaded
       203-TERMINATE-INQUIRY.
           CLOSE STUDENT-FILE-OUT.
           CLOSE CHARGE-FILE.

      * Reads the whole payment history file into the table; a
      * missing history file just means no payments have ever been
           READ STUDENT-FILE-OUT NEXT RECORD.

      * Shows one term record - the first one also carries the name
      * and hold heading - with its itemized charge lines under it,
      * and reads the next record
       407-SHOW-ONE-TERM.
           IF TERMS-SHOWN-COUNT = ZERO
               DISPLAY " "
                   "  due " EDITED-DATE
                   "  balance owing " DISPLAY-AMOUNT
           END-IF.
           IF STUDENT-WRITTEN-OFF
               MOVE STUDENT-WRITTEN-OFF-AMOUNT TO DISPLAY-AMOUNT
               DISPLAY "    *** WRITTEN OFF - " DISPLAY-AMOUNT
                   " still with the collection agency ***"
           END-IF.
           PERFORM 415-SHOW-TERM-CHARGES.
           PERFORM 406-READ-NEXT-STUDENT.

      * Lists the account's history entries in posting order - the
                       MOVE "REFUND DISBURSED" TO HISTORY-TYPE-TEXT
                   WHEN HISTORY-SPONSOR-PAYMENT(HISTORY-SUB)
                       MOVE "SPONSOR PAYMENT" TO HISTORY-TYPE-TEXT
                   WHEN HISTORY-LATE-FEE(HISTORY-SUB)
                       MOVE "LATE-PAYMENT FEE" TO HISTORY-TYPE-TEXT
                   WHEN HISTORY-WRITE-OFF(HISTORY-SUB)
                       MOVE "BAD DEBT WRITE-OFF" TO HISTORY-TYPE-TEXT
                   WHEN HISTORY-RECOVERY(HISTORY-SUB)
                       MOVE "AGENCY RECOVERY" TO HISTORY-TYPE-TEXT
                   WHEN HISTORY-WITHDRAWAL-CREDIT(HISTORY-SUB)
                       MOVE "WITHDRAWAL CREDIT" TO HISTORY-TYPE-TEXT
                   WHEN HISTORY-CORRECTION-UP(HISTORY-SUB)
                       MOVE "CORRECTION INCREASE" TO
                           HISTORY-TYPE-TEXT
                   WHEN HISTORY-CORRECTION-DOWN(HISTORY-SUB)
                       MOVE "CORRECTION DECREASE" TO
                           HISTORY-TYPE-TEXT
                   WHEN OTHER
                       MOVE "PAYMENT" TO HISTORY-TYPE-TEXT
               END-EVALUATE
               SET NAME-MATCHED TO TRUE
           END-IF.

      * Lists the itemized charge lines kept for the term just shown,
      * positioned by key on the student and term
       415-SHOW-TERM-CHARGES.
           MOVE ZERO TO CHARGES-SHOWN-COUNT.
           MOVE STUDENT-NUMBER TO CHARGE-STUDENT-NUMBER.
           MOVE STUDENT-TERM TO CHARGE-TERM.
           MOVE SPACES TO CHARGE-FEE-CODE.
           START CHARGE-FILE KEY NOT < CHARGE-RECORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 416-READ-NEXT-CHARGE-LINE
                   PERFORM 417-SHOW-ONE-CHARGE-LINE
                       UNTIL CHARGE-FILE-STATUS-EOF
                           OR CHARGE-STUDENT-NUMBER NOT =
                               STUDENT-NUMBER
                           OR CHARGE-TERM NOT = STUDENT-TERM
           END-START.
           IF CHARGES-SHOWN-COUNT = ZERO
               DISPLAY "    (no itemized charges on file)"
           END-IF.

      * Reads the next itemized charge line in key order
       416-READ-NEXT-CHARGE-LINE.
           READ CHARGE-FILE NEXT RECORD.

      * Shows one itemized charge line and reads the next
       417-SHOW-ONE-CHARGE-LINE.
           ADD 1 TO CHARGES-SHOWN-COUNT.
           MOVE CHARGE-AMOUNT TO DISPLAY-AMOUNT.
           DISPLAY "    " CHARGE-FEE-CODE " " CHARGE-DESCRIPTION
               " " DISPLAY-AMOUNT.
           PERFORM 416-READ-NEXT-CHARGE-LINE.

       END PROGRAM STUINQ.
