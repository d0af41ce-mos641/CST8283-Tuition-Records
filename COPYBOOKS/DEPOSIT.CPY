      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Shared record layout for DEPOSITQ.TXT - one record per
      *          amount our side expects to see on the bank statement:
      *          each lockbox batch accepted, each counter shift's
      *          deposit bag and debit terminal settlement, each day's
      *          confirmed pre-authorized debits, and each NSF reversal
      *          the apply run posted for money the bank charged back.
      *          Appended by the jobs that take the money in and
      *          drained by the bank reconciliation, which carries
      *          forward whatever the bank has not yet matched.
      ******************************************************************
       01 DEPOSIT-RECORD.
           05 DEP-SOURCE PIC X(1).
               88 DEP-FROM-LOCKBOX VALUE "L".
               88 DEP-FROM-COUNTER VALUE "C".
               88 DEP-FROM-TERMINAL VALUE "T".
               88 DEP-FROM-DEBITS VALUE "D".
               88 DEP-NSF-REVERSAL VALUE "R".
      * The lockbox batch number; zero for every other source
           05 DEP-BATCH-NUMBER PIC 9(6).
      * The student an NSF reversal was posted to; zero otherwise
           05 DEP-STUDENT-NUMBER PIC 9(7).
      * The lockbox batch date, the counter shift date, the date the
      * debits settled, or the date the reversal was posted
           05 DEP-DATE PIC 9(8).
           05 DEP-AMOUNT PIC 9(9).
           05 DEP-ITEM-COUNT PIC 9(5).
