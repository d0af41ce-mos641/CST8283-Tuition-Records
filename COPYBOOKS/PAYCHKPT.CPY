      *          number of payment transactions committed so far, the
      *          run totals at that point, and which run took it. A
      *          trail ending on an active entry marks an abended run;
      *          copied into the apply job that writes it, the lockbox
      *          intake that must not rebuild the payment file while
      *          one is outstanding, and the workstations and jobs
      *          that must not queue new items for it until it
      *          completes.
      ******************************************************************
       01 CHECKPOINT-RECORD.
           05 CHECKPOINT-RUN-STATUS PIC X(1).
           05 CHECKPOINT-ADJUSTED-AMOUNT PIC 9(9).
           05 CHECKPOINT-SPONSOR-COUNT PIC 9(5).
           05 CHECKPOINT-SPONSOR-AMOUNT PIC 9(9).
           05 CHECKPOINT-RECOVERED-COUNT PIC 9(5).
           05 CHECKPOINT-RECOVERED-AMOUNT PIC 9(9).
           05 CHECKPOINT-COUNTER-COUNT PIC 9(5).
           05 CHECKPOINT-COUNTER-AMOUNT PIC 9(9).
           05 CHECKPOINT-DEBIT-COUNT PIC 9(5).
           05 CHECKPOINT-DEBIT-AMOUNT PIC 9(9).
           05 CHECKPOINT-COMMISSION-AMOUNT PIC 9(9).
           05 CHECKPOINT-RUN-ID PIC 9(14).
