           05 STUDENT-HOLD-FLAG PIC X(1).
               88 STUDENT-ON-HOLD VALUE "Y".
               88 STUDENT-NOT-ON-HOLD VALUES "N" " ".
      * Collection status, set by the write-off run when the bursar
      * approves an account as bad debt - the balance comes off
      * TUITION-OWED and is carried here as the amount written off
      * and not yet recovered, which agency recoveries work down.
      * Records written before the status existed read as blank,
      * which means an open account.
           05 STUDENT-ACCOUNT-STATUS PIC X(1).
               88 STUDENT-WRITTEN-OFF VALUE "W".
               88 STUDENT-ACCOUNT-OPEN VALUES "O" " ".
           05 STUDENT-WRITTEN-OFF-AMOUNT PIC 9(5).
