      *          the nightly run has updated the master file. The
      *          transaction code types each entry - a payment, an
      *          NSF reversal, the returned-cheque fee that rides with
      *          it, an authorized adjustment, the monthly late-payment
      *          fee, a bad-debt write-off, a collection agency
      *          recovery or the tuition credited back on a course
      *          withdrawal - so a statement can show why a balance
      *          moved, not just that it did. A correction staff key
      *          to a balance through the maintenance screen is logged
      *          as a correction up or down by the difference, since
      *          the amount carries no sign.
      ******************************************************************
       01 PAYHIST-RECORD-OUT.
           05 PAYHIST-STUDENT-NUMBER PIC 9(7).
               88 PAYHIST-ADJUSTMENT VALUE "A".
               88 PAYHIST-REFUND VALUE "D".
               88 PAYHIST-SPONSOR-PAYMENT VALUE "S".
               88 PAYHIST-LATE-FEE VALUE "L".
               88 PAYHIST-WRITE-OFF VALUE "W".
               88 PAYHIST-RECOVERY VALUE "C".
               88 PAYHIST-WITHDRAWAL-CREDIT VALUE "X".
               88 PAYHIST-CORRECTION-UP VALUE "U".
               88 PAYHIST-CORRECTION-DOWN VALUE "N".
      * The term the entry posted against, so a statement can break
      * a student's activity down term by term
           05 PAYHIST-TERM PIC X(6).
