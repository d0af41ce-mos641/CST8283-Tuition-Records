      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Shared record layout for FEEFILE.TXT - the fee-code
      *          master the bursar maintains, one rate per program,
      *          term and fee code, charged either flat or per credit
      *          hour. A program's tuition rides under fee code TUIT;
      *          lab, ancillary and student-association fees sit under
      *          their own codes, and a fee keyed under program ALL
      *          applies to every program. The fee type names the
      *          revenue the fee posts to in the general ledger.
      ******************************************************************
       01 FEE-CODE-RECORD.
           05 FEE-RECORD-KEY.
               10 FEE-PROGRAM-CODE PIC X(6).
               10 FEE-TERM PIC X(6).
               10 FEE-CODE PIC X(4).
           05 FEE-DESCRIPTION PIC X(30).
           05 FEE-TYPE PIC X(1).
               88 FEE-TYPE-TUITION VALUE "T".
               88 FEE-TYPE-LAB VALUE "L".
               88 FEE-TYPE-ANCILLARY VALUE "A".
               88 FEE-TYPE-STUDENT-ASSOC VALUE "S".
               88 FEE-TYPE-VALID VALUES "T" "L" "A" "S".
           05 FEE-RATE-BASIS PIC X(1).
               88 FEE-FLAT-RATE VALUE "F".
               88 FEE-PER-CREDIT-HOUR VALUE "C".
               88 FEE-RATE-BASIS-VALID VALUES "F" "C".
           05 FEE-RATE-AMOUNT PIC 9(5).
