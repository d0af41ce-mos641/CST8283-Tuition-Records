      ******************************************************************
      * Author: MOSTAPHA A
      * Purpose: Shared record layout for OPERFILE.TXT - one record per
      *          operator allowed to sign on to the interactive
      *          programs, with the password proved at sign-on and the
      *          role that decides what the operator may do: counter
      *          staff, bursar, supervisor, or administrator of the
      *          operator file itself. An operator who leaves is
      *          deactivated rather than deleted, so the audit trail
      *          always reads back to someone on file.
      ******************************************************************
       01 OPERATOR-RECORD.
           05 OPR-OPERATOR-ID PIC X(8).
           05 OPR-OPERATOR-NAME PIC X(30).
           05 OPR-PASSWORD PIC X(12).
           05 OPR-ROLE PIC X(1).
               88 OPR-ROLE-COUNTER VALUE "C".
               88 OPR-ROLE-BURSAR VALUE "B".
               88 OPR-ROLE-SUPERVISOR VALUE "S".
               88 OPR-ROLE-ADMINISTRATOR VALUE "A".
               88 OPR-ROLE-VALID VALUES "C" "B" "S" "A".
           05 OPR-STATUS PIC X(1).
               88 OPR-ACTIVE VALUE "A".
               88 OPR-INACTIVE VALUE "I".
      * When the record was last added or changed, and by which
      * administrator
           05 OPR-CHANGED-DATE PIC 9(8).
           05 OPR-CHANGED-BY PIC X(8).
