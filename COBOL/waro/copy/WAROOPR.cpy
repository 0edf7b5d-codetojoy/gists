      *> Shared FD/record for the WARO operator register: one
      *> record per operator allowed to run the maintenance and
      *> money actions, kept by WARO-OPER. WOP-AUTH-LEVEL is the
      *> highest authority the operator holds - 1 clerk, 2
      *> supervisor, 3 treasurer - and each level may do all the
      *> levels below it. A revoked operator ("R") keeps the
      *> record so the change journal still names them.
      *> WOP-PIN-CHECK is the audit-chain link of the operator
      *> id and PIN, never the PIN itself.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-OPERATOR-FILE.
         01 WARO-OPERATOR-REC.
            02 WOP-OPERATOR-ID PIC X(04).
            02 FILLER PIC X(01).
            02 WOP-AUTH-LEVEL PIC 9(01).
              88 WOP-CLERK VALUE 1.
              88 WOP-SUPERVISOR VALUE 2.
              88 WOP-TREASURER VALUE 3.
            02 FILLER PIC X(01).
            02 WOP-STATUS PIC X(01).
              88 WOP-ACTIVE VALUE "A".
              88 WOP-REVOKED VALUE "R".
            02 FILLER PIC X(01).
            02 WOP-PIN-CHECK PIC 9(16).
            02 FILLER PIC X(01).
            02 WOP-ADDED-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WOP-OPERATOR-NAME PIC X(20).
