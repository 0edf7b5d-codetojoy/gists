      *> Shared FD/record for the WARO operator sign-on: the one
      *> operator signed on at this desk, written by WARO-OPER
      *> SIGNON and emptied by SIGNOFF. A sign-on holds for the
      *> day it was made only.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-SIGNON-FILE.
         01 WARO-SIGNON-REC.
            02 WSO-OPERATOR-ID PIC X(04).
            02 FILLER PIC X(01).
            02 WSO-SIGNON-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WSO-SIGNON-TIME PIC 9(06).
