      *> Shared FILE-CONTROL entry for the WARO voucher register.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-VOUCHER-FILE ASSIGN TO "WARO-VOUCHER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VOUCHER-FILE-STATUS.
