      *> Shared FILE-CONTROL entry for the WARO payment register.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-PAYREG-FILE ASSIGN TO "WARO-PAYREG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAYREG-FILE-STATUS.
