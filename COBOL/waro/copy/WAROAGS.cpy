      *> Shared FILE-CONTROL entry for the WARO alert register.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-ALERTREG-FILE ASSIGN TO "WARO-ALERTREG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALERTREG-FILE-STATUS.
