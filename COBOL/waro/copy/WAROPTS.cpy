      *> Shared FILE-CONTROL entry for the WARO posting register.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-POSTREG-FILE ASSIGN TO "WARO-POSTREG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POSTREG-FILE-STATUS.
