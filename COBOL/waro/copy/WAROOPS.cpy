      *> Shared FILE-CONTROL entry for the WARO operator register.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-OPERATOR-FILE ASSIGN TO "WARO-OPERATOR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OPERATOR-FILE-STATUS.
