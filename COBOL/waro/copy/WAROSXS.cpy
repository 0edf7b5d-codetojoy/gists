      *> Shared FILE-CONTROL entry for the WARO self-exclusion
      *> register.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-EXCLUDE-FILE ASSIGN TO "WARO-EXCLUDE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXCLUDE-FILE-STATUS.
