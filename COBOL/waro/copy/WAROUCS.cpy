      *> Shared FILE-CONTROL entry for the WARO unclaimed-funds
      *> register.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-UNCLAIMED-FILE ASSIGN TO "WARO-UNCLAIMED"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-UNCLAIMED-FILE-STATUS.
