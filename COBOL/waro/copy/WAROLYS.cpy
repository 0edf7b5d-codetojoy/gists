      *> Shared FILE-CONTROL entry for the WARO loyalty account.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-LOYALTY-FILE ASSIGN TO "WARO-LOYALTY"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOYALTY-FILE-STATUS.
