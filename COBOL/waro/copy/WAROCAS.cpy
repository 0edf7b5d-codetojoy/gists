      *> Shared FILE-CONTROL entry for the WARO chart-of-accounts
      *> mapping.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-COA-FILE ASSIGN TO "WARO-COA"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COA-FILE-STATUS.
