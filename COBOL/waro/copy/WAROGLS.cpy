      *> Shared FILE-CONTROL entry for the WARO general-ledger
      *> journal extract.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-GLJRNL-FILE ASSIGN TO "WARO-GLJRNL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GLJRNL-FILE-STATUS.
