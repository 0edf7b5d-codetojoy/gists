      *> Shared FILE-CONTROL entry for the WARO clawback
      *> receivables file.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-RECEIVABLE-FILE ASSIGN TO "WARO-RECEIVABLE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECEIVABLE-FILE-STATUS.
