      *> Shared FILE-CONTROL entry for the WARO compliance event
      *> file.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-COMPLY-FILE ASSIGN TO "WARO-COMPLY"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COMPLY-FILE-STATUS.
